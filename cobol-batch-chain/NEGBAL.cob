      *> accounts that still carry a nonzero balance and ages how long
      *> each has sat that way off CUST-LAST-ACTIVITY, so collections
      *> knows which closed or frozen accounts still owe money.
      *> CHRGOFF's monthly run writes off the ones aged past its
      *> threshold, after which they drop off this report at zero.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT (SEQUENTIAL, binary)
      *> Output: data/NEGBAL-REPORT.TXT (LINE SEQUENTIAL, print)
