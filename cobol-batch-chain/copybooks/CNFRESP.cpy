      *>================================================================*
      *> CNFRESP.cpy — Audit Confirmation Reply Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, keyed by the audit staff as replies
      *> reach them; consumed by AUDCONF.
      *>
      *> CNR-RESULT:
      *>   A  customer agrees the balance
      *>   X  customer reports a difference — CNR-CUST-BALANCE is the
      *>      balance their records show, CNR-EXCEPTION-TEXT why
      *>   R  letter came back from the post office undelivered
      *>================================================================*
       01  CONFIRM-REPLY-RECORD.
           05  CNR-AUDIT-DATE         PIC 9(8).
           05  CNR-ACCT-ID            PIC X(8).
           05  CNR-RESP-DATE          PIC 9(8).
           05  CNR-RESULT             PIC X(1).
               88  CNR-AGREES             VALUE 'A'.
               88  CNR-EXCEPTION          VALUE 'X'.
               88  CNR-RETURNED           VALUE 'R'.
           05  CNR-CUST-BALANCE       PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  CNR-EXCEPTION-TEXT     PIC X(30).
           05  CNR-KEYED-BY           PIC X(8).
           05  CNR-FILLER             PIC X(7).
