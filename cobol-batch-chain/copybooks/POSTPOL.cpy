      *>================================================================*
      *> POSTPOL.cpy — Posting-Order Policy Record (30 bytes)
      *> Layout: LINE SEQUENTIAL, ops-maintained, one row per item
      *> class in a named policy. Within each account TXNSORT posts
      *> the class with the lowest POL-RANK first, and orders the
      *> items inside a class by POL-ORDER; ties, and everything
      *> ordered by arrival, fall back to TRANS-SEQ.
      *>
      *> POL-ROLE 'E' rows are the policy in effect. 'A' rows are the
      *> alternate that POSTSIM prices as a what-if. With no usable
      *> 'E' rows, TXNSORT applies the house policy: credits, card
      *> items, checks by serial number, then other debits smallest
      *> first. With no 'A' rows, POSTSIM compares against arrival
      *> order (TRANS-SEQ alone).
      *>
      *> Item classes:
      *>   CR  credits — deposits, interest, transfer credit legs
      *>   CD  card items — ATM/POS debits from CARDIN
      *>   CK  checks — debits carrying TRANS-CHECK-NO
      *>   DB  every other debit — withdrawals, fees, transfer
      *>       debit legs
      *> A class a policy leaves out posts after the listed ones, in
      *> arrival order. Maintenance actions are not a class: they
      *> always post last, in arrival order, so a status change a
      *> generator writes behind its own money items (CHRGOFF's
      *> 'CO', ESTSETL's 'CL') still lands behind them.
      *>
      *> TXNSORT writes the policy it actually applied, defaults
      *> filled in, to POSTING-POLICY-APPLIED.DAT in this same
      *> layout; TXNAPPLY, TXNRPT and POSTSIM read that copy.
      *>================================================================*
       01  POSTING-POLICY-RECORD.
           05  POL-ROLE               PIC X(1).
               88  POL-IN-EFFECT          VALUE 'E'.
               88  POL-ALTERNATE          VALUE 'A'.
           05  POL-NAME               PIC X(12).
           05  POL-RANK               PIC 9(1).
           05  POL-CLASS              PIC X(2).
               88  POL-CREDITS            VALUE 'CR'.
               88  POL-CARD-ITEMS         VALUE 'CD'.
               88  POL-CHECKS             VALUE 'CK'.
               88  POL-OTHER-DEBITS       VALUE 'DB'.
               88  POL-VALID-CLASS        VALUE 'CR' 'CD' 'CK' 'DB'.
           05  POL-ORDER              PIC X(2).
               88  POL-BY-ARRIVAL         VALUE 'AR'.
               88  POL-BY-CHECK-SERIAL    VALUE 'CN'.
               88  POL-LOW-TO-HIGH        VALUE 'LH'.
               88  POL-HIGH-TO-LOW        VALUE 'HL'.
               88  POL-VALID-ORDER        VALUE 'AR' 'CN' 'LH' 'HL'.
           05  POL-FILLER             PIC X(12).
