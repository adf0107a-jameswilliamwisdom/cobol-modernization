      *>================================================================*
      *> GLCTLBAL.cpy — GL Deposit Control-Account Balance (40 bytes)
      *> Layout: LINE SEQUENTIAL, one row per branch, carried forward
      *> by GLPROOF from one proof to the next. GCB-CLOSING-BAL is
      *> the branch's control-account balance on the corporate
      *> ledger once the extract lines it accepted for
      *> GCB-AS-OF-DATE are on it. GCB-OPENING-BAL is the balance
      *> before those lines, so a proof re-run for the same date
      *> starts from it again instead of carrying the day twice.
      *> Balances are credit-normal: a deposit liability is
      *> positive, an overdrawn or loan position negative.
      *>================================================================*
       01  GL-CONTROL-BALANCE-ROW.
           05  GCB-BRANCH             PIC X(3).
           05  GCB-AS-OF-DATE         PIC 9(8).
           05  GCB-OPENING-BAL        PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  GCB-CLOSING-BAL        PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  GCB-FILLER             PIC X(5).
