      *>================================================================*
      *> CHGOFF.cpy — Charged-Off Ledger Record (100 bytes)
      *> Layout: LINE SEQUENTIAL, one row per account CHRGOFF has
      *> written off. The overdrawn balance leaves the deposit master
      *> through an audited 'CHARGE-OFF' credit (audit type 'X') and
      *> the debt is carried here instead: CO-CHGOFF-AMT is what was
      *> written off, CO-RECOVERED-AMT what has come back since.
      *> Recoveries arrive as deposits to the charged-off account —
      *> TXNAPPLY books them as audit type 'R' against this ledger
      *> (the deposit balance is not touched) and queues them on
      *> CORECOV for the next CHRGOFF run to apply here. A row whose
      *> recoveries reach the written-off amount is marked CO-PAID.
      *> A row starts CO-PENDING when CHRGOFF generates the write-off
      *> and only becomes CO-OPEN once TXNAPPLY reports the credit
      *> (CO-CHGOFF-SEQ) posted; a rejected credit drops the row.
      *>================================================================*
       01  CHARGEOFF-RECORD.
           05  CO-ACCT-ID             PIC X(8).
           05  CO-NAME                PIC X(25).
           05  CO-BRANCH              PIC X(3).
           05  CO-CHGOFF-DATE         PIC 9(8).
           05  CO-DAYS-AGED           PIC 9(5).
           05  CO-CHGOFF-AMT          PIC 9(7)V99.
           05  CO-RECOVERED-AMT       PIC 9(7)V99.
           05  CO-LAST-RECOVERY       PIC 9(8).
           05  CO-STATUS              PIC X(1).
               88  CO-OPEN                VALUE 'O'.
               88  CO-PAID                VALUE 'P'.
               88  CO-PENDING             VALUE 'W'.
           05  CO-CHGOFF-SEQ          PIC 9(6).
           05  CO-FILLER              PIC X(18).
