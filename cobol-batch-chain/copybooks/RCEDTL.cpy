      *>================================================================*
      *> RCEDTL.cpy — Call Report RC-E Supporting Detail (50 bytes)
      *> Layout: LINE SEQUENTIAL, one row per account on the master,
      *> written by CALLRCE so every schedule figure can be re-added
      *> from the accounts behind it. Loan accounts are carried too,
      *> classed 'LOAN', so the detail foots to the master and to
      *> the GL control total.
      *>
      *> RCD-CLASS:
      *>   TRAN  transaction account (checking) — col A
      *>   SAVG  savings deposit — nontransaction, col C
      *>   TIME  time deposit (certificate) — nontransaction, col C
      *>   ODLC  overdrawn deposit on an overdraft line, reported
      *>         as a loan
      *>   ODUN  other overdrawn deposit, reported as a loan
      *>   LOAN  installment loan — not a deposit
      *> RCD-SIZE-BAND (time deposits only): 1 under $100,000,
      *> 2 $100,000 through $250,000, 3 over $250,000.
      *> RCD-MAT-BUCKET (time deposits only), remaining maturity:
      *> 1 three months or less, 2 over three through twelve months,
      *> 3 over one through three years, 4 over three years.
      *>================================================================*
       01  RCE-DETAIL-ROW.
           05  RCD-REPORT-DATE        PIC 9(8).
           05  RCD-ACCT-ID            PIC X(8).
           05  RCD-BRANCH             PIC X(3).
           05  RCD-ACCT-TYPE          PIC X(1).
           05  RCD-BALANCE            PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  RCD-CLASS              PIC X(4).
               88  RCD-TRANSACTION        VALUE 'TRAN'.
               88  RCD-SAVINGS            VALUE 'SAVG'.
               88  RCD-TIME               VALUE 'TIME'.
               88  RCD-OD-ON-LINE         VALUE 'ODLC'.
               88  RCD-OD-UNPLANNED       VALUE 'ODUN'.
               88  RCD-LOAN               VALUE 'LOAN'.
           05  RCD-SIZE-BAND          PIC X(1).
           05  RCD-MATURITY-DATE      PIC 9(8).
           05  RCD-MAT-BUCKET         PIC X(1).
           05  RCD-FILLER             PIC X(6).
