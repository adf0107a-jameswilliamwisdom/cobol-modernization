      *>================================================================*
      *> SELLMAST.cpy — Acquired-Portfolio Seller Master (260 bytes)
      *> Layout: LINE SEQUENTIAL, the seller bank's deposit book as
      *> delivered for conversion, every row keyed by the seller's
      *> own account number in SLR-OLD-ACCT-ID:
      *>
      *>   A  account — owner, branch, type, status, balance, dates,
      *>      interest and withholding figures, the joint owner (by
      *>      the seller's number) and the mailing demographics
      *>   S  standing order on the account — the transfer target,
      *>      if any, again by the seller's number
      *>   T  term-deposit certificate terms for a 'T' account
      *>   Z  trailer — the seller's own control totals, one row,
      *>      the figures the conversion is balanced against
      *>
      *> Signed amounts carry a leading separate sign so the file
      *> reads the same off any platform the seller cut it on.
      *>================================================================*
       01  SELLER-MASTER-RECORD.
           05  SLR-REC-TYPE           PIC X(1).
               88  SLR-ACCOUNT            VALUE 'A'.
               88  SLR-STANDING-ORDER     VALUE 'S'.
               88  SLR-TERM-DEPOSIT       VALUE 'T'.
               88  SLR-TRAILER            VALUE 'Z'.
           05  SLR-OLD-ACCT-ID        PIC X(8).
           05  SLR-BODY               PIC X(251).
           05  SLR-ACCOUNT-BODY REDEFINES SLR-BODY.
               10  SLR-A-NAME         PIC X(25).
               10  SLR-A-BRANCH       PIC X(3).
               10  SLR-A-ACCT-TYPE    PIC X(1).
               10  SLR-A-STATUS       PIC X(1).
               10  SLR-A-BALANCE      PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
               10  SLR-A-OPEN-DATE    PIC 9(8).
               10  SLR-A-LAST-ACTIVITY
                                      PIC 9(8).
               10  SLR-A-YTD-INTEREST PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
               10  SLR-A-ACCRUED-INT  PIC S9(5)V9(4)
                                      SIGN LEADING SEPARATE.
               10  SLR-A-YTD-WITHHELD PIC 9(7)V99.
               10  SLR-A-WITHHOLD-IND PIC X(1).
               10  SLR-A-JOINT-OLD-ID PIC X(8).
               10  SLR-A-JOINT-NAME   PIC X(25).
               10  SLR-A-ADDR-LINE1   PIC X(30).
               10  SLR-A-ADDR-LINE2   PIC X(30).
               10  SLR-A-CITY         PIC X(20).
               10  SLR-A-STATE        PIC X(2).
               10  SLR-A-ZIP          PIC X(9).
               10  SLR-A-TAX-ID       PIC X(9).
               10  SLR-A-PHONE        PIC X(10).
               10  FILLER             PIC X(22).
           05  SLR-ORDER-BODY REDEFINES SLR-BODY.
               10  SLR-S-TYPE         PIC X(1).
               10  SLR-S-AMOUNT       PIC 9(7)V99.
               10  SLR-S-FREQUENCY    PIC X(1).
               10  SLR-S-NEXT-RUN     PIC 9(8).
               10  SLR-S-END-DATE     PIC 9(8).
               10  SLR-S-XFER-OLD-ID  PIC X(8).
               10  SLR-S-DESC         PIC X(12).
               10  FILLER             PIC X(204).
           05  SLR-TERM-BODY REDEFINES SLR-BODY.
               10  SLR-T-OPEN-AMOUNT  PIC 9(7)V99.
               10  SLR-T-RATE         PIC V9(4).
               10  SLR-T-TERM-MONTHS  PIC 9(3).
               10  SLR-T-MATURITY-DATE
                                      PIC 9(8).
               10  SLR-T-RENEWAL-INSTR
                                      PIC X(1).
               10  FILLER             PIC X(226).
           05  SLR-TRAILER-BODY REDEFINES SLR-BODY.
               10  SLR-Z-ACCT-COUNT   PIC 9(7).
               10  SLR-Z-BALANCE-TOTAL
                                      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
               10  SLR-Z-YTD-INT-TOTAL
                                      PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10  SLR-Z-ORDER-COUNT  PIC 9(7).
               10  SLR-Z-TERM-COUNT   PIC 9(7).
               10  SLR-Z-TERM-AMOUNT-TOTAL
                                      PIC 9(11)V99.
               10  FILLER             PIC X(191).
