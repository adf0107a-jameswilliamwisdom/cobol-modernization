      *>================================================================*
      *> LOANMAST.cpy — Installment Loan Master Record (100 bytes)
      *> Layout: LINE SEQUENTIAL, one row per installment loan,
      *> companion to the CUST-LOAN ('L') master record holding the
      *> note terms the customer master has no room for. The master
      *> record carries the outstanding principal as a negative
      *> CUST-BALANCE, so the loan rides the same audit trail, GL
      *> extract and statement as any deposit account.
      *>
      *> Lending ops adds a row in LN-BOOKED status with the note
      *> terms and the account the proceeds go to (LN-DISB-ACCT-ID).
      *> LOANACRL's next run computes the level payment when none
      *> was keyed, cuts the disbursement transfer onto
      *> data/LOAN-TRANS.DAT and flips the row to LN-DISB-PENDING.
      *> The pair posts on a later cycle; the first run that finds
      *> the loan account's master balance drawn negative flips the
      *> row to LN-ACTIVE. From then on it accrues LN-ACCRUED-INT
      *> daily (at four decimals, the
      *> same way INTACCRL accrues CUST-ACCRUED-INT) and applies the
      *> interest/principal splits TXNAPPLY wrote to
      *> data/LOAN-PAYMENTS.DAT. A payment short of a full
      *> installment waits in LN-UNAPPLIED until enough arrives to
      *> advance LN-NEXT-DUE-DATE; LN-PAID-TO-DATE is the due date
      *> of the last installment fully satisfied.
      *>================================================================*
       01  LOAN-MASTER-RECORD.
           05  LN-ACCT-ID             PIC X(8).
           05  LN-DISB-ACCT-ID        PIC X(8).
           05  LN-ORIG-PRINCIPAL      PIC 9(7)V99.
           05  LN-PRINCIPAL-BAL       PIC 9(7)V99.
           05  LN-NOTE-RATE           PIC V9(4).
           05  LN-TERM-MONTHS         PIC 9(3).
           05  LN-PAYMENT-AMT         PIC 9(7)V99.
           05  LN-ORIG-DATE           PIC 9(8).
           05  LN-NEXT-DUE-DATE       PIC 9(8).
           05  LN-PAID-TO-DATE        PIC 9(8).
           05  LN-ACCRUED-INT         PIC 9(5)V9(4).
           05  LN-UNAPPLIED           PIC 9(7)V99.
           05  LN-STATUS              PIC X(1).
               88  LN-BOOKED              VALUE 'B'.
               88  LN-DISB-PENDING        VALUE 'D'.
               88  LN-ACTIVE              VALUE 'A'.
               88  LN-PAID-OFF            VALUE 'P'.
           05  LN-FILLER              PIC X(7).
