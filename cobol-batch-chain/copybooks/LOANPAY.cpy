      *>================================================================*
      *> LOANPAY.cpy — Loan Payment Split Record (50 bytes)
      *> Layout: LINE SEQUENTIAL, one row per payment TXNAPPLY posted
      *> to a CUST-LOAN account — a deposit, or the credit leg of a
      *> transfer in from checking. The payment satisfies accrued
      *> interest first and the remainder reduces principal;
      *> LOANACRL reads the file the next night to relieve the loan
      *> master and advance the due date, then empties it.
      *>================================================================*
       01  LOAN-PAYMENT-RECORD.
           05  LP-ACCT-ID             PIC X(8).
           05  LP-DATE                PIC 9(8).
           05  LP-SEQ                 PIC 9(6).
           05  LP-AMOUNT              PIC 9(7)V99.
           05  LP-INTEREST            PIC 9(7)V99.
           05  LP-PRINCIPAL           PIC 9(7)V99.
           05  LP-FILLER              PIC X(1).
