      *>================================================================*
      *> PPISSUE.cpy — Positive-Pay Issued-Check Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, one row per check a positive-pay
      *> customer has told us they issued, keyed on PPI-ACCT-ID/
      *> PPI-CHECK-NO. Customers' issue files are appended to the
      *> register as they arrive; a row the customer voids comes in
      *> as 'V'. INCLRIN matches every presented check on an
      *> enrolled account against this register and marks the row
      *> paid, with the date and Fed item sequence that paid it, so
      *> a second presentment of the same serial is caught.
      *>================================================================*
       01  POSPAY-ISSUED-RECORD.
           05  PPI-ACCT-ID            PIC X(8).
           05  PPI-CHECK-NO           PIC 9(6).
           05  PPI-AMOUNT             PIC 9(7)V99.
           05  PPI-PAYEE              PIC X(30).
           05  PPI-ISSUE-DATE         PIC 9(8).
           05  PPI-STATUS             PIC X(1).
               88  PPI-ISSUED             VALUE 'I'.
               88  PPI-PAID               VALUE 'P'.
               88  PPI-VOIDED             VALUE 'V'.
           05  PPI-PAID-DATE          PIC 9(8).
           05  PPI-PAID-SEQ           PIC 9(6).
           05  FILLER                 PIC X(4).
