      *>================================================================*
      *> OFCKREG.cpy — Official-Check Register Record (120 bytes)
      *> Layout: LINE SEQUENTIAL, one row per official check the bank
      *> has drawn on its own official-check account, keyed on
      *> OCR-SERIAL. OFCHECK adds the row when the check is issued
      *> and works it off every night; INCLRIN marks it paid when the
      *> check comes back through inclearing; ESCHEAT hands it to the
      *> state once it has been outstanding past the dormancy period.
      *> Rows are never dropped — the register is the record of every
      *> check the branches have typed.
      *>
      *> OCR-PURPOSE:
      *>   C  cashier's check bought by the customer on OCR-ACCT-ID
      *>   X  payout of a closing account's balance
      *>   E  estate payout — ESTSETL writes the settlement debit
      *>      itself; the other two are debited by OFCHECK
      *>
      *> OCR-STATUS (OCR-STATUS-DATE is the day it last changed):
      *>   O  outstanding
      *>   S  stopped — still outstanding, but returned if presented
      *>   P  paid through inclearing (OCR-PAID-SEQ is the Fed item)
      *>   V  voided, the money refunded to the purchaser
      *>   R  replaced by OCR-LINKED-SERIAL; the replacement row
      *>      carries the original's serial in the same field
      *>   E  escheated to the state
      *>
      *> OCR-FUNDING follows the customer debit behind the check:
      *>   P  debit written, not yet seen posted
      *>   F  debit posted — OCR-FUNDED-DATE is the day the amount
      *>      went onto the official-check GL account
      *>   U  debit rejected at posting, or never posted — unfunded
      *>   R  voided; refund deposit written, not yet seen posted
      *>   D  voided and refunded
      *>   X  voided; refund deposit rejected at posting
      *> OCR-GL-DR-DATE is the day the amount came off the GL account
      *> again (paid, replaced, escheated or refunded). A check is in
      *> the GL balance from OCR-FUNDED-DATE until OCR-GL-DR-DATE.
      *>================================================================*
       01  OFFICIAL-CHECK-RECORD.
           05  OCR-SERIAL             PIC 9(6).
           05  OCR-ACCT-ID            PIC X(8).
           05  OCR-PURPOSE            PIC X(1).
               88  OCR-CASHIERS-CHECK     VALUE 'C'.
               88  OCR-CLOSURE-PAYOUT     VALUE 'X'.
               88  OCR-ESTATE-PAYOUT      VALUE 'E'.
           05  OCR-PAYEE              PIC X(30).
           05  OCR-AMOUNT             PIC 9(7)V99.
           05  OCR-BRANCH             PIC X(3).
           05  OCR-ISSUE-DATE         PIC 9(8).
           05  OCR-OPERATOR-ID        PIC X(8).
           05  OCR-STATUS             PIC X(1).
               88  OCR-OUTSTANDING        VALUE 'O'.
               88  OCR-STOPPED            VALUE 'S'.
               88  OCR-PAID               VALUE 'P'.
               88  OCR-VOIDED             VALUE 'V'.
               88  OCR-REPLACED           VALUE 'R'.
               88  OCR-ESCHEATED          VALUE 'E'.
               88  OCR-OPEN-ITEM          VALUE 'O' 'S'.
           05  OCR-STATUS-DATE        PIC 9(8).
           05  OCR-FUNDING            PIC X(1).
               88  OCR-DEBIT-PENDING      VALUE 'P'.
               88  OCR-FUNDED             VALUE 'F'.
               88  OCR-UNFUNDED           VALUE 'U'.
               88  OCR-REFUND-PENDING     VALUE 'R'.
               88  OCR-REFUNDED           VALUE 'D'.
               88  OCR-REFUND-REJECTED    VALUE 'X'.
           05  OCR-FUNDED-DATE        PIC 9(8).
           05  OCR-GL-DR-DATE         PIC 9(8).
           05  OCR-PAID-SEQ           PIC 9(6).
           05  OCR-LINKED-SERIAL      PIC 9(6).
           05  OCR-FILLER             PIC X(9).
