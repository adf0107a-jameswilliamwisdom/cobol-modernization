      *>================================================================*
      *> CLMDREG.cpy — Claims Disbursement Register Record (110 bytes)
      *> Layout: LINE SEQUENTIAL, one row per claim check the claims
      *> system has drawn on its disbursement account with us, and
      *> one per EFT settlement file we have originated for it.
      *> CLMDISB adds a row the night it first sees the check on the
      *> claims system's register (or the EFT file), and debits the
      *> account for it then; INCLRIN marks a check paid or returned
      *> when it comes back through inclearing and reports it to the
      *> claims system on BANK-CLEARED.DAT. Rows are never dropped.
      *>
      *> CDR-ITEM-TYPE / CDR-ITEM-NO:
      *>   C  claim check — the claims system's 8-digit check number;
      *>      the low six digits are the serial on the MICR line
      *>   E  EFT settlement — the file's creation date, CCYYMMDD
      *>
      *> CDR-STATUS (CDR-STATUS-DATE is the day it last changed):
      *>   O  outstanding
      *>   P  paid through inclearing (CDR-PAID-SEQ is the Fed item)
      *>   R  returned unpaid through inclearing (the same)
      *>   V  voided on the claims system's register
      *>   S  EFT settlement debited — never presented
      *> CDR-DEBIT-DATE is the night the debit was written.
      *> CDR-CREDIT-DATE is the night a returned or voided check's
      *> amount was credited back to the account, zero until then.
      *>================================================================*
       01  CLAIMS-DISB-RECORD.
           05  CDR-ITEM-TYPE          PIC X(1).
               88  CDR-CLAIM-CHECK        VALUE 'C'.
               88  CDR-EFT-SETTLEMENT     VALUE 'E'.
           05  CDR-ITEM-NO            PIC 9(8).
           05  CDR-PROVIDER-ID        PIC X(10).
           05  CDR-PAYEE              PIC X(30).
           05  CDR-AMOUNT             PIC 9(9)V99.
           05  CDR-ISSUE-DATE         PIC 9(8).
           05  CDR-DEBIT-DATE         PIC 9(8).
           05  CDR-STATUS             PIC X(1).
               88  CDR-OUTSTANDING        VALUE 'O'.
               88  CDR-PAID               VALUE 'P'.
               88  CDR-RETURNED           VALUE 'R'.
               88  CDR-VOIDED             VALUE 'V'.
               88  CDR-SETTLED            VALUE 'S'.
           05  CDR-STATUS-DATE        PIC 9(8).
           05  CDR-CREDIT-DATE        PIC 9(8).
           05  CDR-PAID-SEQ           PIC 9(6).
           05  CDR-FILLER             PIC X(11).
