      *>================================================================*
      *> SDBOXREC.cpy — Safe Deposit Box Master Record (120 bytes)
      *> Layout: LINE SEQUENTIAL, one row per box in a branch vault,
      *> keyed by SDB-BRANCH + SDB-BOX-NO. Kept by SDBOX, which adds
      *> and rents boxes from the teller-keyed requests (SDBREQ.cpy),
      *> bills the annual rent and ages unpaid rent.
      *>
      *> SDB-SIZE prices the box: the rent is the FEE-SCHEDULE.DAT
      *> row whose channel is 'SB' followed by the size code.
      *> SDB-LINKED-ACCT is the renter's account the rent is taken
      *> from when SDB-AUTO-DEBIT is 'Y'; any other renter is billed
      *> by notice and pays at the branch.
      *>
      *> Status runs V vacant -> R rented, and for rent billed by
      *> notice and not paid: D past due, L legal notice sent, X
      *> to be drilled. A box stays X until the branch has drilled
      *> it and keys it vacant. SDB-AMOUNT-DUE is rent billed and
      *> not yet paid; SDB-PAST-DUE-DATE is the due date of the
      *> oldest of it.
      *>================================================================*
       01  SAFE-DEPOSIT-BOX-RECORD.
           05  SDB-BRANCH             PIC X(3).
           05  SDB-BOX-NO             PIC X(6).
           05  SDB-SIZE               PIC X(1).
               88  SDB-VALID-SIZE         VALUE 'S' 'M' 'L' 'X'.
           05  SDB-STATUS             PIC X(1).
               88  SDB-VACANT             VALUE 'V'.
               88  SDB-RENTED             VALUE 'R'.
               88  SDB-PAST-DUE           VALUE 'D'.
               88  SDB-LEGAL-NOTICE       VALUE 'L'.
               88  SDB-DRILL              VALUE 'X'.
           05  SDB-RENTER-ID          PIC X(8).
           05  SDB-CO-RENTER-1        PIC X(8).
           05  SDB-CO-RENTER-2        PIC X(8).
           05  SDB-LINKED-ACCT        PIC X(8).
           05  SDB-AUTO-DEBIT         PIC X(1).
               88  SDB-IS-AUTO-DEBIT      VALUE 'Y'.
           05  SDB-RENTED-DATE        PIC 9(8).
           05  SDB-RENT-DUE-DATE      PIC 9(8).
           05  SDB-LAST-BILLED        PIC 9(8).
           05  SDB-AMOUNT-DUE         PIC 9(5)V99.
           05  SDB-PAST-DUE-DATE      PIC 9(8).
           05  SDB-LEGAL-NOTICE-DATE  PIC 9(8).
           05  SDB-DRILL-DATE         PIC 9(8).
           05  SDB-FILLER             PIC X(21).
