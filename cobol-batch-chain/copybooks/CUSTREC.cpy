      *> in use. ACCTMAIN's MREQ-JOINT-LINK maintenance request is the
      *> only thing that sets them; every other program just carries
      *> them through untouched, the same as the rest of the record.
      *>
      *> CUST-LOAN marks an installment loan: CUST-BALANCE carries
      *> the outstanding principal as a negative figure, and the note
      *> terms live on the LOANMAST companion file the way a
      *> certificate's terms live on TERMDEP.
      *>
      *> CUST-CHARGED-OFF marks an overdrawn account CHRGOFF has
      *> written off: the balance was zeroed through an audited
      *> charge-off credit and the debt now lives on the CHGOFF
      *> ledger. The account takes no further debits; a deposit to
      *> it posts as a recovery against that ledger.
      *>
      *> CUST-DECEASED marks an account whose owner's death has been
      *> reported through ACCTMAIN's date-of-death request. Deposits
      *> still post, debits wait on the estate executor's approval,
      *> and the account stays that way until ESTSETL settles the
      *> balance to the estate or the surviving joint owner and
      *> closes it.
      *>
      *> CUST-CIP-PENDING marks an account ACCTMAIN has opened whose
      *> owner's identity the ID vendor has not yet verified. Deposits
      *> post; withdrawals and transfers do not. CIPVERIF releases it
      *> to active once the vendor (or the review desk) verifies the
      *> document on the CIP register.
      *>================================================================*
       01  CUSTOMER-RECORD.
           05  CUST-ID                PIC X(8).
               88  CUST-SAVINGS           VALUE 'S'.
               88  CUST-CHECKING          VALUE 'C'.
               88  CUST-TERM              VALUE 'T'.
               88  CUST-LOAN              VALUE 'L'.
           05  CUST-STATUS            PIC X(1).
               88  CUST-ACTIVE            VALUE 'A'.
               88  CUST-CLOSED            VALUE 'C'.
               88  CUST-FROZEN            VALUE 'F'.
               88  CUST-ESCHEATED         VALUE 'E'.
               88  CUST-CHARGED-OFF       VALUE 'O'.
               88  CUST-DECEASED          VALUE 'D'.
               88  CUST-CIP-PENDING       VALUE 'V'.
           05  CUST-BALANCE           PIC S9(7)V99 COMP-3.
           05  CUST-OPEN-DATE         PIC 9(8).
           05  CUST-LAST-ACTIVITY     PIC 9(8).
