      *>================================================================*
      *> FDICDEP.cpy — Insured-Depositor Record (100 bytes)
      *> Layout: LINE SEQUENTIAL, written by FDICCOV — one row per
      *> owner per account, the standard depositor file the bank
      *> would hand the FDIC in a failure. A joint account yields one
      *> row for each owner, carrying that owner's share.
      *>
      *> FDD-OWNER-ID is the owner's tax ID from CUST-DEMOGRAPHICS;
      *> FDD-OWNER-ID-TYPE 'A' says none was on file and the owning
      *> account's ID stands in for it, so that owner's accounts
      *> cannot be aggregated with any other and need review.
      *>
      *> FDD-INSURED-AMT/FDD-UNINSURED-AMT split FDD-ALLOC-AMOUNT
      *> (balance plus accrued interest, times the owner's share):
      *> the owner's coverage in the category is applied to their
      *> accounts in master order until it runs out.
      *>
      *> Ownership categories are derived from the master: SGL for
      *> an account with one owner, JNT for a joint account. REV and
      *> POD are reserved for trust and payable-on-death accounts,
      *> which the master does not yet mark.
      *>================================================================*
       01  FDIC-DEPOSITOR-RECORD.
           05  FDD-AS-OF-DATE         PIC 9(8).
           05  FDD-OWNER-ID-TYPE      PIC X(1).
               88  FDD-OWNER-BY-TAX-ID    VALUE 'T'.
               88  FDD-OWNER-BY-ACCT-ID   VALUE 'A'.
           05  FDD-OWNER-ID           PIC X(9).
           05  FDD-OWNER-NAME         PIC X(25).
           05  FDD-OWN-CATEGORY       PIC X(3).
               88  FDD-SINGLE             VALUE 'SGL'.
               88  FDD-JOINT              VALUE 'JNT'.
               88  FDD-REVOCABLE-TRUST    VALUE 'REV'.
               88  FDD-PAYABLE-ON-DEATH   VALUE 'POD'.
           05  FDD-ACCT-ID            PIC X(8).
           05  FDD-BRANCH             PIC X(3).
           05  FDD-ACCT-TYPE          PIC X(1).
           05  FDD-OWNER-COUNT        PIC 9(1).
           05  FDD-ALLOC-AMOUNT       PIC 9(9)V99.
           05  FDD-INSURED-AMT        PIC 9(9)V99.
           05  FDD-UNINSURED-AMT      PIC 9(9)V99.
           05  FDD-FILLER             PIC X(8).
