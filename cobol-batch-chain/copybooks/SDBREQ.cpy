      *>================================================================*
      *> SDBREQ.cpy — Safe Deposit Box Request Record (70 bytes)
      *> Layout: LINE SEQUENTIAL, keyed at the branch, consumed by
      *> SDBOX in the order keyed:
      *>   N  new box put in the vault (SBR-SIZE), vacant
      *>   R  box rented: renter, co-renters, linked account and
      *>      auto-debit choice; the first year's rent is due on
      *>      SBR-DATE
      *>   P  rent paid at the branch (SBR-AMOUNT)
      *>   C  renter details changed: co-renters, linked account,
      *>      auto-debit
      *>   V  box surrendered, or drilled and its contents taken
      *>      into the branch's custody; the box is vacant again
      *>================================================================*
       01  SDBOX-REQUEST-RECORD.
           05  SBR-ACTION             PIC X(1).
               88  SBR-NEW-BOX            VALUE 'N'.
               88  SBR-RENT               VALUE 'R'.
               88  SBR-PAYMENT            VALUE 'P'.
               88  SBR-CHANGE             VALUE 'C'.
               88  SBR-VACATE             VALUE 'V'.
           05  SBR-BRANCH             PIC X(3).
           05  SBR-BOX-NO             PIC X(6).
           05  SBR-SIZE               PIC X(1).
           05  SBR-RENTER-ID          PIC X(8).
           05  SBR-CO-RENTER-1        PIC X(8).
           05  SBR-CO-RENTER-2        PIC X(8).
           05  SBR-LINKED-ACCT        PIC X(8).
           05  SBR-AUTO-DEBIT         PIC X(1).
           05  SBR-AMOUNT             PIC 9(5)V99.
           05  SBR-DATE               PIC 9(8).
           05  SBR-KEYED-BY           PIC X(8).
           05  SBR-FILLER             PIC X(3).
