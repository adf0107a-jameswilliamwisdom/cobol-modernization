      *>================================================================*
      *> BANKCHG.cpy — Provider Banking Change Register (112 bytes)
      *> Layout: LINE SEQUENTIAL, one row per banking change entered
      *> through PRVMMNT. A change is recorded here, not applied: it
      *> waits (status P) until a second user approves it, at which
      *> point the banking in force is kept in the OLD fields, the
      *> new banking goes onto the provider master and the prenote
      *> is queued for CLMACH. BCR-CLEAR-DATE is the first day EFT
      *> may resume if no prenote return is posted before then.
      *> PRVBANK lists the register's recent rows for review.
      *>================================================================*
       01  BANK-CHANGE-RECORD.
           05  BCR-PROVIDER-ID         PIC X(10).
           05  BCR-STATUS              PIC X(1).
               88  BCR-AWAITING-APPROVAL   VALUE 'P'.
               88  BCR-APPROVED            VALUE 'A'.
               88  BCR-DECLINED            VALUE 'D'.
               88  BCR-PRENOTE-RETURNED    VALUE 'R'.
           05  BCR-OLD-ROUTING         PIC X(9).
           05  BCR-OLD-ACCOUNT         PIC X(17).
           05  BCR-NEW-ROUTING         PIC X(9).
           05  BCR-NEW-ACCOUNT         PIC X(17).
           05  BCR-REQUESTED-BY        PIC X(8).
           05  BCR-REQUEST-DATE        PIC 9(8).
      *> The second user — the approver, or whoever declined it
           05  BCR-APPROVED-BY         PIC X(8).
           05  BCR-APPROVED-DATE       PIC 9(8).
           05  BCR-CLEAR-DATE          PIC 9(8).
      *> NACHA return reason (R03 and the like) on a returned
      *> prenote
           05  BCR-RETURN-CODE         PIC X(3).
           05  BCR-FILLER              PIC X(6).
