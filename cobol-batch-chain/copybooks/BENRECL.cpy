      *>================================================================*
      *> BENRECL.cpy — Federal Benefit Reclamation Record (60 bytes)
      *> Layout: LINE SEQUENTIAL, one row per federal benefit deposit
      *> that TXNAPPLY posted to an account on the open estate
      *> register when the deposit was dated after the date of death.
      *> ACHRDFI marks these deposits with a 'FEDB ' description.
      *> The deposit still posts, and the row is the bank's record of
      *> what Treasury is owed. ESTSETL returns the flagged amount
      *> out of the balance before it settles the estate and then
      *> marks the row BRC-RETURNED.
      *>================================================================*
       01  BENEFIT-RECLAIM-RECORD.
           05  BRC-ACCT-ID            PIC X(8).
           05  BRC-POST-DATE          PIC 9(8).
           05  BRC-SEQ                PIC 9(6).
           05  BRC-AMOUNT             PIC 9(7)V99.
           05  BRC-DESC               PIC X(12).
           05  BRC-DATE-OF-DEATH      PIC 9(8).
           05  BRC-STATUS             PIC X(1).
               88  BRC-FLAGGED            VALUE 'F'.
               88  BRC-RETURNED           VALUE 'R'.
           05  BRC-RETURN-DATE        PIC 9(8).
