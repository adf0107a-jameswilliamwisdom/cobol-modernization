      *>================================================================*
      *> PRVCTR.cpy — Provider-to-Contract Assignment Record (40 bytes)
      *> Layout: LINE SEQUENTIAL, which CTRMAST.cpy contract a
      *> provider is under and for what dates. A move to a new
      *> contract terms the old row and adds a new one, so a claim
      *> prices under the contract in force on its date of service,
      *> not today's. A zero effective date always applies; a zero
      *> term date is open-ended.
      *>================================================================*
       01  PROVIDER-CONTRACT-RECORD.
           05  PCA-PROVIDER-ID         PIC X(10).
           05  PCA-CONTRACT-ID         PIC X(10).
           05  PCA-EFF-DATE            PIC 9(8).
           05  PCA-TERM-DATE           PIC 9(8).
           05  PCA-FILLER              PIC X(4).
