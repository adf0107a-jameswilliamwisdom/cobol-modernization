      *>================================================================*
      *> CTRMAST.cpy — Provider Contract Master Record (70 bytes)
      *> Layout: LINE SEQUENTIAL, one row per network contract. The
      *> contract's rates live on the fee schedule under the key in
      *> CTR-BASE-SCHEDULE — FEESCHED rows whose FEE-PROVIDER-ID is
      *> that key are the contract's rates, shared by every provider
      *> assigned to it through PRVCTR.cpy. A provider's own fee rows
      *> still override the contract's for that provider. Dated the
      *> way FEESCHED rows are: a zero effective date always
      *> applies, a zero term date is open-ended. CTR-NETWORK-TIER N
      *> marks a non-participating contract — its lines price out of
      *> network.
      *>================================================================*
       01  CONTRACT-MASTER-RECORD.
           05  CTR-CONTRACT-ID         PIC X(10).
           05  CTR-CONTRACT-NAME       PIC X(30).
           05  CTR-EFF-DATE            PIC 9(8).
           05  CTR-TERM-DATE           PIC 9(8).
           05  CTR-BASE-SCHEDULE       PIC X(10).
           05  CTR-NETWORK-TIER        PIC X(1).
               88  CTR-TIER-PREFERRED  VALUE 'P'.
               88  CTR-TIER-STANDARD   VALUE 'S'.
               88  CTR-TIER-NONPAR     VALUE 'N'.
           05  CTR-FILLER              PIC X(3).
