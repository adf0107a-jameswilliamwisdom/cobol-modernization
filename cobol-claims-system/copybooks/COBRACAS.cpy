      *>================================================================*
      *> COBRACAS.cpy — COBRA Continuation Case Record (150 bytes)
      *> Layout: LINE SEQUENTIAL, COBRA-CASES.DAT — one row per
      *> qualifying event per member, rewritten by COBRADM as the
      *> case moves from election notice through election, monthly
      *> premium and the end of continuation coverage.
      *> Coverage continues from the day after CBC-LOSS-DATE to
      *> CBC-COVERAGE-END, the end of the maximum coverage period
      *> (CBC-MAX-MONTHS) — earlier if the premium lapses past
      *> grace, when CBC-END-DATE records the last day covered.
      *> Months are YYYYMM; a zero paid-through month means no
      *> premium has been paid.
      *>================================================================*
       01  COBRA-CASE-RECORD.
           05  CBC-MEMBER-ID           PIC X(10).
           05  CBC-POLICY-ID           PIC X(5).
           05  CBC-POL-TYPE            PIC X(1).
           05  CBC-EVENT-CODE          PIC X(2).
           05  CBC-EVENT-DATE          PIC 9(8).
           05  CBC-LOSS-DATE           PIC 9(8).
           05  CBC-STATUS              PIC X(1).
               88  CBC-NOTICE-PENDING      VALUE 'Q'.
               88  CBC-ELECTION-OPEN       VALUE 'N'.
               88  CBC-ELECTED             VALUE 'E'.
               88  CBC-WAIVED              VALUE 'W'.
               88  CBC-ELECTION-LAPSED     VALUE 'L'.
               88  CBC-TERMED-NONPAYMENT   VALUE 'T'.
               88  CBC-MAXIMUM-REACHED     VALUE 'X'.
           05  CBC-NOTICE-DUE          PIC 9(8).
           05  CBC-NOTICE-DATE         PIC 9(8).
           05  CBC-ELECT-DEADLINE      PIC 9(8).
           05  CBC-ELECT-DATE          PIC 9(8).
           05  CBC-MAX-MONTHS          PIC 9(2).
           05  CBC-COVERAGE-END        PIC 9(8).
           05  CBC-MONTHLY-PREMIUM     PIC 9(5)V99.
           05  CBC-BILLED-THROUGH      PIC 9(6).
           05  CBC-PAID-THROUGH        PIC 9(6).
           05  CBC-CREDIT              PIC 9(5)V99.
           05  CBC-END-DATE            PIC 9(8).
           05  CBC-FILLER              PIC X(39).
