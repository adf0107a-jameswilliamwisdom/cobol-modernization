      *>================================================================*
      *> GLACTV.cpy — Claims GL Activity Record (66 bytes)
      *> Layout: LINE SEQUENTIAL, one row per money-moving event a
      *> claims-side program books outside the adjudication cycle,
      *> appended where the money moves: CAPRUN's capitation
      *> payments, SUBROPST's subrogation receipts, STOPLOSS's
      *> reinsurer cession receipts, CHKREG's returned and stale-
      *> dated checks, PAYESCH's reissues and escheats. CLMGLJ
      *> journals the rows to the general ledger — together with
      *> the cycle's claim payments, interest, recovery offsets and
      *> voids it reads off ADJUDICATED.DAT — and consumes the file.
      *> Product (policy type P/H/I) and line of business (M
      *> medical, D dental) are filled in where the event knows
      *> them; left blank, CLMGLJ takes the product off the
      *> member's policy when there is a member, and the account
      *> map's '*' rows cover the rest.
      *>================================================================*
       01  GL-ACTIVITY-RECORD.
           05  GLA-SOURCE             PIC X(8).
           05  GLA-EVENT              PIC X(2).
               88  GLA-CAPITATION         VALUE 'CP'.
               88  GLA-SUBRO-RECEIPT      VALUE 'SR'.
               88  GLA-CESSION-RECEIPT    VALUE 'SL'.
               88  GLA-CHECK-RETURNED     VALUE 'CR'.
               88  GLA-CHECK-STALE        VALUE 'SD'.
               88  GLA-CHECK-REISSUED     VALUE 'RI'.
               88  GLA-ESCHEATED          VALUE 'ES'.
           05  GLA-PRODUCT            PIC X(1).
           05  GLA-LOB                PIC X(1).
           05  GLA-AMOUNT             PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  GLA-EVENT-DATE         PIC 9(8).
           05  GLA-REFERENCE          PIC X(12).
           05  GLA-PROVIDER-ID        PIC X(10).
           05  GLA-MEMBER-ID          PIC X(10).
           05  GLA-FILLER             PIC X(2).
