      *>================================================================*
      *> AMLRATE.cpy — Customer AML Risk Rating Record (200 bytes)
      *> Layout: LINE SEQUENTIAL, one row per account on the master,
      *> rewritten whole by AMLRISK every night. The BSA officer's
      *> standing rating: enhanced due diligence and the review
      *> cycle are set from AR-BAND.
      *>
      *> AR-PTS-* are the points each factor contributed to tonight's
      *> AR-SCORE; AR-PRIOR-PTS-* the same factors as of the rating
      *> before it, so a band increase can name what drove it.
      *> AR-HISTORY keeps the last twelve nightly ratings, most
      *> recent first — entry 1 is always this row's own rating. A
      *> re-run on the same business date replaces entry 1 rather
      *> than pushing a new one.
      *>
      *> AR-BAND: 1 low, 2 medium (enhanced due diligence), 3 high
      *> (enhanced due diligence and a shortened review cycle).
      *>================================================================*
       01  AML-RATING-RECORD.
           05  AR-ACCT-ID             PIC X(8).
           05  AR-RATED-DATE          PIC 9(8).
           05  AR-SCORE               PIC 9(3).
           05  AR-BAND                PIC 9(1).
               88  AR-BAND-LOW            VALUE 1.
               88  AR-BAND-MEDIUM         VALUE 2.
               88  AR-BAND-HIGH           VALUE 3.
           05  AR-FACTOR-PTS.
               10  AR-PTS-CASH        PIC 9(2).
               10  AR-PTS-FX-WIRE     PIC 9(2).
               10  AR-PTS-CTR         PIC 9(2).
               10  AR-PTS-SAR         PIC 9(2).
               10  AR-PTS-SANCTION    PIC 9(2).
               10  AR-PTS-ACCT-AGE    PIC 9(2).
               10  AR-PTS-ACCT-TYPE   PIC 9(2).
           05  AR-PRIOR-FACTOR-PTS.
               10  AR-PRIOR-PTS-CASH      PIC 9(2).
               10  AR-PRIOR-PTS-FX-WIRE   PIC 9(2).
               10  AR-PRIOR-PTS-CTR       PIC 9(2).
               10  AR-PRIOR-PTS-SAR       PIC 9(2).
               10  AR-PRIOR-PTS-SANCTION  PIC 9(2).
               10  AR-PRIOR-PTS-ACCT-AGE  PIC 9(2).
               10  AR-PRIOR-PTS-ACCT-TYPE PIC 9(2).
           05  AR-HIST-COUNT          PIC 9(2).
           05  AR-HISTORY OCCURS 12 TIMES.
               10  AR-HIST-DATE       PIC 9(8).
               10  AR-HIST-SCORE      PIC 9(3).
               10  AR-HIST-BAND       PIC 9(1).
           05  AR-FILLER              PIC X(6).
