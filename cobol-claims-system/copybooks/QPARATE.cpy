      *>================================================================*
      *> QPARATE.cpy — Qualifying Payment Amount Table (40 bytes)
      *> Layout: LINE SEQUENTIAL, one row per procedure code per
      *> effective window, maintained by network contracting: the
      *> median of the contracted in-network rates for the service
      *> across the plans' networks, per unit. CLMPROC prices a
      *> service protected by the federal surprise-billing rules
      *> (an out-of-network emergency, or an out-of-network
      *> ancillary provider at an in-network facility) at this
      *> amount, and figures the member's in-network cost sharing
      *> on the lesser of it and the billed charge. A zero term
      *> date is open-ended.
      *>================================================================*
       01  QPA-RATE-RECORD.
           05  QPA-PROCEDURE-CODE      PIC X(5).
           05  QPA-EFF-DATE            PIC 9(8).
           05  QPA-TERM-DATE           PIC 9(8).
           05  QPA-AMOUNT              PIC 9(5)V99.
           05  QPA-FILLER              PIC X(12).
