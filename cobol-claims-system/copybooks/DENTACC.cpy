      *>================================================================*
      *> DENTACC.cpy — Dental Annual Maximum Accumulator (30 bytes)
      *> Layout: LINE SEQUENTIAL, per member per benefit (calendar)
      *> year, carried run to run the way BENEFIT-USAGE.DAT is:
      *> what the plan has paid on the member's dental lines
      *> against the plan's PLN-DENTAL-ANNUAL-MAX so far that year.
      *> CLMPROC rewrites it at end of run and drops years before
      *> the prior one.
      *>================================================================*
       01  DENTAL-ACCUM-RECORD.
           05  DAC-MEMBER-ID           PIC X(10).
           05  DAC-BENEFIT-YEAR        PIC 9(4).
           05  DAC-PAID-YTD            PIC 9(7)V99.
           05  DAC-FILLER              PIC X(7).
