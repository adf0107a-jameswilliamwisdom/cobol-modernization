      *> accumulators adjudicate alongside the member's own. Blank
      *> means no family grouping applies.
           05  POL-FAMILY-ID           PIC X(5).
      *> Continuation coverage — 'C' when the member is covered
      *> under COBRA after a qualifying event: COBRADM reinstated
      *> the policy to the end of the maximum coverage period and
      *> bills the member individually, so group billing skips it.
           05  POL-CONTINUATION-IND    PIC X(1).
               88  POL-ON-CONTINUATION  VALUE 'C'.
           05  POL-FILLER              PIC X(01).
      *> Assigned primary-care provider — required for POL-IS-HMO
      *> members; CAPRUN pays the monthly per-member capitation to
      *> this provider and rosters the member under it.
