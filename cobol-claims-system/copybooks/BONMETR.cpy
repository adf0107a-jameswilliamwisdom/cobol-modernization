      *>================================================================*
      *> BONMETR.cpy — PCP Quality-Bonus Metric (100 bytes)
      *> Layout: LINE SEQUENTIAL, maintained by network contracting.
      *> One row per metric CAPBONUS scores each capitated primary-
      *> care panel on each quarter:
      *>   U utilization  distinct claims with a line at place of
      *>                  service BNM-PLACE-OF-SVC for the panel's
      *>                  members in the quarter, per thousand
      *>                  members a year (23 emergency room visits,
      *>                  21 inpatient admissions)
      *>   P preventive   per cent of the panel at quarter end with
      *>                  one of BNM-PROC-CODE on claim history in
      *>                  the BNM-LOOKBACK-MONTHS up to quarter end
      *> The metric is met when the result is at or under the
      *> target (BNM-DIRECTION L) or at or over it (H). A met metric
      *> earns its BNM-WEIGHT per cent of the provider's share of
      *> the pool; the weights should total 100.
      *>================================================================*
       01  BONUS-METRIC-RECORD.
           05  BNM-METRIC-ID           PIC X(6).
           05  BNM-DESCRIPTION         PIC X(30).
           05  BNM-TYPE                PIC X(1).
               88  BNM-UTILIZATION         VALUE 'U'.
               88  BNM-PREVENTIVE          VALUE 'P'.
           05  BNM-PLACE-OF-SVC        PIC X(2).
           05  BNM-TARGET              PIC 9(5)V99.
           05  BNM-DIRECTION           PIC X(1).
               88  BNM-LOWER-IS-BETTER     VALUE 'L'.
               88  BNM-HIGHER-IS-BETTER    VALUE 'H'.
           05  BNM-WEIGHT              PIC 9(3).
           05  BNM-LOOKBACK-MONTHS     PIC 9(3).
           05  BNM-PROC-CODES.
               10  BNM-PROC-CODE       PIC X(5) OCCURS 8.
           05  BNM-FILLER              PIC X(7).
