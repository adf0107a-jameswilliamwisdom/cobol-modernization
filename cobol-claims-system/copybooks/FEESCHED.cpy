      *>================================================================*
      *> FEESCHED.cpy — Provider fee schedule record
      *> COMP-3 contracted rates for procedure/provider lookups.
      *> FEE-PRICING-METHOD says how the row prices a line: a flat
      *> contracted rate per unit (F or blank), the procedure's
      *> relative value off RVUTBL.cpy times FEE-CONV-FACTOR per unit
      *> (R), or FEE-PCT-OF-CHARGE per cent of the billed charge, no
      *> more than FEE-PCT-CAP per unit when the cap is non-zero (P).
      *>================================================================*
       01  FEE-SCHEDULE-RECORD.
           05  FEE-PROVIDER-ID           PIC X(10).
           05  FEE-PAY-METHOD           PIC X(1).
               88  FEE-PAY-EFT           VALUE 'E'.
               88  FEE-PAY-CHECK         VALUE 'C'.
           05  FEE-PRICING-METHOD       PIC X(1).
               88  FEE-PRICE-FLAT        VALUE 'F' ' '.
               88  FEE-PRICE-RVU         VALUE 'R'.
               88  FEE-PRICE-PCT-CHARGE  VALUE 'P'.
           05  FEE-CONV-FACTOR          PIC S9(3)V9(4) COMP-3.
           05  FEE-PCT-OF-CHARGE        PIC 9(3)V99 COMP-3.
           05  FEE-PCT-CAP              PIC S9(5)V99 COMP-3.
           05  FEE-FILLER               PIC X(13).
