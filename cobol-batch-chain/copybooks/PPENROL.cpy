      *>================================================================*
      *> PPENROL.cpy — Positive-Pay Enrollment Record (20 bytes)
      *> Layout: LINE SEQUENTIAL, one row per business checking
      *> account enrolled in positive pay, maintained by treasury
      *> services. PPE-DEFAULT is the customer's standing choice for
      *> an exception item they have not decided by the cut-off —
      *> pay it, or return it.
      *>================================================================*
       01  POSPAY-ENROLL-RECORD.
           05  PPE-ACCT-ID            PIC X(8).
           05  PPE-DEFAULT            PIC X(1).
               88  PPE-DEFAULT-PAY        VALUE 'P'.
               88  PPE-DEFAULT-RETURN     VALUE 'R'.
           05  FILLER                 PIC X(11).
