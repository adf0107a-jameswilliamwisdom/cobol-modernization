      *>================================================================*
      *> AMLDISP.cpy — AML Case Disposition Request (50 bytes)
      *> Layout: LINE SEQUENTIAL, keyed by the investigators,
      *> consumed by AMLCASE. One row per action on a case:
      *>   N  close as no action      (case must be open)
      *>   E  escalate to BSA officer (case must be open)
      *>   S  SAR filed               (case must be open; ADR-SAR-
      *>                               BSA-ID required)
      *>   A  reassign to ADR-ASSIGN-TO (case must be open)
      *> ADR-ACTION-DATE zero means the run date.
      *>================================================================*
       01  AML-DISPOSITION-REQUEST.
           05  ADR-CASE-ID            PIC 9(7).
           05  ADR-ACTION             PIC X(1).
               88  ADR-CLOSE-NO-ACTION    VALUE 'N'.
               88  ADR-ESCALATE           VALUE 'E'.
               88  ADR-SAR-FILED          VALUE 'S'.
               88  ADR-REASSIGN           VALUE 'A'.
           05  ADR-ACTION-DATE        PIC 9(8).
           05  ADR-KEYED-BY           PIC X(8).
           05  ADR-ASSIGN-TO          PIC X(8).
           05  ADR-SAR-BSA-ID         PIC X(14).
           05  ADR-FILLER             PIC X(4).
