      *>================================================================*
      *> PNDGDEC.cpy — Pending-Review Decision Record (24 bytes)
      *> Layout: LINE SEQUENTIAL, one row per supervisor decision on a
      *> transaction PENDING-TRANS.DAT is holding. PDEC-SUPERVISOR
      *> is the operator ID of the supervisor deciding it, laid out
      *> the way MNTDEC.cpy carries MDEC-SUPERVISOR.
      *>================================================================*
       01  PENDING-DECISION.
           05  PDEC-ACCT-ID          PIC X(8).
           05  PDEC-DECISION         PIC X(1).
               88  PDEC-APPROVE          VALUE 'A'.
               88  PDEC-DENY             VALUE 'D'.
           05  PDEC-SUPERVISOR       PIC X(8).
           05  FILLER                PIC X(1).
