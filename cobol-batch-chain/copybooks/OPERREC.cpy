      *>================================================================*
      *> OPERREC.cpy — Operator Roster Record (60 bytes)
      *> Layout: LINE SEQUENTIAL, one row per sign-on ID issued to
      *> branch and operations staff, maintained by security admin.
      *> OPR-ID is the value keyed into TRANS-OPERATOR-ID, the
      *> request files' operator fields and PDEC/MDEC-SUPERVISOR.
      *> OPR-TAX-ID is the employee's own tax ID, matched against
      *> DEMO-TAX-ID to find accounts the operator owns; blank means
      *> no own-account check for that operator.
      *>================================================================*
       01  OPERATOR-RECORD.
           05  OPR-ID                 PIC X(8).
           05  OPR-NAME               PIC X(25).
           05  OPR-BRANCH             PIC X(3).
           05  OPR-TAX-ID             PIC X(9).
           05  FILLER                 PIC X(15).
