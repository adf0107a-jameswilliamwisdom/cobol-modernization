      *>================================================================*
      *> AMLCSREC.cpy — AML Investigation Case Record (120 bytes)
      *> Layout: LINE SEQUENTIAL, one row per case, rewritten whole
      *> by AMLCASE every night. Closed cases stay on the file as
      *> the record of what was decided and when.
      *>
      *> AC-DETECT-DATE is the business date the first alert reached
      *> the case file — the start of the regulatory clock.
      *> AC-SAR-DUE-DATE is the last day a SAR can be filed on time.
      *> Further alerts on the same account while the case is open
      *> attach here (AC-ALERT-COUNT, AC-SRC-*) rather than opening
      *> a new case; the clock still runs from the first.
      *>
      *> AC-STATUS:
      *>   O  open, under investigation
      *>   E  escalated to the BSA officer, still open
      *>   N  closed, no action
      *>   S  closed, SAR filed (AC-SAR-BSA-ID is FinCEN's BSA ID)
      *>================================================================*
       01  AML-CASE-RECORD.
           05  AC-CASE-ID             PIC 9(7).
           05  AC-ACCT-ID             PIC X(8).
           05  AC-STATUS              PIC X(1).
               88  AC-OPEN                VALUE 'O'.
               88  AC-ESCALATED           VALUE 'E'.
               88  AC-CLOSED-NO-ACTION    VALUE 'N'.
               88  AC-SAR-FILED           VALUE 'S'.
               88  AC-CASE-ACTIVE         VALUE 'O' 'E'.
           05  AC-INVESTIGATOR        PIC X(8).
           05  AC-DETECT-DATE         PIC 9(8).
           05  AC-SAR-DUE-DATE        PIC 9(8).
           05  AC-LAST-ALERT-DATE     PIC 9(8).
           05  AC-ALERT-COUNT         PIC 9(3).
           05  AC-SRC-STRUCTURING     PIC X(1).
           05  AC-SRC-SANCTIONS       PIC X(1).
           05  AC-SRC-LARGE-CASH      PIC X(1).
           05  AC-ESCALATED-DATE      PIC 9(8).
           05  AC-CLOSED-DATE         PIC 9(8).
           05  AC-CLOSED-BY           PIC X(8).
           05  AC-SAR-BSA-ID          PIC X(14).
           05  AC-FILLER              PIC X(28).
