      *> and carried forward run to run so a resubmitted claim line
      *> (same member/provider/procedure/date of service) can be
      *> caught instead of silently paid a second time.
      *> CH-PLACE-OF-SVC is the line's place of service (23 emergency
      *> room, 21 inpatient), so panel utilization can be measured
      *> off history; lines written before it was carried hold
      *> spaces.
      *> CH-TOOTH-NUMBER is the tooth a dental line was billed
      *> against, for the tooth-level frequency and missing-tooth
      *> edits; spaces on medical lines.
      *>================================================================*
       01  CLAIM-HISTORY-RECORD.
           05  CH-MEMBER-ID            PIC X(10).
           05  CH-PROCEDURE-CODE       PIC X(5).
           05  CH-DATE-OF-SVC          PIC 9(8).
           05  CH-CLAIM-ID             PIC X(12).
           05  CH-PLACE-OF-SVC         PIC X(2).
           05  CH-TOOTH-NUMBER         PIC X(2).
           05  CH-FILLER               PIC X(1).
