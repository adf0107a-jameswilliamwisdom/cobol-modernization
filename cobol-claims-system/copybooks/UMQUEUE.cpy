      *>================================================================*
      *> UMQUEUE.cpy — Utilization-Management Work Queue (140 bytes)
      *> Layout: LINE SEQUENTIAL, carried run to run by PAUTH278. One
      *> row per service line of a 278-style authorization request:
      *> the request as received, the decision due date the
      *> turnaround is measured against (urgent or standard clock
      *> from the received date), and the outcome once decided. An
      *> approval carries the PREAUTHR.cpy authorization number and
      *> the date span written to PREAUTH.DAT. Decided rows stay on
      *> the queue for 90 days for the turnaround reporting.
      *>================================================================*
       01  UM-QUEUE-RECORD.
           05  UMQ-REQUEST-ID          PIC X(12).
           05  UMQ-TRACE               PIC X(15).
           05  UMQ-MEMBER-ID           PIC X(10).
           05  UMQ-PROVIDER-ID         PIC X(10).
           05  UMQ-PROCEDURE-CODE      PIC X(5).
           05  UMQ-FROM-DATE           PIC 9(8).
           05  UMQ-TO-DATE             PIC 9(8).
           05  UMQ-URGENCY             PIC X(1).
               88  UMQ-URGENT              VALUE 'U'.
               88  UMQ-STANDARD            VALUE 'S'.
           05  UMQ-RECEIVED-DATE       PIC 9(8).
           05  UMQ-DUE-DATE            PIC 9(8).
           05  UMQ-STATUS              PIC X(1).
               88  UMQ-OPEN                VALUE 'O'.
               88  UMQ-APPROVED            VALUE 'A'.
               88  UMQ-DENIED              VALUE 'D'.
               88  UMQ-REJECTED            VALUE 'R'.
           05  UMQ-DECISION-DATE       PIC 9(8).
           05  UMQ-DECIDED-BY          PIC X(8).
           05  UMQ-AUTH-NUMBER         PIC X(10).
           05  UMQ-APPR-FROM           PIC 9(8).
           05  UMQ-APPR-TO             PIC 9(8).
           05  UMQ-REASON              PIC X(3).
           05  UMQ-FILLER              PIC X(9).
