      *>================================================================*
      *> PAUTH278.cob — 278-style prior-authorization intake and
      *>                decision response
      *> Compile: cobc -x -free -I copybooks PAUTH278.cob
      *> PREAUTH.DAT stops being keyed by hand from the paper
      *> approvals: providers send 278-style authorization requests,
      *> one segment per line, same convention as the 837 intake:
      *>
      *>   ST*278*...~                 starts a request (SE ends it)
      *>   BHT*0007*13*<ref>*<date>~   request date (received date)
      *>   UM*HS*I*...*...*<level>~    level U or 03 is urgent
      *>   TRN*1*<trace>~              provider's trace number
      *>   NM1*IL*1*<last>*<first>****MI*<member id>~
      *>   NM1*SJ*...****XX*<provider id>~  servicing provider
      *>                               (NM1*1P requester if no SJ)
      *>   DTP*472*RD8*<from>-<to>~    or DTP*472*D8*<date>
      *>   SV1*HC:<procedure>~         one per service requested
      *>
      *> A DTP ahead of the first SV1 sets the dates for the whole
      *> request; one after an SV1 sets that service's own dates.
      *> Each service becomes a row on the utilization-management
      *> work queue (UMQUEUE.cpy) with a decision due date on the
      *> urgent or standard clock. A member with no policy in force
      *> on the from date, or a provider not on the master, rejects
      *> at intake. A procedure on the auto-approval list approves
      *> at once; everything else pends for a reviewer, whose
      *> decisions come back on PA-DECISIONS.DAT. Approvals append
      *> the PREAUTH.DAT authorization CLMPROC checks; every
      *> disposition answers the provider with a 278-style response:
      *>
      *>   HCR*A1*<auth number>~ + DTP*472*RD8*<from>-<to>~  approved
      *>   HCR*A3**<reason>~                                  denied
      *>   HCR*A4~                                            pended
      *>   AAA*N**75*C~ / AAA*N**51*C~   member / provider not found
      *>
      *> Input:  data/PREAUTH-278.TXT       (LINE SEQ, 278 segments,
      *>                                     optional)
      *>         data/PA-DECISIONS.DAT      (LINE SEQ, 60 bytes:
      *>                 request ID X(12), action A/D, reviewer X(8),
      *>                 approved from/to 9(8) each (zero: as
      *>                 requested), reason X(3), decision date 9(8)
      *>                 (zero: run date), optional)
      *>         data/PA-AUTO-APPROVE.DAT   (LINE SEQ, 20 bytes:
      *>                 procedure X(5), most days approved 9(3)
      *>                 (zero: as requested), optional)
      *>         data/PA-PARM.DAT           (LINE SEQ, optional:
      *>                 urgent days 9(3), standard days 9(3) —
      *>                 default 003 and 015)
      *>         data/UM-WORK-QUEUE.DAT     (UMQUEUE.cpy, carried)
      *>         data/POLICIES.DAT  data/PROVIDER-MASTER.DAT
      *> Output: data/UM-WORK-QUEUE.DAT     (rewritten)
      *>         data/PREAUTH.DAT           (EXTEND — approvals)
      *>         data/PA-RESPONSE-278.TXT   (278 response segments)
      *>         data/PA-UM-REPORT.TXT      (print)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAUTH278.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-IN-FILE
               ASSIGN TO 'data/PREAUTH-278.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDI-STATUS.
           SELECT DECISION-FILE
               ASSIGN TO 'data/PA-DECISIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT AUTO-FILE
               ASSIGN TO 'data/PA-AUTO-APPROVE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTO-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'data/PA-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT QUEUE-FILE
               ASSIGN TO 'data/UM-WORK-QUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT PREAUTH-FILE
               ASSIGN TO 'data/PREAUTH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT RESPONSE-FILE
               ASSIGN TO 'data/PA-RESPONSE-278.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/PA-UM-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDI-IN-FILE.
       01  EDI-SEGMENT-LINE           PIC X(250).

       FD  DECISION-FILE.
       01  PA-DECISION-RECORD.
           05  PAD-REQUEST-ID         PIC X(12).
           05  PAD-ACTION             PIC X(1).
               88  PAD-APPROVE        VALUE 'A'.
               88  PAD-DENY           VALUE 'D'.
           05  PAD-REVIEWER           PIC X(8).
           05  PAD-APPR-FROM          PIC 9(8).
           05  PAD-APPR-TO            PIC 9(8).
           05  PAD-REASON             PIC X(3).
           05  PAD-DECISION-DATE      PIC 9(8).
           05  PAD-FILLER             PIC X(12).

       FD  AUTO-FILE.
       01  PA-AUTO-RECORD.
           05  PAA-PROCEDURE-CODE     PIC X(5).
           05  PAA-MAX-DAYS           PIC 9(3).
           05  PAA-FILLER             PIC X(12).

       FD  PARM-FILE.
       01  PA-PARM-RECORD.
           05  PARM-URGENT-DAYS       PIC X(3).
           05  PARM-URGENT-DAYS-9 REDEFINES PARM-URGENT-DAYS
                                      PIC 9(3).
           05  PARM-STANDARD-DAYS     PIC X(3).
           05  PARM-STANDARD-DAYS-9 REDEFINES PARM-STANDARD-DAYS
                                      PIC 9(3).
           05  PARM-FILLER            PIC X(14).

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD          PIC X(140).

       FD  POLICY-FILE.
       COPY POLREC.

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  PREAUTH-FILE.
       COPY PREAUTHR.

       FD  RESPONSE-FILE.
       01  RESPONSE-LINE              PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EDI-STATUS              PIC XX.
       01  WS-DEC-STATUS              PIC XX.
       01  WS-AUTO-STATUS             PIC XX.
       01  WS-PARM-STATUS             PIC XX.
       01  WS-QUE-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-PA-STATUS               PIC XX.
       01  WS-RSP-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
           88  WS-AT-EOF              VALUE 'Y'.

      *> Queue row being worked — carried rows are held as images
      *> and moved through this layout
       COPY UMQUEUE.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-DUE-JULIAN              PIC 9(7) COMP.
       01  WS-DAYS-TO-DUE             PIC S9(5).
       01  WS-DAYS-TAKEN              PIC S9(5).
       01  WS-URGENT-DAYS             PIC 9(3) VALUE 3.
       01  WS-STANDARD-DAYS           PIC 9(3) VALUE 15.
       01  WS-KEEP-DAYS               PIC 9(3) VALUE 90.

      *> Work queue held whole for the run — carried plus new intake
       01  WS-QUE-COUNT               PIC 9(4) VALUE 0.
       01  WS-QUE-TABLE.
           05  WS-QUE-IMAGE           PIC X(140) OCCURS 999.
       01  WS-QUE-IDX                 PIC 9(4).

      *> Request IDs are UM + run date YYMMDD + a sequence that
      *> picks up after the highest one already issued today
       01  WS-NEXT-SEQ                PIC 9(4) VALUE 0.
       01  WS-REQ-ID-BUILD.
           05  FILLER                 PIC X(2) VALUE 'UM'.
           05  WS-RIB-YYMMDD          PIC X(6).
           05  WS-RIB-SEQ             PIC 9(4).

      *> Policy master in memory for the in-force check
       01  WS-POL-COUNT               PIC 9(3) VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-IMAGE           PIC X(79) OCCURS 200.
       01  WS-POL-IDX                 PIC 9(3).

       01  WS-PRV-COUNT               PIC 9(3) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 500.
               10  WS-PRV-ID          PIC X(10).
               10  WS-PRV-NAME        PIC X(30).
       01  WS-PRV-IDX                 PIC 9(3).

       01  WS-AUTO-COUNT              PIC 9(3) VALUE 0.
       01  WS-AUTO-TABLE.
           05  WS-AUTO-ENTRY OCCURS 200.
               10  WS-AUTO-PROC       PIC X(5).
               10  WS-AUTO-MAX-DAYS   PIC 9(3).
       01  WS-AUTO-IDX                PIC 9(3).

      *> EDI parse work areas
       01  WS-SEG-WORK                PIC X(250).
       01  WS-ELEM-COUNT              PIC 9(2).
       01  WS-ELEM-TABLE.
           05  WS-ELEM                PIC X(30) OCCURS 16.
       01  WS-SUB-TABLE.
           05  WS-SUB                 PIC X(30) OCCURS 6.
       01  WS-DATE-FROM-X             PIC X(8).
       01  WS-DATE-TO-X               PIC X(8).
       01  WS-DATE-FROM               PIC 9(8).
       01  WS-DATE-TO                 PIC 9(8).

      *> Request being assembled — flushed when the next ST, the
      *> SE, or end of file arrives
       01  WS-REQ-OPEN                PIC X(1) VALUE 'N'.
           88  WS-REQ-IN-PROGRESS     VALUE 'Y'.
       01  WS-CUR-RECEIVED            PIC 9(8).
       01  WS-CUR-URGENCY             PIC X(1).
       01  WS-CUR-TRACE               PIC X(15).
       01  WS-CUR-MEMBER              PIC X(10).
       01  WS-CUR-SERVICING           PIC X(10).
       01  WS-CUR-REQUESTER           PIC X(10).
       01  WS-CUR-PROVIDER            PIC X(10).
       01  WS-CUR-FROM                PIC 9(8).
       01  WS-CUR-TO                  PIC 9(8).
       01  WS-CUR-SVC-COUNT           PIC 9(2) VALUE 0.
       01  WS-CUR-SVC-TABLE.
           05  WS-CUR-SVC OCCURS 20.
               10  WS-CS-PROC         PIC X(5).
               10  WS-CS-FROM         PIC 9(8).
               10  WS-CS-TO           PIC 9(8).
       01  WS-CS-IDX                  PIC 9(2).

       01  WS-MEMBER-OK               PIC X(1).
       01  WS-PROVIDER-OK             PIC X(1).
       01  WS-PROVIDER-NAME           PIC X(30).
       01  WS-SPAN-DAYS               PIC 9(5).
       01  WS-SEG-BUILD               PIC X(120).

      *> Turnaround by urgency for decisions made this run:
      *> 1 urgent, 2 standard
       01  WS-TAT-TABLE.
           05  WS-TAT-ENTRY OCCURS 2.
               10  WS-TAT-DECIDED     PIC 9(4).
               10  WS-TAT-MET         PIC 9(4).
               10  WS-TAT-LATE        PIC 9(4).
               10  WS-TAT-DAYS        PIC 9(7).
       01  WS-TAT-IDX                 PIC 9(1).

       01  WS-SEGMENTS-READ           PIC 9(5) VALUE 0.
       01  WS-CTR-REQUESTS            PIC 9(4) VALUE 0.
       01  WS-CTR-AUTO                PIC 9(4) VALUE 0.
       01  WS-CTR-PENDED              PIC 9(4) VALUE 0.
       01  WS-CTR-REJECTED            PIC 9(4) VALUE 0.
       01  WS-CTR-APPROVED            PIC 9(4) VALUE 0.
       01  WS-CTR-DENIED              PIC 9(4) VALUE 0.
       01  WS-CTR-BAD-DECISION        PIC 9(4) VALUE 0.
       01  WS-CTR-OPEN                PIC 9(4) VALUE 0.
       01  WS-CTR-OVERDUE             PIC 9(4) VALUE 0.
       01  WS-CTR-PURGED              PIC 9(4) VALUE 0.

       01  HDR-LINE                   PIC X(100)
           VALUE 'PRIOR-AUTHORIZATION UTILIZATION MANAGEMENT REPORT'.
       01  HDR-RUN-LINE.
           05  FILLER                 PIC X(9) VALUE 'RUN DATE '.
           05  HRL-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(16) VALUE
               '   URGENT DAYS  '.
           05  HRL-URGENT             PIC ZZ9.
           05  FILLER                 PIC X(16) VALUE
               '   STANDARD DAYS'.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  HRL-STANDARD           PIC ZZ9.
           05  FILLER                 PIC X(44) VALUE SPACES.
       01  HDR-DEC-LINE               PIC X(100)
           VALUE 'DECISIONS APPLIED'.
       01  HDR-INT-LINE               PIC X(100)
           VALUE 'REQUESTS RECEIVED'.
       01  HDR-OPEN-LINE              PIC X(100)
           VALUE 'OPEN QUEUE AGING'.
       01  HDR-TAT-LINE               PIC X(100)
           VALUE 'TURNAROUND THIS RUN'.
       01  HDR-DEC-COLS.
           05  FILLER                 PIC X(44) VALUE
               'REQUEST      PROC  U RECEIVED DUE      DECID'.
           05  FILLER                 PIC X(44) VALUE
               'ED  DAYS RESULT   BY       AUTH NO    TAT   '.
           05  FILLER                 PIC X(12) VALUE SPACES.
       01  HDR-INT-COLS.
           05  FILLER                 PIC X(44) VALUE
               'REQUEST      TRACE           MEMBER     PROV'.
           05  FILLER                 PIC X(44) VALUE
               'IDER   PROC  U   DUE DATE  DISPOSITION      '.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  DEC-DTL-LINE.
           05  DDL-REQUEST            PIC X(12).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-PROC               PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-URGENCY            PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-RECEIVED           PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-DUE                PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-DECIDED            PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-DAYS               PIC ZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-RESULT             PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-BY                 PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-AUTH               PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DDL-TAT                PIC X(4).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  INT-DTL-LINE.
           05  IDL-REQUEST            PIC X(12).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  IDL-TRACE              PIC X(15).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  IDL-MEMBER             PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  IDL-PROVIDER           PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  IDL-PROC               PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  IDL-URGENCY            PIC X(1).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  IDL-DUE                PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  IDL-DISPOSITION        PIC X(29).

       01  AGE-DTL-LINE.
           05  ADL-REQUEST            PIC X(12).
           05  FILLER                 PIC X(8) VALUE ' MEMBER '.
           05  ADL-MEMBER             PIC X(10).
           05  FILLER                 PIC X(6) VALUE ' PROC '.
           05  ADL-PROC               PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  ADL-URGENCY            PIC X(1).
           05  FILLER                 PIC X(10) VALUE ' RECEIVED '.
           05  ADL-RECEIVED           PIC 9(8).
           05  FILLER                 PIC X(5) VALUE ' DUE '.
           05  ADL-DUE                PIC 9(8).
           05  FILLER                 PIC X(11) VALUE ' DAYS LEFT '.
           05  ADL-DAYS               PIC ZZZZ9-.
           05  ADL-FLAG               PIC X(9).

       01  TAT-DTL-LINE.
           05  TDL-LABEL              PIC X(10).
           05  FILLER                 PIC X(9) VALUE ' DECIDED '.
           05  TDL-DECIDED            PIC ZZZ9.
           05  FILLER                 PIC X(5) VALUE ' MET '.
           05  TDL-MET                PIC ZZZ9.
           05  FILLER                 PIC X(6) VALUE ' LATE '.
           05  TDL-LATE               PIC ZZZ9.
           05  FILLER                 PIC X(10) VALUE ' AVG DAYS '.
           05  TDL-AVG                PIC ZZ9.9.
           05  FILLER                 PIC X(43) VALUE SPACES.
       01  WS-AVG-DAYS                PIC 9(3)V9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'PAUTH278 - PRIOR-AUTHORIZATION INTAKE'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(3:6) TO WS-RIB-YYMMDD
           INITIALIZE WS-TAT-TABLE
           PERFORM LOAD-PARM
           PERFORM LOAD-QUEUE
           PERFORM LOAD-POLICIES
           PERFORM LOAD-PROVIDERS
           PERFORM LOAD-AUTO-LIST
           PERFORM OPEN-OUTPUTS
           PERFORM APPLY-DECISIONS
           PERFORM INTAKE-REQUESTS
           PERFORM WRITE-OPEN-AGING
           PERFORM WRITE-TAT-SUMMARY
           PERFORM REWRITE-QUEUE
           CLOSE PREAUTH-FILE RESPONSE-FILE REPORT-FILE
           DISPLAY 'PAUTH278 COMPLETE'
           DISPLAY '  SEGMENTS READ:      ' WS-SEGMENTS-READ
           DISPLAY '  SERVICES RECEIVED:  ' WS-CTR-REQUESTS
           DISPLAY '  AUTO-APPROVED:      ' WS-CTR-AUTO
           DISPLAY '  PENDED FOR REVIEW:  ' WS-CTR-PENDED
           DISPLAY '  REJECTED AT INTAKE: ' WS-CTR-REJECTED
           DISPLAY '  REVIEWER APPROVED:  ' WS-CTR-APPROVED
           DISPLAY '  REVIEWER DENIED:    ' WS-CTR-DENIED
           DISPLAY '  DECISIONS REJECTED: ' WS-CTR-BAD-DECISION
           DISPLAY '  STILL OPEN:         ' WS-CTR-OPEN
           DISPLAY '  OVERDUE:            ' WS-CTR-OVERDUE
           DISPLAY '  AGED OFF QUEUE:     ' WS-CTR-PURGED
           STOP RUN.

      *>================================================================*
      *> LOAD-PARM: Decision clocks in calendar days from receipt
      *>================================================================*
       LOAD-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PARM-FILE
               NOT AT END
                   IF PARM-URGENT-DAYS IS NUMERIC
                       AND PARM-URGENT-DAYS-9 > 0
                       MOVE PARM-URGENT-DAYS-9 TO WS-URGENT-DAYS
                   END-IF
                   IF PARM-STANDARD-DAYS IS NUMERIC
                       AND PARM-STANDARD-DAYS-9 > 0
                       MOVE PARM-STANDARD-DAYS-9 TO WS-STANDARD-DAYS
                   END-IF
           END-READ
           CLOSE PARM-FILE.

       LOAD-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUE-STATUS NOT = '00'
               DISPLAY 'PAUTH278: NO UM-WORK-QUEUE.DAT YET - '
                   'STARTING EMPTY'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> The queue is rewritten from this table, so overflow must
      *> stop the run rather than drop carried requests
                       IF WS-QUE-COUNT = 999
                           DISPLAY 'PAUTH278: ERROR - UM-WORK-QUEUE '
                               'EXCEEDS THE 999-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QUE-COUNT
                       MOVE QUEUE-FILE-RECORD
                           TO WS-QUE-IMAGE(WS-QUE-COUNT)
                       MOVE QUEUE-FILE-RECORD TO UM-QUEUE-RECORD
                       IF UMQ-REQUEST-ID(1:8) = WS-REQ-ID-BUILD(1:8)
                           AND UMQ-REQUEST-ID(9:4) IS NUMERIC
                           AND UMQ-REQUEST-ID(9:4) > WS-NEXT-SEQ
                           MOVE UMQ-REQUEST-ID(9:4) TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           DISPLAY 'UM QUEUE ROWS CARRIED: ' WS-QUE-COUNT.

       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'PAUTH278: NO POLICIES.DAT - EVERY MEMBER '
                   'WILL REJECT'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-POL-COUNT < 200
                           ADD 1 TO WS-POL-COUNT
                           MOVE POLICY-RECORD
                               TO WS-POL-IMAGE(WS-POL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           DISPLAY 'POLICIES LOADED: ' WS-POL-COUNT.

       LOAD-PROVIDERS.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               DISPLAY 'PAUTH278: NO PROVIDER-MASTER.DAT - EVERY '
                   'PROVIDER WILL REJECT'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PRV-COUNT < 500
                           ADD 1 TO WS-PRV-COUNT
                           MOVE PRV-PROVIDER-ID
                               TO WS-PRV-ID(WS-PRV-COUNT)
                           MOVE PRV-PROVIDER-NAME
                               TO WS-PRV-NAME(WS-PRV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE
           DISPLAY 'PROVIDERS LOADED: ' WS-PRV-COUNT.

       LOAD-AUTO-LIST.
           OPEN INPUT AUTO-FILE
           IF WS-AUTO-STATUS NOT = '00'
               DISPLAY 'PAUTH278: NO PA-AUTO-APPROVE.DAT - EVERY '
                   'REQUEST PENDS FOR REVIEW'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUTO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-AUTO-COUNT < 200
                           AND PAA-PROCEDURE-CODE NOT = SPACES
                           ADD 1 TO WS-AUTO-COUNT
                           MOVE PAA-PROCEDURE-CODE
                               TO WS-AUTO-PROC(WS-AUTO-COUNT)
                           IF PAA-MAX-DAYS IS NUMERIC
                               MOVE PAA-MAX-DAYS
                                   TO WS-AUTO-MAX-DAYS(WS-AUTO-COUNT)
                           ELSE
                               MOVE 0
                                   TO WS-AUTO-MAX-DAYS(WS-AUTO-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTO-FILE
           DISPLAY 'AUTO-APPROVAL CODES LOADED: ' WS-AUTO-COUNT.

       OPEN-OUTPUTS.
           OPEN EXTEND PREAUTH-FILE
           IF WS-PA-STATUS NOT = '00'
               OPEN OUTPUT PREAUTH-FILE
           END-IF
           IF WS-PA-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PREAUTH.DAT: ' WS-PA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESPONSE-FILE
           IF WS-RSP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PA-RESPONSE-278: ' WS-RSP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PA-UM-REPORT: ' WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM HDR-LINE
               AFTER ADVANCING PAGE
           MOVE WS-RUN-DATE TO HRL-RUN-DATE
           MOVE WS-URGENT-DAYS TO HRL-URGENT
           MOVE WS-STANDARD-DAYS TO HRL-STANDARD
           WRITE REPORT-LINE FROM HDR-RUN-LINE
               AFTER ADVANCING 1 LINE.

      *>================================================================*
      *> APPLY-DECISIONS: Reviewer outcomes close open queue rows;
      *> a decision for a request that is unknown or already closed
      *> is reported and ignored
      *>================================================================*
       APPLY-DECISIONS.
           WRITE REPORT-LINE FROM HDR-DEC-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM HDR-DEC-COLS
               AFTER ADVANCING 1 LINE
           OPEN INPUT DECISION-FILE
           IF WS-DEC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DECISION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE.

       APPLY-ONE-DECISION.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
               UNTIL WS-QUE-IDX > WS-QUE-COUNT
               OR WS-QUE-IMAGE(WS-QUE-IDX)(1:12) = PAD-REQUEST-ID
               CONTINUE
           END-PERFORM
           IF WS-QUE-IDX > WS-QUE-COUNT
               DISPLAY 'PAUTH278: DECISION FOR UNKNOWN REQUEST '
                   PAD-REQUEST-ID
               ADD 1 TO WS-CTR-BAD-DECISION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUE-IMAGE(WS-QUE-IDX) TO UM-QUEUE-RECORD
           IF NOT UMQ-OPEN
               DISPLAY 'PAUTH278: DECISION FOR CLOSED REQUEST '
                   PAD-REQUEST-ID ' STATUS ' UMQ-STATUS
               ADD 1 TO WS-CTR-BAD-DECISION
               EXIT PARAGRAPH
           END-IF
           IF NOT PAD-APPROVE AND NOT PAD-DENY
               DISPLAY 'PAUTH278: UNKNOWN DECISION ACTION '
                   PAD-ACTION ' FOR ' PAD-REQUEST-ID
               ADD 1 TO WS-CTR-BAD-DECISION
               EXIT PARAGRAPH
           END-IF
           IF PAD-DECISION-DATE IS NUMERIC
               AND PAD-DECISION-DATE > 0
               MOVE PAD-DECISION-DATE TO UMQ-DECISION-DATE
           ELSE
               MOVE WS-RUN-DATE TO UMQ-DECISION-DATE
           END-IF
           MOVE PAD-REVIEWER TO UMQ-DECIDED-BY
           IF PAD-APPROVE
               MOVE UMQ-FROM-DATE TO UMQ-APPR-FROM
               MOVE UMQ-TO-DATE TO UMQ-APPR-TO
               IF PAD-APPR-FROM IS NUMERIC AND PAD-APPR-FROM > 0
                   MOVE PAD-APPR-FROM TO UMQ-APPR-FROM
               END-IF
               IF PAD-APPR-TO IS NUMERIC AND PAD-APPR-TO > 0
                   MOVE PAD-APPR-TO TO UMQ-APPR-TO
               END-IF
               PERFORM APPROVE-QUEUE-ROW
               ADD 1 TO WS-CTR-APPROVED
           ELSE
               MOVE 'D' TO UMQ-STATUS
               MOVE PAD-REASON TO UMQ-REASON
               ADD 1 TO WS-CTR-DENIED
           END-IF
           MOVE UM-QUEUE-RECORD TO WS-QUE-IMAGE(WS-QUE-IDX)
           PERFORM WRITE-RESPONSE
           PERFORM WRITE-DECISION-LINE.

      *>================================================================*
      *> APPROVE-QUEUE-ROW: The authorization number is the request
      *> ID without its UM prefix; the approved span goes to
      *> PREAUTH.DAT for CLMPROC's preauthorization check
      *>================================================================*
       APPROVE-QUEUE-ROW.
           MOVE 'A' TO UMQ-STATUS
           MOVE UMQ-REQUEST-ID(3:10) TO UMQ-AUTH-NUMBER
           MOVE SPACES TO UMQ-REASON
           IF UMQ-APPR-TO < UMQ-APPR-FROM
               MOVE UMQ-APPR-FROM TO UMQ-APPR-TO
           END-IF
           MOVE UMQ-MEMBER-ID      TO PA-MEMBER-ID
           MOVE UMQ-PROVIDER-ID    TO PA-PROVIDER-ID
           MOVE UMQ-PROCEDURE-CODE TO PA-PROCEDURE-CODE
           MOVE UMQ-AUTH-NUMBER    TO PA-AUTH-NUMBER
           MOVE UMQ-APPR-FROM      TO PA-EFF-DATE
           MOVE UMQ-APPR-TO        TO PA-TERM-DATE
           MOVE SPACES             TO PA-FILLER
           WRITE PREAUTH-RECORD.

      *>================================================================*
      *> WRITE-DECISION-LINE: Turnaround for a decided row, measured
      *> from receipt to decision against its due date; auto-
      *> approvals at intake count in the summary through
      *> TALLY-TURNAROUND alone
      *>================================================================*
       WRITE-DECISION-LINE.
           MOVE UMQ-REQUEST-ID     TO DDL-REQUEST
           MOVE UMQ-PROCEDURE-CODE TO DDL-PROC
           MOVE UMQ-URGENCY        TO DDL-URGENCY
           MOVE UMQ-RECEIVED-DATE  TO DDL-RECEIVED
           MOVE UMQ-DUE-DATE       TO DDL-DUE
           MOVE UMQ-DECISION-DATE  TO DDL-DECIDED
           MOVE UMQ-DECIDED-BY     TO DDL-BY
           MOVE UMQ-AUTH-NUMBER    TO DDL-AUTH
           IF UMQ-APPROVED
               MOVE 'APPROVED' TO DDL-RESULT
           ELSE
               MOVE 'DENIED  ' TO DDL-RESULT
           END-IF
           PERFORM TALLY-TURNAROUND
           MOVE WS-DAYS-TAKEN TO DDL-DAYS
           IF UMQ-DECISION-DATE > UMQ-DUE-DATE
               MOVE 'LATE' TO DDL-TAT
           ELSE
               MOVE 'MET ' TO DDL-TAT
           END-IF
           WRITE REPORT-LINE FROM DEC-DTL-LINE
               AFTER ADVANCING 1 LINE.

       TALLY-TURNAROUND.
           COMPUTE WS-DAYS-TAKEN =
               FUNCTION INTEGER-OF-DATE(UMQ-DECISION-DATE)
               - FUNCTION INTEGER-OF-DATE(UMQ-RECEIVED-DATE)
           IF WS-DAYS-TAKEN < 0
               MOVE 0 TO WS-DAYS-TAKEN
           END-IF
           IF UMQ-URGENT
               MOVE 1 TO WS-TAT-IDX
           ELSE
               MOVE 2 TO WS-TAT-IDX
           END-IF
           ADD 1 TO WS-TAT-DECIDED(WS-TAT-IDX)
           ADD WS-DAYS-TAKEN TO WS-TAT-DAYS(WS-TAT-IDX)
           IF UMQ-DECISION-DATE > UMQ-DUE-DATE
               ADD 1 TO WS-TAT-LATE(WS-TAT-IDX)
           ELSE
               ADD 1 TO WS-TAT-MET(WS-TAT-IDX)
           END-IF.

       INTAKE-REQUESTS.
           WRITE REPORT-LINE FROM HDR-INT-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM HDR-INT-COLS
               AFTER ADVANCING 1 LINE
           OPEN INPUT EDI-IN-FILE
           IF WS-EDI-STATUS NOT = '00'
               DISPLAY 'PAUTH278: NO PREAUTH-278.TXT THIS RUN'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-AT-EOF
               READ EDI-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SEGMENTS-READ
                       PERFORM PARSE-SEGMENT
               END-READ
           END-PERFORM
           PERFORM QUEUE-IF-OPEN
           CLOSE EDI-IN-FILE.

       PARSE-SEGMENT.
           MOVE EDI-SEGMENT-LINE TO WS-SEG-WORK
           INSPECT WS-SEG-WORK REPLACING ALL '~' BY SPACE
           MOVE SPACES TO WS-ELEM-TABLE
           MOVE 0 TO WS-ELEM-COUNT
           UNSTRING WS-SEG-WORK DELIMITED BY '*'
               INTO WS-ELEM(1) WS-ELEM(2) WS-ELEM(3) WS-ELEM(4)
                    WS-ELEM(5) WS-ELEM(6) WS-ELEM(7) WS-ELEM(8)
                    WS-ELEM(9) WS-ELEM(10) WS-ELEM(11) WS-ELEM(12)
                    WS-ELEM(13) WS-ELEM(14) WS-ELEM(15) WS-ELEM(16)
               TALLYING IN WS-ELEM-COUNT
           END-UNSTRING
           IF WS-ELEM(1) NOT = 'ST' AND NOT WS-REQ-IN-PROGRESS
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ELEM(1)
               WHEN 'ST'
                   PERFORM QUEUE-IF-OPEN
                   MOVE WS-RUN-DATE TO WS-CUR-RECEIVED
                   MOVE 'S' TO WS-CUR-URGENCY
                   MOVE SPACES TO WS-CUR-TRACE
                   MOVE SPACES TO WS-CUR-MEMBER
                   MOVE SPACES TO WS-CUR-SERVICING
                   MOVE SPACES TO WS-CUR-REQUESTER
                   MOVE 0 TO WS-CUR-FROM
                   MOVE 0 TO WS-CUR-TO
                   MOVE 0 TO WS-CUR-SVC-COUNT
                   MOVE 'Y' TO WS-REQ-OPEN
               WHEN 'SE'
                   PERFORM QUEUE-IF-OPEN
               WHEN 'BHT'
                   IF WS-ELEM(5)(1:8) IS NUMERIC
                       MOVE WS-ELEM(5)(1:8) TO WS-CUR-RECEIVED
                   END-IF
               WHEN 'UM'
                   IF WS-ELEM(7) = 'U' OR WS-ELEM(7) = '03'
                       MOVE 'U' TO WS-CUR-URGENCY
                   END-IF
               WHEN 'TRN'
                   MOVE WS-ELEM(3)(1:15) TO WS-CUR-TRACE
               WHEN 'NM1'
                   EVALUATE WS-ELEM(2)
                       WHEN 'IL'
                           MOVE WS-ELEM(10)(1:10) TO WS-CUR-MEMBER
                       WHEN 'SJ'
                           MOVE WS-ELEM(10)(1:10) TO WS-CUR-SERVICING
                       WHEN '1P'
                           MOVE WS-ELEM(10)(1:10) TO WS-CUR-REQUESTER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN 'DTP'
                   IF WS-ELEM(2) = '472'
                       PERFORM PARSE-SERVICE-DATES
                   END-IF
               WHEN 'SV1'
                   PERFORM PARSE-SV1-SEGMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>================================================================*
      *> PARSE-SERVICE-DATES: RD8 from-to span or a single D8 date;
      *> ahead of the first SV1 it sets the request's dates, after
      *> one it sets that service's
      *>================================================================*
       PARSE-SERVICE-DATES.
           MOVE SPACES TO WS-DATE-FROM-X WS-DATE-TO-X
           UNSTRING WS-ELEM(4) DELIMITED BY '-'
               INTO WS-DATE-FROM-X WS-DATE-TO-X
           END-UNSTRING
           IF WS-DATE-FROM-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-FROM-X TO WS-DATE-FROM
           IF WS-DATE-TO-X IS NUMERIC
               MOVE WS-DATE-TO-X TO WS-DATE-TO
           ELSE
               MOVE WS-DATE-FROM TO WS-DATE-TO
           END-IF
           IF WS-CUR-SVC-COUNT = 0
               MOVE WS-DATE-FROM TO WS-CUR-FROM
               MOVE WS-DATE-TO TO WS-CUR-TO
           ELSE
               MOVE WS-DATE-FROM TO WS-CS-FROM(WS-CUR-SVC-COUNT)
               MOVE WS-DATE-TO TO WS-CS-TO(WS-CUR-SVC-COUNT)
           END-IF.

       PARSE-SV1-SEGMENT.
           IF WS-CUR-SVC-COUNT = 20
               DISPLAY 'PAUTH278: MORE THAN 20 SERVICES ON REQUEST '
                   WS-CUR-TRACE ' - EXTRA SERVICE IGNORED'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SUB-TABLE
           UNSTRING WS-ELEM(2) DELIMITED BY ':'
               INTO WS-SUB(1) WS-SUB(2) WS-SUB(3) WS-SUB(4) WS-SUB(5)
           END-UNSTRING
           ADD 1 TO WS-CUR-SVC-COUNT
           MOVE WS-SUB(2)(1:5) TO WS-CS-PROC(WS-CUR-SVC-COUNT)
           MOVE WS-CUR-FROM TO WS-CS-FROM(WS-CUR-SVC-COUNT)
           MOVE WS-CUR-TO TO WS-CS-TO(WS-CUR-SVC-COUNT).

      *>================================================================*
      *> QUEUE-IF-OPEN: One complete request becomes one queue row
      *> per service, each validated and dispositioned on its own
      *>================================================================*
       QUEUE-IF-OPEN.
           IF NOT WS-REQ-IN-PROGRESS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REQ-OPEN
           IF WS-CUR-SERVICING NOT = SPACES
               MOVE WS-CUR-SERVICING TO WS-CUR-PROVIDER
           ELSE
               MOVE WS-CUR-REQUESTER TO WS-CUR-PROVIDER
           END-IF
           IF WS-CUR-SVC-COUNT = 0
               DISPLAY 'PAUTH278: REQUEST ' WS-CUR-TRACE
                   ' HAS NO SERVICE LINES - IGNORED'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CUR-SVC-COUNT
               PERFORM QUEUE-ONE-SERVICE
           END-PERFORM.

       QUEUE-ONE-SERVICE.
           IF WS-QUE-COUNT = 999
               DISPLAY 'PAUTH278: ERROR - UM QUEUE FULL - REQUEST '
                   WS-CUR-TRACE ' PROC ' WS-CS-PROC(WS-CS-IDX)
                   ' NOT QUEUED'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTR-REQUESTS
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ TO WS-RIB-SEQ
           MOVE SPACES TO UM-QUEUE-RECORD
           MOVE WS-REQ-ID-BUILD        TO UMQ-REQUEST-ID
           MOVE WS-CUR-TRACE           TO UMQ-TRACE
           MOVE WS-CUR-MEMBER          TO UMQ-MEMBER-ID
           MOVE WS-CUR-PROVIDER        TO UMQ-PROVIDER-ID
           MOVE WS-CS-PROC(WS-CS-IDX)  TO UMQ-PROCEDURE-CODE
           MOVE WS-CS-FROM(WS-CS-IDX)  TO UMQ-FROM-DATE
           MOVE WS-CS-TO(WS-CS-IDX)    TO UMQ-TO-DATE
           IF UMQ-FROM-DATE = 0
               MOVE WS-CUR-RECEIVED TO UMQ-FROM-DATE
           END-IF
           IF UMQ-TO-DATE < UMQ-FROM-DATE
               MOVE UMQ-FROM-DATE TO UMQ-TO-DATE
           END-IF
           MOVE WS-CUR-URGENCY         TO UMQ-URGENCY
           MOVE WS-CUR-RECEIVED        TO UMQ-RECEIVED-DATE
           IF UMQ-URGENT
               COMPUTE WS-DUE-JULIAN =
                   FUNCTION INTEGER-OF-DATE(UMQ-RECEIVED-DATE)
                   + WS-URGENT-DAYS
           ELSE
               COMPUTE WS-DUE-JULIAN =
                   FUNCTION INTEGER-OF-DATE(UMQ-RECEIVED-DATE)
                   + WS-STANDARD-DAYS
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-JULIAN)
               TO UMQ-DUE-DATE
           MOVE 'O' TO UMQ-STATUS
           MOVE 0 TO UMQ-DECISION-DATE
           MOVE 0 TO UMQ-APPR-FROM
           MOVE 0 TO UMQ-APPR-TO
           MOVE UMQ-REQUEST-ID    TO IDL-REQUEST
           MOVE UMQ-TRACE         TO IDL-TRACE
           MOVE UMQ-MEMBER-ID     TO IDL-MEMBER
           MOVE UMQ-PROVIDER-ID   TO IDL-PROVIDER
           MOVE UMQ-PROCEDURE-CODE TO IDL-PROC
           MOVE UMQ-URGENCY       TO IDL-URGENCY
           MOVE UMQ-DUE-DATE      TO IDL-DUE
           PERFORM VALIDATE-REQUEST
           EVALUATE TRUE
               WHEN WS-MEMBER-OK = 'N'
                   MOVE 'R' TO UMQ-STATUS
                   MOVE '75 ' TO UMQ-REASON
                   MOVE WS-RUN-DATE TO UMQ-DECISION-DATE
                   MOVE 'INTAKE' TO UMQ-DECIDED-BY
                   MOVE 'REJECTED - MEMBER NOT COVERED'
                       TO IDL-DISPOSITION
                   ADD 1 TO WS-CTR-REJECTED
               WHEN WS-PROVIDER-OK = 'N'
                   MOVE 'R' TO UMQ-STATUS
                   MOVE '51 ' TO UMQ-REASON
                   MOVE WS-RUN-DATE TO UMQ-DECISION-DATE
                   MOVE 'INTAKE' TO UMQ-DECIDED-BY
                   MOVE 'REJECTED - PROVIDER NOT FOUND'
                       TO IDL-DISPOSITION
                   ADD 1 TO WS-CTR-REJECTED
               WHEN OTHER
                   PERFORM CHECK-AUTO-APPROVAL
           END-EVALUATE
           ADD 1 TO WS-QUE-COUNT
           MOVE UM-QUEUE-RECORD TO WS-QUE-IMAGE(WS-QUE-COUNT)
           WRITE REPORT-LINE FROM INT-DTL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-RESPONSE
           IF UMQ-APPROVED
               PERFORM TALLY-TURNAROUND
           END-IF.

      *>================================================================*
      *> VALIDATE-REQUEST: The member needs a policy in force on the
      *> requested from date; the provider must be on the master
      *>================================================================*
       VALIDATE-REQUEST.
           MOVE 'N' TO WS-MEMBER-OK
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               OR WS-MEMBER-OK = 'Y'
               MOVE WS-POL-IMAGE(WS-POL-IDX) TO POLICY-RECORD
               IF POL-MEMBER-ID = UMQ-MEMBER-ID
                   AND POL-EFFECTIVE-DATE <= UMQ-FROM-DATE
                   AND (POL-TERM-DATE = 0
                        OR POL-TERM-DATE >= UMQ-FROM-DATE)
                   MOVE 'Y' TO WS-MEMBER-OK
               END-IF
           END-PERFORM
           IF UMQ-MEMBER-ID = SPACES
               MOVE 'N' TO WS-MEMBER-OK
           END-IF
           PERFORM FIND-PROVIDER.

       FIND-PROVIDER.
           MOVE 'N' TO WS-PROVIDER-OK
           MOVE SPACES TO WS-PROVIDER-NAME
           IF UMQ-PROVIDER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
               OR WS-PROVIDER-OK = 'Y'
               IF WS-PRV-ID(WS-PRV-IDX) = UMQ-PROVIDER-ID
                   MOVE 'Y' TO WS-PROVIDER-OK
                   MOVE WS-PRV-NAME(WS-PRV-IDX) TO WS-PROVIDER-NAME
               END-IF
           END-PERFORM.

      *>================================================================*
      *> CHECK-AUTO-APPROVAL: A listed procedure approves on receipt,
      *> its span held to the list's most days when one is set
      *>================================================================*
       CHECK-AUTO-APPROVAL.
           PERFORM VARYING WS-AUTO-IDX FROM 1 BY 1
               UNTIL WS-AUTO-IDX > WS-AUTO-COUNT
               OR WS-AUTO-PROC(WS-AUTO-IDX) = UMQ-PROCEDURE-CODE
               CONTINUE
           END-PERFORM
           IF WS-AUTO-IDX > WS-AUTO-COUNT
               MOVE 'PENDED FOR REVIEW' TO IDL-DISPOSITION
               ADD 1 TO WS-CTR-PENDED
               EXIT PARAGRAPH
           END-IF
           MOVE UMQ-FROM-DATE TO UMQ-APPR-FROM
           MOVE UMQ-TO-DATE TO UMQ-APPR-TO
           IF WS-AUTO-MAX-DAYS(WS-AUTO-IDX) > 0
               COMPUTE WS-SPAN-DAYS =
                   FUNCTION INTEGER-OF-DATE(UMQ-APPR-TO)
                   - FUNCTION INTEGER-OF-DATE(UMQ-APPR-FROM) + 1
               IF WS-SPAN-DAYS > WS-AUTO-MAX-DAYS(WS-AUTO-IDX)
                   COMPUTE WS-DUE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(UMQ-APPR-FROM)
                       + WS-AUTO-MAX-DAYS(WS-AUTO-IDX) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-JULIAN)
                       TO UMQ-APPR-TO
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO UMQ-DECISION-DATE
           MOVE 'AUTO' TO UMQ-DECIDED-BY
           PERFORM APPROVE-QUEUE-ROW
           MOVE SPACES TO IDL-DISPOSITION
           STRING 'AUTO-APPROVED ' UMQ-AUTH-NUMBER
               DELIMITED BY SIZE INTO IDL-DISPOSITION
           ADD 1 TO WS-CTR-AUTO.

      *>================================================================*
      *> WRITE-RESPONSE: 278-style response for the queue row in
      *> UM-QUEUE-RECORD — its trace, member, provider and service,
      *> then the decision
      *>================================================================*
       WRITE-RESPONSE.
           IF WS-PROVIDER-NAME = SPACES
               PERFORM FIND-PROVIDER
           END-IF
           MOVE SPACES TO WS-SEG-BUILD
           STRING 'TRN*2*' UMQ-TRACE DELIMITED BY SPACE
               '*' UMQ-REQUEST-ID '~' DELIMITED BY SIZE
               INTO WS-SEG-BUILD
           WRITE RESPONSE-LINE FROM WS-SEG-BUILD
           MOVE SPACES TO WS-SEG-BUILD
           STRING 'NM1*IL*1*****MI*' UMQ-MEMBER-ID DELIMITED BY SPACE
               '~' DELIMITED BY SIZE
               INTO WS-SEG-BUILD
           WRITE RESPONSE-LINE FROM WS-SEG-BUILD
           MOVE SPACES TO WS-SEG-BUILD
           STRING 'NM1*SJ*2*' DELIMITED BY SIZE
               WS-PROVIDER-NAME DELIMITED BY '  '
               '*****XX*' DELIMITED BY SIZE
               UMQ-PROVIDER-ID DELIMITED BY SPACE
               '~' DELIMITED BY SIZE
               INTO WS-SEG-BUILD
           WRITE RESPONSE-LINE FROM WS-SEG-BUILD
           MOVE SPACES TO WS-SEG-BUILD
           STRING 'SV1*HC:' UMQ-PROCEDURE-CODE DELIMITED BY SPACE
               '~' DELIMITED BY SIZE
               INTO WS-SEG-BUILD
           WRITE RESPONSE-LINE FROM WS-SEG-BUILD
           MOVE SPACES TO WS-SEG-BUILD
           EVALUATE TRUE
               WHEN UMQ-APPROVED
                   STRING 'HCR*A1*' UMQ-AUTH-NUMBER '~'
                       DELIMITED BY SIZE INTO WS-SEG-BUILD
                   WRITE RESPONSE-LINE FROM WS-SEG-BUILD
                   MOVE SPACES TO WS-SEG-BUILD
                   STRING 'DTP*472*RD8*' UMQ-APPR-FROM '-'
                       UMQ-APPR-TO '~'
                       DELIMITED BY SIZE INTO WS-SEG-BUILD
               WHEN UMQ-DENIED
                   STRING 'HCR*A3**' UMQ-REASON DELIMITED BY SPACE
                       '~' DELIMITED BY SIZE
                       INTO WS-SEG-BUILD
               WHEN UMQ-REJECTED
                   STRING 'AAA*N**' UMQ-REASON(1:2) '*C~'
                       DELIMITED BY SIZE INTO WS-SEG-BUILD
               WHEN OTHER
                   MOVE 'HCR*A4~' TO WS-SEG-BUILD
           END-EVALUATE
           WRITE RESPONSE-LINE FROM WS-SEG-BUILD
           MOVE SPACES TO WS-PROVIDER-NAME.

      *>================================================================*
      *> WRITE-OPEN-AGING: Open rows against their due dates, as
      *> CLMAPPL ages open appeals
      *>================================================================*
       WRITE-OPEN-AGING.
           WRITE REPORT-LINE FROM HDR-OPEN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
               UNTIL WS-QUE-IDX > WS-QUE-COUNT
               MOVE WS-QUE-IMAGE(WS-QUE-IDX) TO UM-QUEUE-RECORD
               IF UMQ-OPEN
                   ADD 1 TO WS-CTR-OPEN
                   MOVE UMQ-REQUEST-ID     TO ADL-REQUEST
                   MOVE UMQ-MEMBER-ID      TO ADL-MEMBER
                   MOVE UMQ-PROCEDURE-CODE TO ADL-PROC
                   MOVE UMQ-URGENCY        TO ADL-URGENCY
                   MOVE UMQ-RECEIVED-DATE  TO ADL-RECEIVED
                   MOVE UMQ-DUE-DATE       TO ADL-DUE
                   COMPUTE WS-DAYS-TO-DUE =
                       FUNCTION INTEGER-OF-DATE(UMQ-DUE-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   MOVE WS-DAYS-TO-DUE TO ADL-DAYS
                   IF WS-DAYS-TO-DUE < 0
                       MOVE ' OVERDUE' TO ADL-FLAG
                       ADD 1 TO WS-CTR-OVERDUE
                   ELSE
                       MOVE SPACES TO ADL-FLAG
                   END-IF
                   WRITE REPORT-LINE FROM AGE-DTL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       WRITE-TAT-SUMMARY.
           WRITE REPORT-LINE FROM HDR-TAT-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-TAT-IDX FROM 1 BY 1
               UNTIL WS-TAT-IDX > 2
               IF WS-TAT-IDX = 1
                   MOVE 'URGENT' TO TDL-LABEL
               ELSE
                   MOVE 'STANDARD' TO TDL-LABEL
               END-IF
               MOVE WS-TAT-DECIDED(WS-TAT-IDX) TO TDL-DECIDED
               MOVE WS-TAT-MET(WS-TAT-IDX) TO TDL-MET
               MOVE WS-TAT-LATE(WS-TAT-IDX) TO TDL-LATE
               MOVE 0 TO WS-AVG-DAYS
               IF WS-TAT-DECIDED(WS-TAT-IDX) > 0
                   COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-TAT-DAYS(WS-TAT-IDX)
                       / WS-TAT-DECIDED(WS-TAT-IDX)
               END-IF
               MOVE WS-AVG-DAYS TO TDL-AVG
               WRITE REPORT-LINE FROM TAT-DTL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.

      *>================================================================*
      *> REWRITE-QUEUE: Open rows carry forward; decided and
      *> rejected rows drop off once 90 days past their decision
      *>================================================================*
       REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE
           IF WS-QUE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING UM-WORK-QUEUE: ' WS-QUE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
               UNTIL WS-QUE-IDX > WS-QUE-COUNT
               MOVE WS-QUE-IMAGE(WS-QUE-IDX) TO UM-QUEUE-RECORD
               IF NOT UMQ-OPEN
                   AND UMQ-DECISION-DATE > 0
                   AND FUNCTION INTEGER-OF-DATE(UMQ-DECISION-DATE)
                       + WS-KEEP-DAYS
                       < FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   ADD 1 TO WS-CTR-PURGED
               ELSE
                   WRITE QUEUE-FILE-RECORD FROM UM-QUEUE-RECORD
               END-IF
           END-PERFORM
           CLOSE QUEUE-FILE.
