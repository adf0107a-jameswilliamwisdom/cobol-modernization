      *>================================================================*
      *> IDCARD.cob — Member ID card issuance extract
      *> Compile: cobc -x -free -I copybooks IDCARD.cob
      *> Nightly: finds every member whose card no longer matches
      *> their coverage and orders a new one from the card vendor,
      *> instead of a clerk reading the enrollment audit report.
      *> A card is triggered by:
      *>   N  a new enrollment — a member with a policy in force (or
      *>      starting) and no card history, as ENRL834 adds them
      *>   P  a change in POL-PCP-ID since the last card
      *>   L  a change in POL-PLAN-ID since the last card
      *>   T  a change in policy type since the last card
      *>   M  a merge on MEMBER-ID-MAP.DAT folding another member ID
      *>      into this one
      *>   R  a manual reissue request (lost card, name correction)
      *> Each card carries the member's and subscriber's names, the
      *> PCP's name off the provider master, the plan's copays off
      *> the plan-design master and the member's mailing address.
      *> Every event a card goes out for lands on the card-issued
      *> history, so the same event never orders a second card;
      *> several events on one night order one card. A member with
      *> no name-and-address row can't be mailed a card: it lists
      *> as an exception and is tried again the next night. The
      *> first run with no history on file records every member's
      *> current state as a baseline without ordering cards.
      *> Reissue requests are consumed once read; the baseline run
      *> leaves them for the next night.
      *>
      *> Input:  data/POLICIES.DAT         (SEQUENTIAL, POLREC)
      *>         data/MEMBERS.DAT          (SEQUENTIAL, MBRMAST)
      *>         data/PROVIDER-MASTER.DAT  (SEQUENTIAL, PROVMAST)
      *>         data/PLAN-DESIGNS.DAT     (LINE SEQ, PLANMAST)
      *>         data/MEMBER-ID-MAP.DAT    (LINE SEQ, old/new ID)
      *>         data/ID-CARD-HISTORY.DAT  (LINE SEQ, IDCARDH)
      *>         data/ID-CARD-REQUESTS.DAT (LINE SEQUENTIAL: member
      *>                 X(10), request date 9(8), reason X(20))
      *> Output: data/ID-CARD-EXTRACT.DAT  (LINE SEQ, IDCARDX)
      *>         data/ID-CARD-HISTORY.DAT  (appended)
      *>         data/ID-CARD-REPORT.TXT   (LINE SEQUENTIAL, print)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDCARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO 'data/MEMBERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT PLAN-DESIGN-FILE
               ASSIGN TO 'data/PLAN-DESIGNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.
           SELECT ID-MAP-FILE
               ASSIGN TO 'data/MEMBER-ID-MAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO 'data/ID-CARD-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT REQUEST-FILE
               ASSIGN TO 'data/ID-CARD-REQUESTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO 'data/ID-CARD-EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/ID-CARD-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       COPY POLREC.

       FD  MEMBER-FILE.
       COPY MBRMAST.

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  PLAN-DESIGN-FILE.
       COPY PLANMAST.

       FD  ID-MAP-FILE.
       01  ID-MAP-RECORD.
           05  MAP-OLD-ID             PIC X(10).
           05  MAP-NEW-ID             PIC X(10).
           05  MAP-MERGE-DATE         PIC 9(8).

       FD  HISTORY-FILE.
       COPY IDCARDH.

       FD  REQUEST-FILE.
       01  ID-CARD-REQUEST-RECORD.
           05  ICR-MEMBER-ID          PIC X(10).
           05  ICR-REQUEST-DATE       PIC 9(8).
           05  ICR-REASON             PIC X(20).

       FD  EXTRACT-FILE.
       COPY IDCARDX.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-POL-STATUS              PIC XX.
       01  WS-MBR-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-PLN-STATUS              PIC XX.
       01  WS-MAP-STATUS              PIC XX.
       01  WS-HST-STATUS              PIC XX.
       01  WS-REQ-STATUS              PIC XX.
       01  WS-EXT-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-BASELINE-RUN            PIC X(1) VALUE 'N'.

      *> The policy in force (or next to start) for each member —
      *> the latest-effective row that isn't terminated
       01  WS-PL-COUNT                PIC 9(4) VALUE 0.
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 1000.
               10  WS-PL-MEMBER       PIC X(10).
               10  WS-PL-POLICY       PIC X(5).
               10  WS-PL-TYPE         PIC X(1).
               10  WS-PL-EFF          PIC 9(8).
               10  WS-PL-PCP          PIC X(10).
               10  WS-PL-PLAN         PIC X(5).
               10  WS-PL-FAMILY       PIC X(5).
               10  WS-PL-FLAT-COPAY   PIC S9(3)V99.
       01  WS-PL-IDX                  PIC 9(4).
       01  WS-PL-SUB-IDX              PIC 9(4).

       01  WS-MB-COUNT                PIC 9(4) VALUE 0.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 1000.
               10  WS-MB-ID           PIC X(10).
               10  WS-MB-NAME         PIC X(25).
               10  WS-MB-ADDRESS      PIC X(30).
               10  WS-MB-CITY         PIC X(15).
               10  WS-MB-STATE        PIC X(2).
               10  WS-MB-ZIP          PIC X(9).
               10  WS-MB-RELATIONSHIP PIC X(1).
       01  WS-MB-IDX                  PIC 9(4).
       01  WS-MB-FOUND                PIC 9(4).

       01  WS-PV-COUNT                PIC 9(4) VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 500.
               10  WS-PV-ID           PIC X(10).
               10  WS-PV-NAME         PIC X(30).
       01  WS-PV-IDX                  PIC 9(4).

      *> Copays by plan off its office-visit, emergency and
      *> outpatient category rows
       01  WS-PD-COUNT                PIC 9(3) VALUE 0.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 100.
               10  WS-PD-PLAN         PIC X(5).
               10  WS-PD-NAME         PIC X(20).
               10  WS-PD-COPAY-OV     PIC 9(3)V99.
               10  WS-PD-COPAY-ER     PIC 9(3)V99.
               10  WS-PD-COPAY-OP     PIC 9(3)V99.
       01  WS-PD-IDX                  PIC 9(3).

       01  WS-MP-COUNT                PIC 9(4) VALUE 0.
       01  WS-MP-TABLE.
           05  WS-MP-ENTRY OCCURS 500.
               10  WS-MP-OLD          PIC X(10).
               10  WS-MP-NEW          PIC X(10).
       01  WS-MP-IDX                  PIC 9(4).

      *> Card history — every row, for the already-carded tests
       01  WS-HS-COUNT                PIC 9(5) VALUE 0.
       01  WS-HS-TABLE.
           05  WS-HS-ENTRY OCCURS 5000.
               10  WS-HS-MEMBER       PIC X(10).
               10  WS-HS-EVENT        PIC X(1).
               10  WS-HS-KEY          PIC X(10).
               10  WS-HS-TYPE         PIC X(1).
               10  WS-HS-PCP          PIC X(10).
               10  WS-HS-PLAN         PIC X(5).
       01  WS-HS-IDX                  PIC 9(5).
       01  WS-HS-LATEST               PIC 9(5).
       01  WS-HS-HIT                  PIC X(1).

       01  WS-RQ-COUNT                PIC 9(3) VALUE 0.
       01  WS-RQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 200.
               10  WS-RQ-MEMBER       PIC X(10).
               10  WS-RQ-DATE         PIC 9(8).
               10  WS-RQ-USED         PIC X(1).
       01  WS-RQ-IDX                  PIC 9(3).

      *> The current member's events — one card, a history row each
       01  WS-EV-COUNT                PIC 9(2) VALUE 0.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 20.
               10  WS-EV-CODE         PIC X(1).
               10  WS-EV-KEY          PIC X(10).
       01  WS-EV-IDX                  PIC 9(2).
       01  WS-EV-CODES                PIC X(6).
       01  WS-EV-POS                  PIC 9(1).
       01  WS-EV-TALLY                PIC 9(2).
       01  WS-CUR-KEY                 PIC X(10).
       01  WS-CUR-EVENT               PIC X(1).

       01  WS-MEMBERS-CHECKED         PIC 9(5) VALUE 0.
       01  WS-CARDS-ORDERED           PIC 9(5) VALUE 0.
       01  WS-EVENTS-RECORDED         PIC 9(5) VALUE 0.
       01  WS-BASELINE-ROWS           PIC 9(5) VALUE 0.
       01  WS-EXCEPTIONS              PIC 9(5) VALUE 0.

       01  HDR-LINE-1                 PIC X(100)
           VALUE 'MEMBER ID CARDS ORDERED'.
       01  DTL-LINE.
           05  DTL-MEMBER             PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-NAME               PIC X(25).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-EVENTS             PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-NOTE               PIC X(53).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'IDCARD - MEMBER ID CARD ISSUANCE'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-POLICIES
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-PROVIDERS
           PERFORM LOAD-PLAN-COPAYS
           PERFORM LOAD-ID-MAP
           PERFORM LOAD-HISTORY
      *> Reissue requests wait for the first night cards are ordered
           IF WS-BASELINE-RUN = 'N'
               PERFORM LOAD-REQUESTS
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-HST-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-EXT-STATUS NOT = '00' OR WS-HST-STATUS NOT = '00'
               DISPLAY 'IDCARD: ERROR OPENING EXTRACT/HISTORY: '
                   WS-EXT-STATUS ' ' WS-HST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               ADD 1 TO WS-MEMBERS-CHECKED
               IF WS-BASELINE-RUN = 'Y'
                   PERFORM RECORD-BASELINE
               ELSE
                   PERFORM CHECK-ONE-MEMBER
               END-IF
           END-PERFORM
           PERFORM REPORT-UNUSED-REQUESTS
           CLOSE EXTRACT-FILE HISTORY-FILE REPORT-FILE
           DISPLAY 'IDCARD COMPLETE'
           DISPLAY '  MEMBERS CHECKED:    ' WS-MEMBERS-CHECKED
           DISPLAY '  CARDS ORDERED:      ' WS-CARDS-ORDERED
           DISPLAY '  EVENTS RECORDED:    ' WS-EVENTS-RECORDED
           DISPLAY '  BASELINE ROWS:      ' WS-BASELINE-ROWS
           DISPLAY '  EXCEPTIONS:         ' WS-EXCEPTIONS
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'IDCARD: ERROR OPENING POLICIES: '
                   WS-POL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF POL-TERM-DATE = 0
                           OR POL-TERM-DATE >= WS-RUN-DATE
                           PERFORM NOTE-ONE-POLICY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       NOTE-ONE-POLICY.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               OR WS-PL-MEMBER(WS-PL-IDX) = POL-MEMBER-ID
               CONTINUE
           END-PERFORM
           IF WS-PL-IDX > WS-PL-COUNT
      *> A member dropped here would silently never get a card
               IF WS-PL-COUNT = 1000
                   DISPLAY 'IDCARD: ERROR - MORE THAN 1000 MEMBERS '
                       'WITH COVERAGE - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PL-COUNT
           ELSE
               IF POL-EFFECTIVE-DATE < WS-PL-EFF(WS-PL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE POL-MEMBER-ID      TO WS-PL-MEMBER(WS-PL-IDX)
           MOVE POL-POLICY-ID      TO WS-PL-POLICY(WS-PL-IDX)
           MOVE POL-TYPE           TO WS-PL-TYPE(WS-PL-IDX)
           MOVE POL-EFFECTIVE-DATE TO WS-PL-EFF(WS-PL-IDX)
           MOVE POL-PCP-ID         TO WS-PL-PCP(WS-PL-IDX)
           MOVE POL-PLAN-ID        TO WS-PL-PLAN(WS-PL-IDX)
           MOVE POL-FAMILY-ID      TO WS-PL-FAMILY(WS-PL-IDX)
           MOVE POL-COPAY-AMT      TO WS-PL-FLAT-COPAY(WS-PL-IDX).

       LOAD-MEMBERS.
           OPEN INPUT MEMBER-FILE
           IF WS-MBR-STATUS NOT = '00'
               DISPLAY 'IDCARD: NO MEMBERS.DAT - NO CARD CAN BE '
                   'ADDRESSED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MB-COUNT = 1000
                           DISPLAY 'IDCARD: ERROR - MORE THAN 1000 '
                               'MEMBERS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MB-COUNT
                       MOVE MBR-MEMBER-ID
                           TO WS-MB-ID(WS-MB-COUNT)
                       MOVE MBR-NAME
                           TO WS-MB-NAME(WS-MB-COUNT)
                       MOVE MBR-ADDRESS-LINE1
                           TO WS-MB-ADDRESS(WS-MB-COUNT)
                       MOVE MBR-CITY
                           TO WS-MB-CITY(WS-MB-COUNT)
                       MOVE MBR-STATE
                           TO WS-MB-STATE(WS-MB-COUNT)
                       MOVE MBR-ZIP
                           TO WS-MB-ZIP(WS-MB-COUNT)
                       MOVE MBR-RELATIONSHIP
                           TO WS-MB-RELATIONSHIP(WS-MB-COUNT)
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

       LOAD-PROVIDERS.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               DISPLAY 'IDCARD: NO PROVIDER-MASTER.DAT - PCP NAMES '
                   'PRINT BLANK'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PV-COUNT < 500
                           ADD 1 TO WS-PV-COUNT
                           MOVE PRV-PROVIDER-ID
                               TO WS-PV-ID(WS-PV-COUNT)
                           MOVE PRV-PROVIDER-NAME
                               TO WS-PV-NAME(WS-PV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE.

       LOAD-PLAN-COPAYS.
           OPEN INPUT PLAN-DESIGN-FILE
           IF WS-PLN-STATUS NOT = '00'
               DISPLAY 'IDCARD: NO PLAN-DESIGNS.DAT ON FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PLAN-DESIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-PLAN-ROW
               END-READ
           END-PERFORM
           CLOSE PLAN-DESIGN-FILE.

       NOTE-ONE-PLAN-ROW.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               OR WS-PD-PLAN(WS-PD-IDX) = PLN-PLAN-ID
               CONTINUE
           END-PERFORM
           IF WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-COUNT = 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PD-COUNT
               MOVE PLN-PLAN-ID TO WS-PD-PLAN(WS-PD-IDX)
               MOVE PLN-PLAN-NAME TO WS-PD-NAME(WS-PD-IDX)
               MOVE 0 TO WS-PD-COPAY-OV(WS-PD-IDX)
               MOVE 0 TO WS-PD-COPAY-ER(WS-PD-IDX)
               MOVE 0 TO WS-PD-COPAY-OP(WS-PD-IDX)
           END-IF
           EVALUATE PLN-CATEGORY
               WHEN 'OV'
                   MOVE PLN-COPAY-AMT TO WS-PD-COPAY-OV(WS-PD-IDX)
               WHEN 'ER'
                   MOVE PLN-COPAY-AMT TO WS-PD-COPAY-ER(WS-PD-IDX)
               WHEN 'OP'
                   MOVE PLN-COPAY-AMT TO WS-PD-COPAY-OP(WS-PD-IDX)
           END-EVALUATE.

       LOAD-ID-MAP.
           OPEN INPUT ID-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ID-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MP-COUNT = 500
                           DISPLAY 'IDCARD: ERROR - MORE THAN 500 '
                               'MEMBER ID MERGES - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MP-COUNT
                       MOVE MAP-OLD-ID TO WS-MP-OLD(WS-MP-COUNT)
                       MOVE MAP-NEW-ID TO WS-MP-NEW(WS-MP-COUNT)
               END-READ
           END-PERFORM
           CLOSE ID-MAP-FILE.

      *>================================================================*
      *> LOAD-HISTORY: Every card-issued row. No history on file at
      *> all means card history starts tonight — the baseline run.
      *> A history too big for the table stops the run: a row left
      *> out would order its card a second time.
      *>================================================================*
       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS NOT = '00'
               DISPLAY 'IDCARD: NO ID-CARD-HISTORY.DAT - RECORDING '
                   'BASELINE, NO CARDS ORDERED'
               MOVE 'Y' TO WS-BASELINE-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HS-COUNT = 5000
                           DISPLAY 'IDCARD: ERROR - MORE THAN 5000 '
                               'CARD HISTORY ROWS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HS-COUNT
                       MOVE ICH-MEMBER-ID TO WS-HS-MEMBER(WS-HS-COUNT)
                       MOVE ICH-EVENT     TO WS-HS-EVENT(WS-HS-COUNT)
                       MOVE ICH-EVENT-KEY TO WS-HS-KEY(WS-HS-COUNT)
                       MOVE ICH-POL-TYPE  TO WS-HS-TYPE(WS-HS-COUNT)
                       MOVE ICH-PCP-ID    TO WS-HS-PCP(WS-HS-COUNT)
                       MOVE ICH-PLAN-ID   TO WS-HS-PLAN(WS-HS-COUNT)
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RQ-COUNT = 200
                           DISPLAY 'IDCARD: ERROR - MORE THAN 200 '
                               'REISSUE REQUESTS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RQ-COUNT
                       MOVE ICR-MEMBER-ID
                           TO WS-RQ-MEMBER(WS-RQ-COUNT)
                       MOVE ICR-REQUEST-DATE
                           TO WS-RQ-DATE(WS-RQ-COUNT)
                       MOVE 'N' TO WS-RQ-USED(WS-RQ-COUNT)
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           OPEN OUTPUT REQUEST-FILE
           CLOSE REQUEST-FILE.

       RECORD-BASELINE.
           MOVE 'B' TO WS-CUR-EVENT
           MOVE SPACES TO WS-CUR-KEY
           PERFORM WRITE-HISTORY-ROW
           ADD 1 TO WS-BASELINE-ROWS.

      *>================================================================*
      *> CHECK-ONE-MEMBER: The member's events since their last card
      *>================================================================*
       CHECK-ONE-MEMBER.
           MOVE 0 TO WS-EV-COUNT
           MOVE 0 TO WS-HS-LATEST
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-COUNT
               IF WS-HS-MEMBER(WS-HS-IDX) = WS-PL-MEMBER(WS-PL-IDX)
                   MOVE WS-HS-IDX TO WS-HS-LATEST
               END-IF
           END-PERFORM
           IF WS-HS-LATEST = 0
               MOVE 'N' TO WS-CUR-EVENT
               MOVE SPACES TO WS-CUR-KEY
               PERFORM ADD-EVENT
           ELSE
               IF WS-PL-PCP(WS-PL-IDX) NOT = WS-HS-PCP(WS-HS-LATEST)
                   MOVE 'P' TO WS-CUR-EVENT
                   MOVE SPACES TO WS-CUR-KEY
                   PERFORM ADD-EVENT
               END-IF
               IF WS-PL-PLAN(WS-PL-IDX) NOT = WS-HS-PLAN(WS-HS-LATEST)
                   MOVE 'L' TO WS-CUR-EVENT
                   MOVE SPACES TO WS-CUR-KEY
                   PERFORM ADD-EVENT
               END-IF
               IF WS-PL-TYPE(WS-PL-IDX) NOT = WS-HS-TYPE(WS-HS-LATEST)
                   MOVE 'T' TO WS-CUR-EVENT
                   MOVE SPACES TO WS-CUR-KEY
                   PERFORM ADD-EVENT
               END-IF
           END-IF
      *> Merges into this member not yet carded
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               IF WS-MP-NEW(WS-MP-IDX) = WS-PL-MEMBER(WS-PL-IDX)
                   MOVE 'M' TO WS-CUR-EVENT
                   MOVE WS-MP-OLD(WS-MP-IDX) TO WS-CUR-KEY
                   PERFORM FIND-CARDED-EVENT
                   IF WS-HS-HIT = 'N'
                       PERFORM ADD-EVENT
                   END-IF
               END-IF
           END-PERFORM
      *> Reissue requests not yet carded
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-MEMBER(WS-RQ-IDX) = WS-PL-MEMBER(WS-PL-IDX)
                   MOVE 'Y' TO WS-RQ-USED(WS-RQ-IDX)
                   MOVE 'R' TO WS-CUR-EVENT
                   MOVE WS-RQ-DATE(WS-RQ-IDX) TO WS-CUR-KEY
                   PERFORM FIND-CARDED-EVENT
                   IF WS-HS-HIT = 'N'
                       PERFORM ADD-EVENT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EV-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ORDER-CARD.

       FIND-CARDED-EVENT.
           MOVE 'N' TO WS-HS-HIT
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-COUNT
               IF WS-HS-MEMBER(WS-HS-IDX) = WS-PL-MEMBER(WS-PL-IDX)
                   AND WS-HS-EVENT(WS-HS-IDX) = WS-CUR-EVENT
                   AND WS-HS-KEY(WS-HS-IDX) = WS-CUR-KEY
                   MOVE 'Y' TO WS-HS-HIT
               END-IF
           END-PERFORM.

       ADD-EVENT.
           IF WS-EV-COUNT < 20
               ADD 1 TO WS-EV-COUNT
               MOVE WS-CUR-EVENT TO WS-EV-CODE(WS-EV-COUNT)
               MOVE WS-CUR-KEY   TO WS-EV-KEY(WS-EV-COUNT)
           END-IF.

      *>================================================================*
      *> ORDER-CARD: One extract row for the member's card and a
      *> history row per event it answers. A member with no
      *> name-and-address row is an exception: nothing is recorded,
      *> so the card is tried again the next night.
      *>================================================================*
       ORDER-CARD.
           MOVE SPACES TO WS-EV-CODES
           MOVE 0 TO WS-EV-POS
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               MOVE 0 TO WS-EV-TALLY
               INSPECT WS-EV-CODES TALLYING WS-EV-TALLY
                   FOR ALL WS-EV-CODE(WS-EV-IDX)
               IF WS-EV-TALLY = 0 AND WS-EV-POS < 6
                   ADD 1 TO WS-EV-POS
                   MOVE WS-EV-CODE(WS-EV-IDX)
                       TO WS-EV-CODES(WS-EV-POS:1)
               END-IF
           END-PERFORM
           MOVE WS-PL-MEMBER(WS-PL-IDX) TO DTL-MEMBER
           MOVE WS-EV-CODES TO DTL-EVENTS
           PERFORM FIND-MEMBER-ROW
           IF WS-MB-FOUND = 0
               MOVE SPACES TO DTL-NAME
               MOVE 'EXCEPTION - NO NAME/ADDRESS ON MEMBERS.DAT'
                   TO DTL-NOTE
               WRITE REPORT-LINE FROM DTL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ID-CARD-EXTRACT-RECORD
           MOVE WS-PL-MEMBER(WS-PL-IDX)  TO ICX-MEMBER-ID
           MOVE WS-MB-NAME(WS-MB-FOUND)  TO ICX-MEMBER-NAME
           MOVE WS-MB-ADDRESS(WS-MB-FOUND) TO ICX-ADDRESS-LINE1
           MOVE WS-MB-CITY(WS-MB-FOUND)  TO ICX-CITY
           MOVE WS-MB-STATE(WS-MB-FOUND) TO ICX-STATE
           MOVE WS-MB-ZIP(WS-MB-FOUND)   TO ICX-ZIP
           MOVE WS-MB-NAME(WS-MB-FOUND)  TO DTL-NAME
           MOVE WS-PL-POLICY(WS-PL-IDX)  TO ICX-POLICY-ID
           MOVE WS-PL-TYPE(WS-PL-IDX)    TO ICX-POL-TYPE
           MOVE WS-PL-PLAN(WS-PL-IDX)    TO ICX-PLAN-ID
           MOVE WS-PL-PCP(WS-PL-IDX)     TO ICX-PCP-ID
           MOVE WS-PL-EFF(WS-PL-IDX)     TO ICX-EFFECTIVE-DATE
           MOVE WS-RUN-DATE              TO ICX-ISSUE-DATE
           MOVE WS-EV-CODES              TO ICX-EVENTS
           PERFORM FIND-SUBSCRIBER
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PL-PCP(WS-PL-IDX) NOT = SPACES
                   AND WS-PV-ID(WS-PV-IDX) = WS-PL-PCP(WS-PL-IDX)
                   MOVE WS-PV-NAME(WS-PV-IDX) TO ICX-PCP-NAME
               END-IF
           END-PERFORM
           IF WS-PL-PLAN(WS-PL-IDX) = SPACES
               MOVE WS-PL-FLAT-COPAY(WS-PL-IDX) TO ICX-COPAY-OFFICE
           ELSE
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
                   IF WS-PD-PLAN(WS-PD-IDX) = WS-PL-PLAN(WS-PL-IDX)
                       MOVE WS-PD-NAME(WS-PD-IDX) TO ICX-PLAN-NAME
                       MOVE WS-PD-COPAY-OV(WS-PD-IDX)
                           TO ICX-COPAY-OFFICE
                       MOVE WS-PD-COPAY-ER(WS-PD-IDX)
                           TO ICX-COPAY-ER
                       MOVE WS-PD-COPAY-OP(WS-PD-IDX)
                           TO ICX-COPAY-OUTPATIENT
                   END-IF
               END-PERFORM
           END-IF
           WRITE ID-CARD-EXTRACT-RECORD
           ADD 1 TO WS-CARDS-ORDERED
           MOVE 'CARD ORDERED' TO DTL-NOTE
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               MOVE WS-EV-CODE(WS-EV-IDX) TO WS-CUR-EVENT
               MOVE WS-EV-KEY(WS-EV-IDX)  TO WS-CUR-KEY
               PERFORM WRITE-HISTORY-ROW
               ADD 1 TO WS-EVENTS-RECORDED
           END-PERFORM.

       FIND-MEMBER-ROW.
           MOVE 0 TO WS-MB-FOUND
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-ID(WS-MB-IDX) = WS-PL-MEMBER(WS-PL-IDX)
                   MOVE WS-MB-IDX TO WS-MB-FOUND
               END-IF
           END-PERFORM.

      *> The subscriber is the family's member on file as the
      *> subscriber; a member with no family group, or a family
      *> with no subscriber on file, is their own subscriber
       FIND-SUBSCRIBER.
           MOVE WS-PL-MEMBER(WS-PL-IDX) TO ICX-SUBSCRIBER-ID
           MOVE WS-MB-NAME(WS-MB-FOUND) TO ICX-SUBSCRIBER-NAME
           IF WS-PL-FAMILY(WS-PL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PL-SUB-IDX FROM 1 BY 1
               UNTIL WS-PL-SUB-IDX > WS-PL-COUNT
               IF WS-PL-FAMILY(WS-PL-SUB-IDX) = WS-PL-FAMILY(WS-PL-IDX)
                   PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                       UNTIL WS-MB-IDX > WS-MB-COUNT
                       IF WS-MB-ID(WS-MB-IDX)
                           = WS-PL-MEMBER(WS-PL-SUB-IDX)
                           AND WS-MB-RELATIONSHIP(WS-MB-IDX) = 'S'
                           MOVE WS-MB-ID(WS-MB-IDX)
                               TO ICX-SUBSCRIBER-ID
                           MOVE WS-MB-NAME(WS-MB-IDX)
                               TO ICX-SUBSCRIBER-NAME
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-HISTORY-ROW.
           INITIALIZE ID-CARD-HISTORY-RECORD
           MOVE WS-PL-MEMBER(WS-PL-IDX) TO ICH-MEMBER-ID
           MOVE WS-CUR-EVENT            TO ICH-EVENT
           MOVE WS-CUR-KEY              TO ICH-EVENT-KEY
           MOVE WS-RUN-DATE             TO ICH-ISSUE-DATE
           MOVE WS-PL-POLICY(WS-PL-IDX) TO ICH-POLICY-ID
           MOVE WS-PL-TYPE(WS-PL-IDX)   TO ICH-POL-TYPE
           MOVE WS-PL-PCP(WS-PL-IDX)    TO ICH-PCP-ID
           MOVE WS-PL-PLAN(WS-PL-IDX)   TO ICH-PLAN-ID
           WRITE ID-CARD-HISTORY-RECORD.

      *> A reissue request for a member with no coverage in force
      *> can't be honoured; it lists for the enrollment desk
       REPORT-UNUSED-REQUESTS.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-USED(WS-RQ-IDX) = 'N'
                   MOVE WS-RQ-MEMBER(WS-RQ-IDX) TO DTL-MEMBER
                   MOVE SPACES TO DTL-NAME
                   MOVE 'R' TO DTL-EVENTS
                   MOVE 'EXCEPTION - REISSUE, NO COVERAGE IN FORCE'
                       TO DTL-NOTE
                   WRITE REPORT-LINE FROM DTL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-EXCEPTIONS
               END-IF
           END-PERFORM.
