      *>================================================================*
      *> OPERRPT.cob — Daily Operator Activity and Override Report
      *>
      *> Lists everything a person keyed or released this cycle,
      *> grouped by operator ID, from the operator fields the chain
      *> now carries end to end:
      *>   KEYED     an audit-trail entry whose AUD-OPERATOR-ID is
      *>             the operator — branch-keyed postings, corrections,
      *>             recycled rejects and maintenance status items
      *>   RELEASED  an audit-trail entry whose AUD-APPROVER-ID is the
      *>             operator — a pended item or dual-control request
      *>             the operator, as supervisor, let through
      *>   CHANGED   a change-journal row dated this cycle whose
      *>             CJ-OPERATOR-ID is the operator
      *> and flags the lines compliance asked to see:
      *>   OVERRIDE  every release of a held item
      *>   BACKDATED a keyed item effective before the business date
      *>   OWN ACCT  activity on an account whose demographics tax ID
      *>             is the operator's own (per the operator roster)
      *>   OWN ITEM  a release by the same operator who keyed the item
      *> Each operator's group closes with a subtotal line. An ID
      *> that is not on the roster is itself an exception, since no
      *> one should be able to sign on with it.
      *>
      *> Input:  data/AUDIT-TRAIL.DAT        (SEQUENTIAL, binary)
      *>         data/CHANGE-JOURNAL.DAT     (LINE SEQ, CHGJRNL,
      *>                                      optional)
      *>         data/OPERATORS.DAT          (LINE SEQ, OPERREC,
      *>                                      optional)
      *>         data/CUST-DEMOGRAPHICS.DAT  (LINE SEQ, CUSTDEMO,
      *>                                      optional)
      *> Output: data/OPERATOR-ACTIVITY-RPT.TXT (LINE SEQ, print)
      *>
      *> Return codes:  0 = no exceptions,
      *>                4 = exceptions listed,
      *>                8 = input file error
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPERRPT.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO 'data/AUDIT-TRAIL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO 'data/CHANGE-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.

      *> Operator roster — optional; without it the report still
      *> groups by ID but prints no names and skips the own-account
      *> and not-on-roster checks.
           SELECT ROSTER-FILE
               ASSIGN TO 'data/OPERATORS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

           SELECT DEMO-FILE
               ASSIGN TO 'data/CUST-DEMOGRAPHICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/OPERATOR-ACTIVITY-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SORTWORK'.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  JOURNAL-FILE.
       COPY CHGJRNL.

       FD  ROSTER-FILE.
       COPY OPERREC.

       FD  DEMO-FILE.
       COPY CUSTDEMO.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(132).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

      *> Sort Description — one activity line: operator, then the
      *> kind of activity, then account and reference, with the
      *> exception flags worked out when the line is released
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-OPERATOR-ID           PIC X(8).
           05  SORT-ROLE                  PIC 9(1).
               88  SORT-KEYED                 VALUE 1.
               88  SORT-RELEASED              VALUE 2.
               88  SORT-CHANGED               VALUE 3.
           05  SORT-ACCT-ID               PIC X(8).
           05  SORT-REF                   PIC X(10).
           05  SORT-TRANS-TYPE            PIC X(1).
           05  SORT-AMOUNT                PIC 9(7)V99.
           05  SORT-EFF-DATE              PIC 9(8).
           05  SORT-STATUS                PIC X(1).
           05  SORT-OTHER-ID              PIC X(8).
           05  SORT-DETAIL                PIC X(22).
           05  SORT-OVERRIDE-SW           PIC X(1).
               88  SORT-IS-OVERRIDE           VALUE 'Y'.
           05  SORT-BACKDATED-SW          PIC X(1).
               88  SORT-IS-BACKDATED          VALUE 'Y'.
           05  SORT-OWN-ACCT-SW           PIC X(1).
               88  SORT-IS-OWN-ACCT           VALUE 'Y'.
           05  SORT-OWN-ITEM-SW           PIC X(1).
               88  SORT-IS-OWN-ITEM           VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                PIC XX.
       01  WS-CJ-STATUS                   PIC XX.
       01  WS-OPR-STATUS                  PIC XX.
       01  WS-DEMO-STATUS                 PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-AUDIT-EOF-FLAG              PIC X(1)  VALUE 'N'.
           88  AUDIT-EOF                            VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(1)  VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.

       01  WS-RUN-DATE                    PIC 9(8).

      *>----------------------------------------------------------------*
      *> Operator roster — the whole file, loaded at startup
      *>----------------------------------------------------------------*
       01  WS-OPR-COUNT                   PIC 9(3)  VALUE 0.
       01  WS-OPR-TABLE-AREA.
           05  WS-OPR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-OPR-COUNT
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPR-ID             PIC X(8).
               10  WS-OPR-NAME           PIC X(25).
               10  WS-OPR-BRANCH         PIC X(3).
               10  WS-OPR-TAX-ID         PIC X(9).
       01  WS-OPR-LOOKUP                  PIC X(8).
       01  WS-OPR-FOUND-SW                PIC X(1).
           88  WS-OPR-FOUND                         VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Own accounts — every account whose demographics tax ID
      *> matches a rostered operator's, paired with that operator.
      *> Only matching rows are kept, so the table holds staff
      *> accounts rather than the whole customer base.
      *>----------------------------------------------------------------*
       01  WS-OWN-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-OWN-TABLE-AREA.
           05  WS-OWN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OWN-COUNT
                   INDEXED BY WS-OWN-IDX.
               10  WS-OWN-OPERATOR-ID    PIC X(8).
               10  WS-OWN-ACCT-ID        PIC X(8).
       01  WS-OWN-LOOKUP-OPR              PIC X(8).
       01  WS-OWN-LOOKUP-ACCT             PIC X(8).
       01  WS-OWN-FOUND-SW                PIC X(1).
           88  WS-OWN-FOUND                         VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Control break — the operator being printed and its subtotals
      *>----------------------------------------------------------------*
       01  WS-CUR-OPERATOR                PIC X(8)  VALUE SPACES.
       01  WS-OP-KEYED                    PIC 9(5)  VALUE 0.
       01  WS-OP-KEYED-AMOUNT             PIC 9(9)V99 VALUE 0.
       01  WS-OP-RELEASED                 PIC 9(5)  VALUE 0.
       01  WS-OP-CHANGED                  PIC 9(5)  VALUE 0.
       01  WS-OP-EXCEPTIONS               PIC 9(5)  VALUE 0.

       01  WS-CTR-AUDIT-READ              PIC 9(7)  VALUE 0.
       01  WS-CTR-JOURNAL-READ            PIC 9(7)  VALUE 0.
       01  WS-CTR-LINES                   PIC 9(7)  VALUE 0.
       01  WS-CTR-OPERATORS               PIC 9(5)  VALUE 0.
       01  WS-CTR-OVERRIDES               PIC 9(5)  VALUE 0.
       01  WS-CTR-BACKDATED               PIC 9(5)  VALUE 0.
       01  WS-CTR-OWN-ACCT                PIC 9(5)  VALUE 0.
       01  WS-CTR-OWN-ITEM                PIC 9(5)  VALUE 0.
       01  WS-CTR-NOT-ON-ROSTER           PIC 9(5)  VALUE 0.
       01  WS-CTR-EXCEPTIONS              PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  RPT-HDR-LINE.
           05  FILLER                     PIC X(40)
               VALUE 'OPERATOR ACTIVITY AND OVERRIDE REPORT - '.
           05  RPT-HDR-DATE               PIC 9999/99/99.
           05  FILLER                     PIC X(82) VALUE SPACES.
       01  COL-HDR-LINE.
           05  FILLER                     PIC X(11) VALUE '  ROLE'.
           05  FILLER                     PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER                     PIC X(11) VALUE 'REF/SEQ'.
           05  FILLER                     PIC X(2)  VALUE 'T'.
           05  FILLER                     PIC X(13)
               VALUE '      AMOUNT'.
           05  FILLER                     PIC X(11) VALUE 'EFF DATE'.
           05  FILLER                     PIC X(2)  VALUE 'S'.
           05  FILLER                     PIC X(9)  VALUE 'OTHER OP'.
           05  FILLER                     PIC X(24) VALUE 'DETAIL'.
           05  FILLER                     PIC X(40) VALUE 'EXCEPTIONS'.
       01  OPR-HDR-LINE.
           05  FILLER                     PIC X(9)  VALUE 'OPERATOR '.
           05  OPH-ID                     PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OPH-NAME                   PIC X(25).
           05  FILLER                     PIC X(9)  VALUE '  BRANCH '.
           05  OPH-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(76) VALUE SPACES.
       01  DTL-LINE.
           05  DTL-MARK                   PIC X(2).
           05  DTL-ROLE                   PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-REF                    PIC X(10).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-TRANS-TYPE             PIC X(1).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-AMOUNT                 PIC Z,ZZZ,ZZ9.99
                                          BLANK WHEN ZERO.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-EFF-DATE               PIC 9999/99/99
                                          BLANK WHEN ZERO.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-STATUS                 PIC X(1).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-OTHER-ID               PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-DETAIL                 PIC X(22).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-FLAG-OVERRIDE          PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-FLAG-BACKDATED         PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-FLAG-OWN-ACCT          PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-FLAG-OWN-ITEM          PIC X(9).
       01  SUB-LINE.
           05  FILLER                     PIC X(25)
               VALUE '  OPERATOR TOTAL - KEYED '.
           05  SUB-KEYED                  PIC ZZZZ9.
           05  FILLER                     PIC X(9)  VALUE '  AMOUNT '.
           05  SUB-KEYED-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(11)
               VALUE '  RELEASED '.
           05  SUB-RELEASED               PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE '  CHANGED '.
           05  SUB-CHANGED                PIC ZZZZ9.
           05  FILLER                     PIC X(13)
               VALUE '  EXCEPTIONS '.
           05  SUB-EXCEPTIONS             PIC ZZZZ9.
           05  FILLER                     PIC X(30) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  NONE-TEXT                  PIC X(128).
       01  BLANK-LINE                     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-OPERATOR-ID
                   ON ASCENDING KEY SORT-ROLE
                   ON ASCENDING KEY SORT-ACCT-ID
                   ON ASCENDING KEY SORT-REF
                   INPUT  PROCEDURE IS 2000-COLLECT-ACTIVITY
                   OUTPUT PROCEDURE IS 3000-PRINT-ACTIVITY
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'OPERRPT: ERROR - SORT failed, '
                       'SORT-RETURN=' SORT-RETURN
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- OPERRPT: Operator Activity and Overrides ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           PERFORM 1200-LOAD-ROSTER
           PERFORM 1300-LOAD-OWN-ACCOUNTS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'OPERRPT: ERROR opening audit trail, '
                       'STATUS=' WS-AUDIT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'OPERRPT: ERROR opening OPERATOR-ACTIVITY-RPT'
                   '.TXT, STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-DATE
           WRITE REPORT-LINE FROM RPT-HDR-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM COL-HDR-LINE
               AFTER ADVANCING 2 LINES
           .

      *>================================================================*
      *> LOAD ROSTER — every issued sign-on ID. Past the table's end
      *> a real operator would print as not on the roster, so the
      *> run stops rather than raise false exceptions.
      *>================================================================*
       1200-LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'OPERRPT: No operator roster on file - names '
                   'and own-account checks omitted.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OPR-STATUS NOT = '00'
               READ ROSTER-FILE
                   AT END
                       MOVE '10' TO WS-OPR-STATUS
                   NOT AT END
                       IF WS-OPR-COUNT = 500
                           DISPLAY 'OPERRPT: ERROR - more than 500 '
                               'operators on the roster; table full'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OPR-COUNT
                       SET WS-OPR-IDX TO WS-OPR-COUNT
                       MOVE OPR-ID     TO WS-OPR-ID(WS-OPR-IDX)
                       MOVE OPR-NAME   TO WS-OPR-NAME(WS-OPR-IDX)
                       MOVE OPR-BRANCH TO WS-OPR-BRANCH(WS-OPR-IDX)
                       MOVE OPR-TAX-ID TO WS-OPR-TAX-ID(WS-OPR-IDX)
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           .

      *>================================================================*
      *> LOAD OWN ACCOUNTS — pair each demographics row with any
      *> rostered operator who shares its tax ID. No roster or no
      *> demographics file means no own-account flags.
      *>================================================================*
       1300-LOAD-OWN-ACCOUNTS.
           IF WS-OPR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEMO-STATUS NOT = '00'
               READ DEMO-FILE
                   AT END
                       MOVE '10' TO WS-DEMO-STATUS
                   NOT AT END
                       IF DEMO-TAX-ID NOT = SPACES
                           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                               UNTIL WS-OPR-IDX > WS-OPR-COUNT
                               IF WS-OPR-TAX-ID(WS-OPR-IDX)
                                   = DEMO-TAX-ID
                                   PERFORM 1350-ADD-OWN-ACCOUNT
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEMO-FILE
           .

       1350-ADD-OWN-ACCOUNT.
           IF WS-OWN-COUNT = 2000
               DISPLAY 'OPERRPT: ERROR - more than 2000 staff-owned '
                   'accounts; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OWN-COUNT
           SET WS-OWN-IDX TO WS-OWN-COUNT
           MOVE WS-OPR-ID(WS-OPR-IDX) TO WS-OWN-OPERATOR-ID(WS-OWN-IDX)
           MOVE DEMO-CUST-ID          TO WS-OWN-ACCT-ID(WS-OWN-IDX)
           .

      *>================================================================*
      *> COLLECT ACTIVITY — sort input procedure. Each audit entry
      *> someone keyed becomes a KEYED line for the keyer, and one
      *> someone released becomes a RELEASED line for the releaser
      *> as well; then this cycle's operator-keyed journal rows.
      *> Entries no person touched (interest, fees, sweeps) carry
      *> blank operator fields and are passed over.
      *>================================================================*
       2000-COLLECT-ACTIVITY.
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-AUDIT-READ
                       PERFORM 2100-RELEASE-POSTING
               END-READ
           END-PERFORM
           PERFORM 2200-READ-JOURNAL
           .

       2100-RELEASE-POSTING.
           IF AUD-OPERATOR-ID NOT = SPACES
               INITIALIZE SORT-RECORD
               MOVE AUD-OPERATOR-ID TO SORT-OPERATOR-ID
               SET SORT-KEYED TO TRUE
               PERFORM 2150-FILL-POSTING
               MOVE AUD-APPROVER-ID TO SORT-OTHER-ID
               IF AUD-DATE < WS-RUN-DATE
                   MOVE 'Y' TO SORT-BACKDATED-SW
               END-IF
               RELEASE SORT-RECORD
               ADD 1 TO WS-CTR-LINES
           END-IF
           IF AUD-APPROVER-ID NOT = SPACES
               INITIALIZE SORT-RECORD
               MOVE AUD-APPROVER-ID TO SORT-OPERATOR-ID
               SET SORT-RELEASED TO TRUE
               PERFORM 2150-FILL-POSTING
               MOVE AUD-OPERATOR-ID TO SORT-OTHER-ID
               MOVE 'Y' TO SORT-OVERRIDE-SW
               IF AUD-APPROVER-ID = AUD-OPERATOR-ID
                   MOVE 'Y' TO SORT-OWN-ITEM-SW
               END-IF
               RELEASE SORT-RECORD
               ADD 1 TO WS-CTR-LINES
           END-IF
           .

       2150-FILL-POSTING.
           MOVE AUD-ACCT-ID    TO SORT-ACCT-ID
           MOVE AUD-SEQ        TO SORT-REF
           MOVE AUD-TRANS-TYPE TO SORT-TRANS-TYPE
           MOVE AUD-AMOUNT     TO SORT-AMOUNT
           MOVE AUD-DATE       TO SORT-EFF-DATE
           MOVE AUD-STATUS     TO SORT-STATUS
           IF AUD-XFER-ACCT NOT = SPACES
               STRING 'TRANSFER WITH ' AUD-XFER-ACCT
                   DELIMITED BY SIZE INTO SORT-DETAIL
           ELSE
               IF AUD-CHECK-NO > 0
                   STRING 'CHECK NO ' AUD-CHECK-NO
                       DELIMITED BY SIZE INTO SORT-DETAIL
               END-IF
           END-IF
           MOVE SORT-OPERATOR-ID TO WS-OWN-LOOKUP-OPR
           MOVE AUD-ACCT-ID      TO WS-OWN-LOOKUP-ACCT
           PERFORM 7000-CHECK-OWN-ACCOUNT
           IF WS-OWN-FOUND
               MOVE 'Y' TO SORT-OWN-ACCT-SW
           END-IF
           .

      *> The journal is cumulative; only this business date's rows
      *> belong on today's report. No journal on file means no
      *> master changes to list.
       2200-READ-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-CJ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CJ-STATUS NOT = '00'
               READ JOURNAL-FILE
                   AT END
                       MOVE '10' TO WS-CJ-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-JOURNAL-READ
                       IF CJ-DATE = WS-RUN-DATE
                           AND CJ-OPERATOR-ID NOT = SPACES
                           PERFORM 2250-RELEASE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       2250-RELEASE-CHANGE.
           INITIALIZE SORT-RECORD
           MOVE CJ-OPERATOR-ID TO SORT-OPERATOR-ID
           SET SORT-CHANGED TO TRUE
           MOVE CJ-ACCT-ID     TO SORT-ACCT-ID
           MOVE CJ-REQUEST-REF TO SORT-REF
           STRING CJ-FIELD     DELIMITED BY '  '
                  ' '          DELIMITED BY SIZE
                  CJ-NEW-VALUE DELIMITED BY SIZE
               INTO SORT-DETAIL
           MOVE CJ-OPERATOR-ID TO WS-OWN-LOOKUP-OPR
           MOVE CJ-ACCT-ID     TO WS-OWN-LOOKUP-ACCT
           PERFORM 7000-CHECK-OWN-ACCOUNT
           IF WS-OWN-FOUND
               MOVE 'Y' TO SORT-OWN-ACCT-SW
           END-IF
           RELEASE SORT-RECORD
           ADD 1 TO WS-CTR-LINES
           .

      *>================================================================*
      *> PRINT ACTIVITY — sort output procedure. A change of operator
      *> closes the previous group with its subtotal and opens the
      *> next with the roster name.
      *>================================================================*
       3000-PRINT-ACTIVITY.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SORT-OPERATOR-ID NOT = WS-CUR-OPERATOR
                           PERFORM 3100-CLOSE-OPERATOR
                           PERFORM 3200-OPEN-OPERATOR
                       END-IF
                       PERFORM 3300-PRINT-ITEM
               END-RETURN
           END-PERFORM
           PERFORM 3100-CLOSE-OPERATOR
           IF WS-CTR-OPERATORS = 0
               MOVE 'NO OPERATOR-KEYED ACTIVITY THIS CYCLE'
                   TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       3100-CLOSE-OPERATOR.
           IF WS-CUR-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-KEYED        TO SUB-KEYED
           MOVE WS-OP-KEYED-AMOUNT TO SUB-KEYED-AMOUNT
           MOVE WS-OP-RELEASED     TO SUB-RELEASED
           MOVE WS-OP-CHANGED      TO SUB-CHANGED
           MOVE WS-OP-EXCEPTIONS   TO SUB-EXCEPTIONS
           WRITE REPORT-LINE FROM SUB-LINE
               AFTER ADVANCING 1 LINE
           .

       3200-OPEN-OPERATOR.
           MOVE SORT-OPERATOR-ID TO WS-CUR-OPERATOR
           ADD 1 TO WS-CTR-OPERATORS
           MOVE 0 TO WS-OP-KEYED
           MOVE 0 TO WS-OP-KEYED-AMOUNT
           MOVE 0 TO WS-OP-RELEASED
           MOVE 0 TO WS-OP-CHANGED
           MOVE 0 TO WS-OP-EXCEPTIONS
           MOVE SORT-OPERATOR-ID TO OPH-ID
           MOVE SPACES TO OPH-NAME
           MOVE SPACES TO OPH-BRANCH
           IF WS-OPR-COUNT > 0
               MOVE SORT-OPERATOR-ID TO WS-OPR-LOOKUP
               PERFORM 7100-LOOK-UP-OPERATOR
               IF WS-OPR-FOUND
                   MOVE WS-OPR-NAME(WS-OPR-IDX)   TO OPH-NAME
                   MOVE WS-OPR-BRANCH(WS-OPR-IDX) TO OPH-BRANCH
               ELSE
                   MOVE '** NOT ON ROSTER **' TO OPH-NAME
                   ADD 1 TO WS-CTR-NOT-ON-ROSTER
                   ADD 1 TO WS-CTR-EXCEPTIONS
                   ADD 1 TO WS-OP-EXCEPTIONS
               END-IF
           END-IF
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM OPR-HDR-LINE
               AFTER ADVANCING 1 LINE
           .

       3300-PRINT-ITEM.
           MOVE SPACES TO DTL-MARK
           MOVE SPACES TO DTL-FLAG-OVERRIDE
           MOVE SPACES TO DTL-FLAG-BACKDATED
           MOVE SPACES TO DTL-FLAG-OWN-ACCT
           MOVE SPACES TO DTL-FLAG-OWN-ITEM
           EVALUATE TRUE
               WHEN SORT-KEYED
                   MOVE 'KEYED'    TO DTL-ROLE
                   ADD 1 TO WS-OP-KEYED
                   ADD SORT-AMOUNT TO WS-OP-KEYED-AMOUNT
               WHEN SORT-RELEASED
                   MOVE 'RELEASED' TO DTL-ROLE
                   ADD 1 TO WS-OP-RELEASED
               WHEN OTHER
                   MOVE 'CHANGED'  TO DTL-ROLE
                   ADD 1 TO WS-OP-CHANGED
           END-EVALUATE
           IF SORT-IS-OVERRIDE
               MOVE 'OVERRIDE'  TO DTL-FLAG-OVERRIDE
               ADD 1 TO WS-CTR-OVERRIDES
           END-IF
           IF SORT-IS-BACKDATED
               MOVE 'BACKDATED' TO DTL-FLAG-BACKDATED
               ADD 1 TO WS-CTR-BACKDATED
           END-IF
           IF SORT-IS-OWN-ACCT
               MOVE 'OWN ACCT'  TO DTL-FLAG-OWN-ACCT
               ADD 1 TO WS-CTR-OWN-ACCT
           END-IF
           IF SORT-IS-OWN-ITEM
               MOVE 'OWN ITEM'  TO DTL-FLAG-OWN-ITEM
               ADD 1 TO WS-CTR-OWN-ITEM
           END-IF
           IF SORT-IS-OVERRIDE OR SORT-IS-BACKDATED
               OR SORT-IS-OWN-ACCT OR SORT-IS-OWN-ITEM
               MOVE '**' TO DTL-MARK
               ADD 1 TO WS-OP-EXCEPTIONS
               ADD 1 TO WS-CTR-EXCEPTIONS
           END-IF
           MOVE SORT-ACCT-ID    TO DTL-ACCT-ID
           MOVE SORT-REF        TO DTL-REF
           MOVE SORT-TRANS-TYPE TO DTL-TRANS-TYPE
           MOVE SORT-AMOUNT     TO DTL-AMOUNT
           MOVE SORT-EFF-DATE   TO DTL-EFF-DATE
           MOVE SORT-STATUS     TO DTL-STATUS
           MOVE SORT-OTHER-ID   TO DTL-OTHER-ID
           MOVE SORT-DETAIL     TO DTL-DETAIL
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       7000-CHECK-OWN-ACCOUNT.
           MOVE 'N' TO WS-OWN-FOUND-SW
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
               UNTIL WS-OWN-IDX > WS-OWN-COUNT
               OR WS-OWN-FOUND
               IF WS-OWN-OPERATOR-ID(WS-OWN-IDX) = WS-OWN-LOOKUP-OPR
                   AND WS-OWN-ACCT-ID(WS-OWN-IDX) = WS-OWN-LOOKUP-ACCT
                   MOVE 'Y' TO WS-OWN-FOUND-SW
               END-IF
           END-PERFORM
           .

       7100-LOOK-UP-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-SW
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT
               OR WS-OPR-ID(WS-OPR-IDX) = WS-OPR-LOOKUP
               CONTINUE
           END-PERFORM
           IF WS-OPR-IDX <= WS-OPR-COUNT
               MOVE 'Y' TO WS-OPR-FOUND-SW
           END-IF
           .

       9000-TERMINATE.
           DISPLAY '--- OPERRPT Summary ---'
           DISPLAY '  Audit records read  : ' WS-CTR-AUDIT-READ
           DISPLAY '  Journal rows read   : ' WS-CTR-JOURNAL-READ
           DISPLAY '  Activity lines      : ' WS-CTR-LINES
           DISPLAY '  Operators reported  : ' WS-CTR-OPERATORS
           DISPLAY '  Overrides           : ' WS-CTR-OVERRIDES
           DISPLAY '  Backdated items     : ' WS-CTR-BACKDATED
           DISPLAY '  Own-account items   : ' WS-CTR-OWN-ACCT
           DISPLAY '  Own-item releases   : ' WS-CTR-OWN-ITEM
           DISPLAY '  IDs not on roster   : ' WS-CTR-NOT-ON-ROSTER
           IF WS-RETURN-CODE = 0 AND WS-CTR-EXCEPTIONS > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '  Return code         : ' WS-RETURN-CODE
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDIT-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           .
