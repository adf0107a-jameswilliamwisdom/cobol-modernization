      *>================================================================*
      *> FEEDCHK.cob — Callable Inbound Feed Acceptance Check
      *>
      *> The one place that decides whether a file from an outside
      *> sender may be translated, CALLed by every intake step that
      *> takes one (CARDIN, INCLRIN, ACHRTRN, and TXNSORT for the
      *> branch feeds) through the CHKFEED.cpy contract — the same
      *> CALL/LINKAGE pattern MAILCHK serves for returned mail.
      *>
      *> The caller passes every row of the feed in file order
      *> before it translates any of them. A feed is accepted only
      *> when:
      *>   - its first row is the sender's header (FEEDCTL.cpy),
      *>     from the sender the caller expects, dated for this
      *>     processing date;
      *>   - its last row is the sender's trailer, with no header or
      *>     trailer anywhere else — a file cut short, or two files
      *>     run together, fails here;
      *>   - the trailer's row count and amount hash agree with the
      *>     detail rows actually read.
      *> A file that does not exist or holds no rows has not arrived
      *> and is accepted with nothing to translate. Every check on
      *> every feed is written to the cycle's acceptance report,
      *> pass or fail, so ops can see what was proved and how.
      *>
      *> Output: data/FEED-ACCEPTANCE.TXT (LINE SEQUENTIAL, print;
      *>                                   started afresh by the
      *>                                   chain's first intake
      *>                                   step, appended by the rest)
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEDCHK.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
               ASSIGN TO 'data/FEED-ACCEPTANCE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS              PIC XX.
       COPY FEEDCTL.

      *>----------------------------------------------------------------*
      *> What the rows of the feed being proved have shown so far
      *>----------------------------------------------------------------*
       01  WS-FEED-ROWS               PIC 9(7).
       01  WS-MISPLACED               PIC 9(7).
       01  WS-DTL-COUNT               PIC 9(7).
       01  WS-DTL-HASH                PIC 9(11)V99.
       01  WS-HDR-SW                  PIC X(1).
           88  WS-HDR-SEEN                VALUE 'Y'.
       01  WS-HDR-SENDER              PIC X(8).
       01  WS-HDR-DATE                PIC X(8).
      *> 'Y' only while the trailer is the last row read
       01  WS-TRL-SW                  PIC X(1).
           88  WS-TRL-LAST                VALUE 'Y'.
       01  WS-TRL-NUMERIC-SW          PIC X(1).
           88  WS-TRL-NUMERIC             VALUE 'Y'.
       01  WS-TRL-COUNT               PIC 9(7).
       01  WS-TRL-HASH                PIC 9(11)V99.
       01  WS-RUN-DATE-X              PIC X(8).

       01  WS-EDIT-COUNT              PIC ZZZ,ZZZ,ZZ9.
      *> Reopening the report for the next feed already leaves a
      *> blank line behind the last one.
       01  WS-FEED-ADVANCE            PIC 9(1).
       01  WS-EDIT-HASH               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  FA-HDR-LINE.
           05  FILLER                 PIC X(39)
               VALUE 'INBOUND FEED ACCEPTANCE REPORT - CYCLE '.
           05  FA-HDR-DATE            PIC 9(8).
           05  FILLER                 PIC X(53) VALUE SPACES.
       01  FA-COL-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(26) VALUE 'CHECK'.
           05  FILLER                 PIC X(22) VALUE 'EXPECTED'.
           05  FILLER                 PIC X(22) VALUE 'FOUND'.
           05  FILLER                 PIC X(26) VALUE 'RESULT'.
       01  FA-FEED-LINE.
           05  FILLER                 PIC X(5)  VALUE 'FEED '.
           05  FA-FEED-NAME           PIC X(32).
           05  FILLER                 PIC X(6)  VALUE 'STEP '.
           05  FA-FEED-STEP           PIC X(8).
           05  FILLER                 PIC X(49) VALUE SPACES.
       01  FA-CHK-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FA-CHK-LABEL           PIC X(26).
           05  FA-CHK-EXPECTED        PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FA-CHK-FOUND           PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FA-CHK-RESULT          PIC X(4).
           05  FILLER                 PIC X(22) VALUE SPACES.
       01  FA-MSG-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FA-MSG-TEXT            PIC X(96).

       LINKAGE SECTION.
       COPY CHKFEED.

       PROCEDURE DIVISION USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE.
       0000-CHECK-FEED.
           EVALUATE TRUE
               WHEN FK-FUNC-BEGIN
                   PERFORM 1000-BEGIN-FEED
               WHEN FK-FUNC-RECORD
                   PERFORM 2000-TAKE-ROW
               WHEN FK-FUNC-END
                   PERFORM 3000-JUDGE-FEED
                   PERFORM 4000-REPORT-FEED
           END-EVALUATE
           GOBACK
           .

       1000-BEGIN-FEED.
           MOVE 0      TO WS-FEED-ROWS WS-MISPLACED
                          WS-DTL-COUNT WS-DTL-HASH
                          WS-TRL-COUNT WS-TRL-HASH
           MOVE 'N'    TO WS-HDR-SW WS-TRL-SW WS-TRL-NUMERIC-SW
           MOVE SPACES TO WS-HDR-SENDER WS-HDR-DATE
           SET FK-ACCEPTED TO TRUE
           MOVE SPACES TO FK-REASON
           MOVE 0      TO FK-DETAIL-COUNT FK-DETAIL-HASH
           .

      *> A row after the trailer means the trailer was not the end
      *> of the file; a header after the first row means another
      *> file's rows were run on behind this one.
       2000-TAKE-ROW.
           ADD 1 TO WS-FEED-ROWS
           MOVE FK-RECORD TO FEED-CONTROL-RECORD
           IF WS-TRL-LAST
               ADD 1 TO WS-MISPLACED
               MOVE 'N' TO WS-TRL-SW
           END-IF
           EVALUATE TRUE
               WHEN FCR-HEADER
                   IF WS-FEED-ROWS = 1
                       SET WS-HDR-SEEN TO TRUE
                       MOVE FCR-SENDER-ID TO WS-HDR-SENDER
                       MOVE FCR-FILE-DATE TO WS-HDR-DATE
                   ELSE
                       ADD 1 TO WS-MISPLACED
                   END-IF
               WHEN FCR-TRAILER
                   SET WS-TRL-LAST TO TRUE
                   MOVE 'N' TO WS-TRL-NUMERIC-SW
                   MOVE 0 TO WS-TRL-COUNT WS-TRL-HASH
                   IF FCR-RECORD-COUNT NUMERIC
                       AND FCR-AMOUNT-HASH NUMERIC
                       SET WS-TRL-NUMERIC TO TRUE
                       MOVE FCR-RECORD-COUNT TO WS-TRL-COUNT
                       MOVE FCR-AMOUNT-HASH  TO WS-TRL-HASH
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DTL-COUNT
                   IF FK-AMOUNT NUMERIC
                       ADD FK-AMOUNT TO WS-DTL-HASH
                   END-IF
           END-EVALUATE
           .

      *>================================================================*
      *> JUDGE FEED — the first check to fail is the reason given;
      *> the report still shows every check.
      *>================================================================*
       3000-JUDGE-FEED.
           MOVE WS-DTL-COUNT TO FK-DETAIL-COUNT
           MOVE WS-DTL-HASH  TO FK-DETAIL-HASH
           MOVE FK-RUN-DATE  TO WS-RUN-DATE-X
           SET FK-ACCEPTED TO TRUE
           MOVE SPACES TO FK-REASON
           IF WS-FEED-ROWS = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-HDR-SEEN
                   MOVE 'NO SENDER HEADER ON FIRST ROW' TO FK-REASON
               WHEN WS-HDR-SENDER NOT = FK-EXPECTED-SENDER
                   MOVE 'HEADER IS FROM ANOTHER SENDER' TO FK-REASON
               WHEN WS-HDR-DATE NOT = WS-RUN-DATE-X
                   MOVE 'FILE IS NOT DATED FOR THIS CYCLE'
                       TO FK-REASON
               WHEN NOT WS-TRL-LAST
                   MOVE 'NO SENDER TRAILER ON LAST ROW' TO FK-REASON
               WHEN WS-MISPLACED > 0
                   MOVE 'HEADER/TRAILER INSIDE THE FILE' TO FK-REASON
               WHEN NOT WS-TRL-NUMERIC
                   MOVE 'TRAILER TOTALS NOT NUMERIC' TO FK-REASON
               WHEN WS-TRL-COUNT NOT = WS-DTL-COUNT
                   MOVE 'ROW COUNT DISAGREES WITH TRAILER'
                       TO FK-REASON
               WHEN WS-TRL-HASH NOT = WS-DTL-HASH
                   MOVE 'AMOUNT HASH DISAGREES WITH TRAILER'
                       TO FK-REASON
           END-EVALUATE
           IF FK-REASON NOT = SPACES
               SET FK-QUARANTINED TO TRUE
           END-IF
           .

      *>================================================================*
      *> REPORT FEED — one block per feed on the cycle's acceptance
      *> report. A report that cannot be written is warned about but
      *> does not change the decision.
      *>================================================================*
       4000-REPORT-FEED.
           MOVE 1 TO WS-FEED-ADVANCE
           IF FK-START-REPORT
               PERFORM 4100-START-REPORT
           ELSE
               OPEN EXTEND REPORT-FILE
               IF WS-RPT-STATUS NOT = '00'
                   PERFORM 4100-START-REPORT
               END-IF
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FEEDCHK: ERROR opening FEED-ACCEPTANCE.TXT, '
                   'STATUS=' WS-RPT-STATUS ' - checks on '
                   FK-FEED-NAME ' not reported'
               EXIT PARAGRAPH
           END-IF
           MOVE FK-FEED-NAME TO FA-FEED-NAME
           MOVE FK-STEP      TO FA-FEED-STEP
           WRITE REPORT-LINE FROM FA-FEED-LINE
               AFTER ADVANCING WS-FEED-ADVANCE LINES
           IF WS-FEED-ROWS = 0
               MOVE 'NOT RECEIVED THIS CYCLE - NOTHING TO TRANSLATE'
                   TO FA-MSG-TEXT
               WRITE REPORT-LINE FROM FA-MSG-LINE
                   AFTER ADVANCING 1 LINE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-REPORT-CHECKS
           MOVE SPACES TO FA-MSG-TEXT
           IF FK-ACCEPTED
               MOVE WS-DTL-COUNT TO WS-EDIT-COUNT
               STRING 'ACCEPTED -' WS-EDIT-COUNT
                      ' DETAIL ROWS RELEASED FOR TRANSLATION'
                      DELIMITED BY SIZE
                   INTO FA-MSG-TEXT
           ELSE
               STRING '*** REJECTED - ' FK-REASON
                      DELIMITED BY SIZE
                   INTO FA-MSG-TEXT
               WRITE REPORT-LINE FROM FA-MSG-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO FA-MSG-TEXT
               STRING '*** NOTHING TRANSLATED - FILE QUARANTINED AS '
                      FK-QUARANTINE-FILE
                      DELIMITED BY SIZE
                   INTO FA-MSG-TEXT
           END-IF
           WRITE REPORT-LINE FROM FA-MSG-LINE
               AFTER ADVANCING 1 LINE
           CLOSE REPORT-FILE
           .

       4100-START-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE FK-RUN-DATE TO FA-HDR-DATE
           WRITE REPORT-LINE FROM FA-HDR-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM FA-COL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 2 TO WS-FEED-ADVANCE
           .

       4200-REPORT-CHECKS.
           MOVE 'SENDER HEADER'  TO FA-CHK-LABEL
           MOVE 'FIRST ROW'      TO FA-CHK-EXPECTED
           IF WS-HDR-SEEN
               MOVE 'FIRST ROW'  TO FA-CHK-FOUND
               MOVE 'OK'         TO FA-CHK-RESULT
           ELSE
               MOVE 'MISSING'    TO FA-CHK-FOUND
               MOVE 'FAIL'       TO FA-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM FA-CHK-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'SENDER ID'        TO FA-CHK-LABEL
           MOVE FK-EXPECTED-SENDER TO FA-CHK-EXPECTED
           MOVE WS-HDR-SENDER      TO FA-CHK-FOUND
           IF WS-HDR-SEEN AND WS-HDR-SENDER = FK-EXPECTED-SENDER
               MOVE 'OK'           TO FA-CHK-RESULT
           ELSE
               MOVE 'FAIL'         TO FA-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM FA-CHK-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'FILE DATE'        TO FA-CHK-LABEL
           MOVE WS-RUN-DATE-X      TO FA-CHK-EXPECTED
           MOVE WS-HDR-DATE        TO FA-CHK-FOUND
           IF WS-HDR-SEEN AND WS-HDR-DATE = WS-RUN-DATE-X
               MOVE 'OK'           TO FA-CHK-RESULT
           ELSE
               MOVE 'FAIL'         TO FA-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM FA-CHK-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'SENDER TRAILER'   TO FA-CHK-LABEL
           MOVE 'LAST ROW'         TO FA-CHK-EXPECTED
           IF WS-TRL-LAST
               MOVE 'LAST ROW'     TO FA-CHK-FOUND
               MOVE 'OK'           TO FA-CHK-RESULT
           ELSE
               MOVE 'MISSING'      TO FA-CHK-FOUND
               MOVE 'FAIL'         TO FA-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM FA-CHK-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'CONTROL ROWS OUT OF PLACE' TO FA-CHK-LABEL
           MOVE 0                  TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT      TO FA-CHK-EXPECTED
           MOVE WS-MISPLACED       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT      TO FA-CHK-FOUND
           IF WS-MISPLACED = 0
               MOVE 'OK'           TO FA-CHK-RESULT
           ELSE
               MOVE 'FAIL'         TO FA-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM FA-CHK-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'DETAIL ROW COUNT' TO FA-CHK-LABEL
           MOVE WS-TRL-COUNT       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT      TO FA-CHK-EXPECTED
           MOVE WS-DTL-COUNT       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT      TO FA-CHK-FOUND
           IF WS-TRL-LAST AND WS-TRL-NUMERIC
               AND WS-TRL-COUNT = WS-DTL-COUNT
               MOVE 'OK'           TO FA-CHK-RESULT
           ELSE
               MOVE 'FAIL'         TO FA-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM FA-CHK-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'AMOUNT HASH'      TO FA-CHK-LABEL
           MOVE WS-TRL-HASH        TO WS-EDIT-HASH
           MOVE WS-EDIT-HASH       TO FA-CHK-EXPECTED
           MOVE WS-DTL-HASH        TO WS-EDIT-HASH
           MOVE WS-EDIT-HASH       TO FA-CHK-FOUND
           IF WS-TRL-LAST AND WS-TRL-NUMERIC
               AND WS-TRL-HASH = WS-DTL-HASH
               MOVE 'OK'           TO FA-CHK-RESULT
           ELSE
               MOVE 'FAIL'         TO FA-CHK-RESULT
           END-IF
           WRITE REPORT-LINE FROM FA-CHK-LINE
               AFTER ADVANCING 1 LINE
           .
