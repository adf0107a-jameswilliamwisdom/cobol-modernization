       *> control-break report with account, branch, and grand totals.
       *>
       *> Input:  data/AUDIT-TRAIL.DAT  (SEQUENTIAL, binary)
       *>         data/POSTING-POLICY-APPLIED.DAT (LINE SEQUENTIAL,
       *>                                  POSTPOL — the posting-order
       *>                                  policy TXNSORT applied)
       *> Output: data/DAILY-REPORT.TXT (LINE SEQUENTIAL, print)
       *>
       *> The posting-order policy in effect is named on every page
       *> heading and set out class by class after the grand total.
       *>
       *> Control breaks:
       *>   Level 1 — Account change   (AUD-ACCT-ID)
       *>   Level 2 — Branch change     (AUD-BRANCH)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO 'data/POSTING-POLICY-APPLIED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       FD  POLICY-FILE.
           COPY POSTPOL.

       WORKING-STORAGE SECTION.

       *>----------------------------------------------------------------*
       *>----------------------------------------------------------------*
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-POLICY-STATUS           PIC XX.
       01  WS-EOF-FLAG                PIC X(1)     VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
           88  NOT-END-OF-FILE                     VALUE 'N'.
       01  WS-GRAND-APPLIED-COUNT    PIC 999      VALUE ZERO.
       01  WS-GRAND-REJECTED-COUNT   PIC 999      VALUE ZERO.

       *>----------------------------------------------------------------*
       *> Posting-order policy in effect, as TXNSORT applied it
       *>----------------------------------------------------------------*
       01  WS-POL-NAME                PIC X(12)    VALUE SPACES.
       01  WS-POL-COUNT               PIC 9        VALUE ZERO.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-POL-IDX.
               10  WS-POL-RANK        PIC 9.
               10  WS-POL-CLASS       PIC X(2).
               10  WS-POL-ORDER       PIC X(2).

       *>----------------------------------------------------------------*
       *> Page header lines
       *>----------------------------------------------------------------*
           05  HDR-RUN-DD             PIC 99.
           05  FILLER                 PIC X       VALUE '/'.
           05  HDR-RUN-YYYY           PIC 9(4).
           05  FILLER                 PIC X(5)
               VALUE SPACES.
           05  FILLER                 PIC X(15)
               VALUE 'POSTING ORDER: '.
           05  HDR-POL-NAME           PIC X(12).
           05  FILLER                 PIC X(48)
               VALUE SPACES.

       01  HDR-LINE-3.
           05  GRAND-REJECTED-CT     PIC 999.
           05  FILLER                PIC X(66)    VALUE SPACES.

       *>----------------------------------------------------------------*
       *> Posting-order policy lines
       *>----------------------------------------------------------------*
       01  POL-LINE-1.
           05  FILLER                PIC X(39)
               VALUE '  **** POSTING ORDER POLICY IN EFFECT:'.
           05  FILLER                PIC X        VALUE SPACE.
           05  POL-HDR-NAME          PIC X(12).
           05  FILLER                PIC X(48)    VALUE SPACES.

       01  POL-LINE-2.
           05  FILLER                PIC X(7)     VALUE SPACES.
           05  POL-DTL-RANK          PIC 9.
           05  FILLER                PIC X(2)     VALUE SPACES.
           05  POL-DTL-CLASS         PIC X(40).
           05  POL-DTL-ORDER         PIC X(30).
           05  FILLER                PIC X(20)    VALUE SPACES.

       01  BLANK-LINE                PIC X(100)   VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE WS-CURR-MM   TO HDR-RUN-MM
           MOVE WS-CURR-DD   TO HDR-RUN-DD
           MOVE WS-CURR-YYYY TO HDR-RUN-YYYY
           PERFORM 1100-LOAD-POSTING-POLICY
           .
       1000-EXIT.
           EXIT.

       *>----------------------------------------------------------------*
       *> Load the posting-order policy TXNSORT applied this cycle
       *>----------------------------------------------------------------*
       1100-LOAD-POSTING-POLICY.
           MOVE 'NOT RECORDED' TO WS-POL-NAME
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               MOVE WS-POL-NAME TO HDR-POL-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
                   OR WS-POL-COUNT = 4
               READ POLICY-FILE
                   AT END
                       MOVE '10' TO WS-POLICY-STATUS
                   NOT AT END
                       ADD 1 TO WS-POL-COUNT
                       MOVE POL-NAME  TO WS-POL-NAME
                       MOVE POL-RANK  TO WS-POL-RANK(WS-POL-COUNT)
                       MOVE POL-CLASS TO WS-POL-CLASS(WS-POL-COUNT)
                       MOVE POL-ORDER TO WS-POL-ORDER(WS-POL-COUNT)
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           MOVE WS-POL-NAME TO HDR-POL-NAME
           .

       *>----------------------------------------------------------------*
       *> Read next audit record
       *>----------------------------------------------------------------*
           MOVE WS-GRAND-REJECTED-COUNT TO GRAND-REJECTED-CT
           WRITE REPORT-LINE FROM GRAND-LINE-4
               AFTER ADVANCING 1 LINE
           PERFORM 7100-PRINT-POSTING-POLICY
           .

       *>----------------------------------------------------------------*
       *> Set out the posting-order policy in effect, class by class
       *>----------------------------------------------------------------*
       7100-PRINT-POSTING-POLICY.
           IF WS-LINE-COUNT + WS-POL-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 4000-PAGE-HEADER
           END-IF
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-POL-NAME TO POL-HDR-NAME
           WRITE REPORT-LINE FROM POL-LINE-1
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               MOVE WS-POL-RANK(WS-POL-IDX) TO POL-DTL-RANK
               EVALUATE WS-POL-CLASS(WS-POL-IDX)
                   WHEN 'CR'
                       MOVE 'CREDITS' TO POL-DTL-CLASS
                   WHEN 'CD'
                       MOVE 'CARD ITEMS' TO POL-DTL-CLASS
                   WHEN 'CK'
                       MOVE 'CHECKS' TO POL-DTL-CLASS
                   WHEN OTHER
                       MOVE 'OTHER DEBITS' TO POL-DTL-CLASS
               END-EVALUATE
               EVALUATE WS-POL-ORDER(WS-POL-IDX)
                   WHEN 'CN'
                       MOVE 'BY CHECK SERIAL NUMBER' TO POL-DTL-ORDER
                   WHEN 'LH'
                       MOVE 'SMALLEST TO LARGEST' TO POL-DTL-ORDER
                   WHEN 'HL'
                       MOVE 'LARGEST TO SMALLEST' TO POL-DTL-ORDER
                   WHEN OTHER
                       MOVE 'IN ARRIVAL ORDER' TO POL-DTL-ORDER
               END-EVALUATE
               WRITE REPORT-LINE FROM POL-LINE-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           MOVE 8 TO POL-DTL-RANK
           MOVE 'ANY CLASS NOT RANKED ABOVE' TO POL-DTL-CLASS
           MOVE 'IN ARRIVAL ORDER' TO POL-DTL-ORDER
           WRITE REPORT-LINE FROM POL-LINE-2
               AFTER ADVANCING 1 LINE
           MOVE 9 TO POL-DTL-RANK
           MOVE 'MAINTENANCE ACTIONS' TO POL-DTL-CLASS
           WRITE REPORT-LINE FROM POL-LINE-2
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT
           .

       *>----------------------------------------------------------------*
