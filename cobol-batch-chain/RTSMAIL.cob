      *>================================================================*
      *> RTSMAIL.cob — Returned-Mail Intake
      *>
      *> The branch keys each piece the post office sends back onto
      *> RETURNED-MAIL.DAT; this step flags the account's address
      *> on CUST-DEMOGRAPHICS.DAT as undeliverable with the date the
      *> first piece came back. From then on every program that
      *> mails asks MAILCHK first and holds the piece instead of
      *> sending it, until an MREQ-DEMOGRAPHICS update through
      *> ACCTMAIN corrects the address and clears the flag. A piece
      *> returned from an address already flagged keeps the first
      *> return date — that is when contact was lost.
      *>
      *> Runs right after GENDATA so the night's returns are flagged
      *> before anything in the cycle mails. The intake file is
      *> emptied afterwards; a rejected row has to be keyed again.
      *>
      *> Input:  data/RETURNED-MAIL.DAT      (LINE SEQ, RTSREC,
      *>                                      consumed)
      *> I/O:    data/CUST-DEMOGRAPHICS.DAT  (LINE SEQ, CUSTDEMO,
      *>                                      rewritten)
      *> Output: data/RETURNED-MAIL-REPORT.TXT (LINE SEQUENTIAL,
      *>                                      print)
      *>
      *> Return codes:  0 = success,
      *>                4 = returned-mail rows rejected,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RTSMAIL.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTS-FILE
               ASSIGN TO 'data/RETURNED-MAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTS-STATUS.

           SELECT DEMO-FILE
               ASSIGN TO 'data/CUST-DEMOGRAPHICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/RETURNED-MAIL-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RTS-FILE.
       COPY RTSREC.

       FD  DEMO-FILE.
       COPY CUSTDEMO.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-RTS-STATUS                  PIC XX.
       01  WS-DEMO-STATUS                 PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DAY-NO                  PIC 9(7).
       01  WS-DAYS-OUT                    PIC 9(5).

      *>----------------------------------------------------------------*
      *> The demographics master, held whole while the returns are
      *> applied and rewritten at the end — every row, so the table
      *> must hold the file or the run stops before the rewrite.
      *>----------------------------------------------------------------*
       01  WS-DEMO-COUNT                  PIC 9(5)  VALUE 0.
       01  WS-DEMO-TABLE-AREA.
           05  WS-DEMO-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DEMO-COUNT
                   INDEXED BY WS-DEMO-IDX.
               10  WS-DEMO-ROW.
                   15  WS-DEMO-CUST-ID    PIC X(8).
                   15  FILLER             PIC X(110).
                   15  WS-DEMO-MAIL-STATUS PIC X(1).
                       88  WS-DEMO-UNDELIVERABLE    VALUE 'U'.
                   15  WS-DEMO-RTS-DATE   PIC 9(8).
       01  WS-DEMO-ON-HAND-SW             PIC X(1)  VALUE 'N'.
           88  WS-DEMO-ON-HAND                      VALUE 'Y'.
       01  WS-RTS-READ-SW                 PIC X(1)  VALUE 'N'.
           88  WS-RTS-READ                          VALUE 'Y'.
       01  WS-REJECT-REASON               PIC X(30).

       01  WS-CTR-RTS-READ                PIC 9(5)  VALUE 0.
       01  WS-CTR-NEWLY-FLAGGED           PIC 9(5)  VALUE 0.
       01  WS-CTR-REPEAT                  PIC 9(5)  VALUE 0.
       01  WS-CTR-REJECTED                PIC 9(5)  VALUE 0.
       01  WS-CTR-FLAGGED                 PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(28)
               VALUE 'RETURNED MAIL INTAKE - AS OF'.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(63) VALUE SPACES.
       01  SECTION-LINE                   PIC X(100).

       01  RTS-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(10)  VALUE 'RETURNED'.
           05  FILLER              PIC X(6)   VALUE 'ITEM'.
           05  FILLER              PIC X(5)   VALUE 'WHY'.
           05  FILLER              PIC X(10)  VALUE 'KEYED BY'.
           05  FILLER              PIC X(59)  VALUE 'RESULT'.
       01  RTS-LINE.
           05  RTS-L-ACCT-ID              PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RTS-L-RETURN-DATE          PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RTS-L-ITEM-TYPE            PIC X(4).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RTS-L-REASON               PIC X(2).
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  RTS-L-KEYED-BY             PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RTS-L-RESULT               PIC X(30).
           05  FILLER                     PIC X(29) VALUE SPACES.

       01  UND-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(32)  VALUE 'ADDRESS'.
           05  FILLER              PIC X(22)  VALUE 'CITY'.
           05  FILLER              PIC X(10)  VALUE 'FIRST RTS'.
           05  FILLER              PIC X(26)  VALUE '   DAYS'.
       01  UND-LINE.
           05  UND-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UND-ADDR-LINE1             PIC X(30).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UND-CITY                   PIC X(20).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UND-RTS-DATE               PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UND-DAYS                   PIC ZZZZ9.
           05  FILLER                     PIC X(21) VALUE SPACES.

       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(40).
           05  TOT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(50) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  NONE-TEXT                  PIC X(96).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-APPLY-RETURNS
               PERFORM 5000-PRINT-UNDELIVERABLE
               PERFORM 6000-WRITE-FILES
               PERFORM 7000-PRINT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- RTSMAIL: Returned-Mail Intake ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1100-LOAD-DEMOGRAPHICS
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RTSMAIL: ERROR opening RETURNED-MAIL-REPORT'
                       '.TXT, STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           .

      *> No demographics file means no address to flag; returns
      *> are still read, and rejected, so the branch sees them
       1100-LOAD-DEMOGRAPHICS.
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS = '35'
               DISPLAY 'RTSMAIL: no CUST-DEMOGRAPHICS.DAT; nothing '
                   'can be flagged.'
               EXIT PARAGRAPH
           END-IF
           IF WS-DEMO-STATUS NOT = '00'
               DISPLAY 'RTSMAIL: ERROR opening CUST-DEMOGRAPHICS.DAT,'
                       ' STATUS=' WS-DEMO-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-DEMO-ON-HAND TO TRUE
           PERFORM UNTIL WS-DEMO-STATUS NOT = '00'
               READ DEMO-FILE
                   AT END
                       MOVE '10' TO WS-DEMO-STATUS
                   NOT AT END
                       IF WS-DEMO-COUNT = 5000
                           DISPLAY 'RTSMAIL: ERROR - more than 5000 '
                               'demographics rows; table full, run '
                               'abandoned before any rewrite'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DEMO-COUNT
                       MOVE DEMOGRAPHICS-RECORD
                           TO WS-DEMO-ROW(WS-DEMO-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEMO-FILE
           .

      *>================================================================*
      *> APPLY RETURNS — each returned piece edited and applied to
      *> its account's demographics row, one report line apiece.
      *>================================================================*
       2000-APPLY-RETURNS.
           MOVE 'RETURNED MAIL KEYED' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           OPEN INPUT RTS-FILE
           IF WS-RTS-STATUS NOT = '00'
               MOVE 'NO RETURNED MAIL KEYED THIS RUN' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-RTS-READ TO TRUE
           WRITE REPORT-LINE FROM RTS-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL WS-RTS-STATUS NOT = '00'
               READ RTS-FILE
                   AT END
                       MOVE '10' TO WS-RTS-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-RTS-READ
                       PERFORM 2100-APPLY-ONE-RETURN
               END-READ
           END-PERFORM
           CLOSE RTS-FILE
           IF WS-CTR-RTS-READ = 0
               MOVE 'NO RETURNED MAIL KEYED THIS RUN' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       2100-APPLY-ONE-RETURN.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VARYING WS-DEMO-IDX FROM 1 BY 1
               UNTIL WS-DEMO-IDX > WS-DEMO-COUNT
               OR WS-DEMO-CUST-ID(WS-DEMO-IDX) = RTS-ACCT-ID
               CONTINUE
           END-PERFORM
           IF RTS-RETURN-DATE NOT NUMERIC OR RTS-RETURN-DATE = 0
               OR RTS-RETURN-DATE > WS-RUN-DATE
               MOVE 'BAD RETURN DATE' TO WS-REJECT-REASON
           ELSE
           IF NOT RTS-VALID-REASON
               MOVE 'BAD RETURN REASON' TO WS-REJECT-REASON
           ELSE
           IF WS-DEMO-IDX > WS-DEMO-COUNT
               MOVE 'NO ADDRESS ON FILE' TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               MOVE WS-REJECT-REASON TO RTS-L-RESULT
               ADD 1 TO WS-CTR-REJECTED
           ELSE
           IF WS-DEMO-UNDELIVERABLE(WS-DEMO-IDX)
               IF WS-DEMO-RTS-DATE(WS-DEMO-IDX) NOT NUMERIC
                   OR RTS-RETURN-DATE < WS-DEMO-RTS-DATE(WS-DEMO-IDX)
                   MOVE RTS-RETURN-DATE
                       TO WS-DEMO-RTS-DATE(WS-DEMO-IDX)
               END-IF
               MOVE 'ALREADY FLAGGED UNDELIVERABLE' TO RTS-L-RESULT
               ADD 1 TO WS-CTR-REPEAT
           ELSE
               SET WS-DEMO-UNDELIVERABLE(WS-DEMO-IDX) TO TRUE
               MOVE RTS-RETURN-DATE TO WS-DEMO-RTS-DATE(WS-DEMO-IDX)
               MOVE 'ADDRESS FLAGGED UNDELIVERABLE' TO RTS-L-RESULT
               ADD 1 TO WS-CTR-NEWLY-FLAGGED
           END-IF
           END-IF
           MOVE RTS-ACCT-ID     TO RTS-L-ACCT-ID
           MOVE RTS-RETURN-DATE TO RTS-L-RETURN-DATE
           MOVE RTS-ITEM-TYPE   TO RTS-L-ITEM-TYPE
           MOVE RTS-REASON      TO RTS-L-REASON
           MOVE RTS-KEYED-BY    TO RTS-L-KEYED-BY
           WRITE REPORT-LINE FROM RTS-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> PRINT UNDELIVERABLE — every address mail is being held for,
      *> and how long contact has been lost, for the branches to
      *> work.
      *>================================================================*
       5000-PRINT-UNDELIVERABLE.
           MOVE 'ADDRESSES HELD AS UNDELIVERABLE' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM UND-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-DEMO-IDX FROM 1 BY 1
               UNTIL WS-DEMO-IDX > WS-DEMO-COUNT
               IF WS-DEMO-UNDELIVERABLE(WS-DEMO-IDX)
                   MOVE WS-DEMO-ROW(WS-DEMO-IDX)
                       TO DEMOGRAPHICS-RECORD
                   ADD 1 TO WS-CTR-FLAGGED
                   MOVE DEMO-CUST-ID    TO UND-ACCT-ID
                   MOVE DEMO-ADDR-LINE1 TO UND-ADDR-LINE1
                   MOVE DEMO-CITY       TO UND-CITY
                   MOVE 0               TO UND-RTS-DATE
                   MOVE 0               TO WS-DAYS-OUT
                   IF DEMO-RTS-DATE NUMERIC AND DEMO-RTS-DATE > 0
                       MOVE DEMO-RTS-DATE TO UND-RTS-DATE
                       COMPUTE WS-DAYS-OUT = WS-RUN-DAY-NO
                           - FUNCTION INTEGER-OF-DATE(DEMO-RTS-DATE)
                   END-IF
                   MOVE WS-DAYS-OUT     TO UND-DAYS
                   WRITE REPORT-LINE FROM UND-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           IF WS-CTR-FLAGGED = 0
               MOVE 'NO ADDRESSES FLAGGED' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

      *>================================================================*
      *> WRITE FILES — the demographics master rewritten when a
      *> return changed it, the intake file consumed.
      *>================================================================*
       6000-WRITE-FILES.
           IF WS-DEMO-ON-HAND
               AND (WS-CTR-NEWLY-FLAGGED > 0 OR WS-CTR-REPEAT > 0)
               OPEN OUTPUT DEMO-FILE
               IF WS-DEMO-STATUS NOT = '00'
                   DISPLAY 'RTSMAIL: ERROR rewriting demographics, '
                           'STATUS=' WS-DEMO-STATUS
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-DEMO-IDX FROM 1 BY 1
                   UNTIL WS-DEMO-IDX > WS-DEMO-COUNT
                   WRITE DEMOGRAPHICS-RECORD
                       FROM WS-DEMO-ROW(WS-DEMO-IDX)
               END-PERFORM
               CLOSE DEMO-FILE
           END-IF
           IF WS-RTS-READ
               OPEN OUTPUT RTS-FILE
               CLOSE RTS-FILE
           END-IF
           .

       7000-PRINT-TOTALS.
           MOVE 'TOTALS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'RETURNED PIECES KEYED'      TO TOT-LABEL
           MOVE WS-CTR-RTS-READ              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  ADDRESSES NEWLY FLAGGED'  TO TOT-LABEL
           MOVE WS-CTR-NEWLY-FLAGGED         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  ALREADY FLAGGED'          TO TOT-LABEL
           MOVE WS-CTR-REPEAT                TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  REJECTED'                 TO TOT-LABEL
           MOVE WS-CTR-REJECTED              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ADDRESSES HELD AS UNDELIVERABLE' TO TOT-LABEL
           MOVE WS-CTR-FLAGGED               TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-CTR-REJECTED > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- RTSMAIL Summary ---'
           DISPLAY '  Returns read       : ' WS-CTR-RTS-READ
           DISPLAY '  Newly flagged      : ' WS-CTR-NEWLY-FLAGGED
           DISPLAY '  Already flagged    : ' WS-CTR-REPEAT
           DISPLAY '  Rejected           : ' WS-CTR-REJECTED
           DISPLAY '  Addresses held     : ' WS-CTR-FLAGGED
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
