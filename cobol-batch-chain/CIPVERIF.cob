      *>================================================================*
      *> CIPVERIF.cob — Customer Identification Program Verification
      *>
      *> ACCTMAIN opens every new account restricted (CUST-CIP-
      *> PENDING — deposits post, withdrawals and transfers reject)
      *> and puts the owner's identity document on the CIP register.
      *> This step works the register off as the ID vendor's results
      *> come back, every night:
      *>   - a pass releases the account: the register row goes to
      *>     verified and a 'CV' maintenance transaction is written
      *>     to data/CIP-TRANS.DAT, which TXNSORT picks up next
      *>     cycle and TXNAPPLY posts as the status change to
      *>     active, journalled like any other maintenance;
      *>   - a failed or inconclusive result routes the account to
      *>     review: the row goes to in-review with the vendor's
      *>     reason, and the account stays restricted until the
      *>     review desk keys a pass onto the same results file or
      *>     ops closes it;
      *>   - an account the master now shows closed before it was
      *>     ever verified is marked so on the register and listed
      *>     once, the night it is found;
      *>   - every account still unverified more than
      *>     WS-CIP-WINDOW-DAYS after it was opened is listed, by
      *>     branch, on the exception report for the branch and
      *>     compliance to chase. RPTBURST cuts the branch copies.
      *>
      *> The results file is emptied after it is read, so a rerun
      *> cannot apply a result twice; a rejected result has to be
      *> sent again.
      *>
      *> Input:  data/CIP-VERIFY-RESULTS.DAT (LINE SEQ, CIPRSLT,
      *>                                      consumed)
      *>         data/NEW-CUSTOMERS.DAT      (SEQUENTIAL, binary)
      *> I/O:    data/CIP-REGISTER.DAT       (LINE SEQ, CIPREG,
      *>                                      rewritten)
      *> Output: data/CIP-TRANS.DAT          (LINE SEQ, TRANSREC,
      *>                                      appended)
      *>         data/CIP-EXCEPTIONS.TXT     (LINE SEQ, print)
      *>
      *> Return codes:  0 = success,
      *>                4 = results rejected, or accounts unverified
      *>                    past the window,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIPVERIF.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE
               ASSIGN TO 'data/CIP-VERIFY-RESULTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO 'data/CIP-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT CIP-TRANS-FILE
               ASSIGN TO 'data/CIP-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRANS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/CIP-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RESULT-FILE.
       COPY CIPRSLT.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  REGISTER-FILE.
       COPY CIPREG.

       FD  CIP-TRANS-FILE.
       01  CIP-TRANS-RECORD               PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-RESULT-STATUS               PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-REG-STATUS                  PIC XX.
       01  WS-CTRANS-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DAY-NO                  PIC 9(7).

      *> How long an account may stay unverified after it is opened
      *> before it is a compliance exception
       01  WS-CIP-WINDOW-DAYS             PIC 9(3)  VALUE 30.

      *>----------------------------------------------------------------*
      *> CIP register — every account ever put on hold, held while
      *> the run works it and rewritten whole at the end.
      *>----------------------------------------------------------------*
       01  WS-CR-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CR-TABLE-AREA.
           05  WS-CR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CR-COUNT
                   INDEXED BY WS-CR-IDX.
               10  WS-CR-IMAGE.
                   15  WS-CR-ACCT-ID      PIC X(8).
                   15  FILLER             PIC X(112).
               10  WS-CR-CLOSED-SW        PIC X(1).
                   88  WS-CR-CLOSED-NOW       VALUE 'Y'.
               10  WS-CR-DAYS-OPEN        PIC 9(5).
               10  WS-CR-PAST-SW          PIC X(1).
                   88  WS-CR-PAST-WINDOW      VALUE 'Y'.

      *> Tonight's results, each applied or rejected in file order
       01  WS-RS-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-RS-TABLE-AREA.
           05  WS-RS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RS-COUNT
                   INDEXED BY WS-RS-IDX.
               10  WS-RS-IMAGE            PIC X(80).
       01  WS-RESULT-READ-SW              PIC X(1)  VALUE 'N'.
           88  WS-RESULT-READ                       VALUE 'Y'.

      *> Master status of each account, to catch one closed while
      *> still unverified
       01  WS-CM-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CM-TABLE-AREA.
           05  WS-CM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CM-COUNT
                   INDEXED BY WS-CM-IDX.
               10  WS-CM-ACCT-ID          PIC X(8).
               10  WS-CM-STATUS           PIC X(1).
                   88  WS-CM-CLOSED           VALUE 'C'.

      *> Branches with accounts past the window, ascending
       01  WS-EB-COUNT                    PIC 9(3)  VALUE 0.
       01  WS-EB-TABLE-AREA.
           05  WS-EB-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-EB-COUNT
                   INDEXED BY WS-EB-IDX.
               10  WS-EB-BRANCH           PIC X(3).
               10  WS-EB-ACCOUNTS         PIC 9(5).
       01  WS-EB-SLOT                     PIC 9(3).
       01  WS-EB-MOVE                     PIC 9(3).

      *>----------------------------------------------------------------*
      *> Synthetic-transaction sequence — CIPVERIF's own block, the
      *> way CHRGOFF and the other generators each run theirs.
      *>----------------------------------------------------------------*
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 998001.

       01  WS-REJECT-REASON               PIC X(19).
       01  WS-SECTION-SW                  PIC X(1).
           88  WS-SECTION-STARTED                   VALUE 'Y'.

       01  WS-CTR-REGISTER                PIC 9(5)  VALUE 0.
       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-RESULTS                 PIC 9(5)  VALUE 0.
       01  WS-CTR-RELEASED                PIC 9(5)  VALUE 0.
       01  WS-CTR-TO-REVIEW               PIC 9(5)  VALUE 0.
       01  WS-CTR-REJECTED                PIC 9(5)  VALUE 0.
       01  WS-CTR-CLOSED-NOW              PIC 9(5)  VALUE 0.
       01  WS-CTR-PENDING                 PIC 9(5)  VALUE 0.
       01  WS-CTR-IN-REVIEW               PIC 9(5)  VALUE 0.
       01  WS-CTR-PAST-WINDOW             PIC 9(5)  VALUE 0.
       01  WS-CTR-VERIFIED                PIC 9(5)  VALUE 0.
       01  WS-CTR-CLOSED-UNVER            PIC 9(5)  VALUE 0.
       01  WS-CTR-TRANS-WRITTEN           PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       COPY TRANSREC.

      *>----------------------------------------------------------------*
      *> Report lines. Every detail line carries the account in
      *> columns 1-8 and its branch in 11-13, so RPTBURST can cut
      *> the branch copies off the one layout.
      *>----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                     PIC X(36)
               VALUE 'CIP VERIFICATION EXCEPTIONS - RUN ON'.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(12)
               VALUE '   WINDOW: '.
           05  HDR-WINDOW                 PIC ZZ9.
           05  FILLER                     PIC X(5)  VALUE ' DAYS'.
           05  FILLER                     PIC X(45) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(27)  VALUE 'NAME'.
           05  FILLER              PIC X(10)  VALUE 'OPENED'.
           05  FILLER              PIC X(25)  VALUE 'ID DOCUMENT'.
           05  FILLER              PIC X(8)   VALUE 'STATUS'.
           05  FILLER              PIC X(6)   VALUE 'DAYS'.
           05  FILLER              PIC X(19)  VALUE 'DETAIL'.
       01  SECTION-LINE                   PIC X(110).

       01  CXL-LINE.
           05  CXL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CXL-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CXL-NAME                   PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CXL-OPEN-DATE              PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CXL-ID-TYPE                PIC X(2).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  CXL-ID-NUMBER              PIC X(20).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CXL-STATUS                 PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CXL-DAYS                   PIC ZZZ9  BLANK WHEN ZERO.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CXL-DETAIL                 PIC X(19).

       01  BRT-LINE.
           05  FILLER                     PIC X(12)
               VALUE '  ** BRANCH '.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  BRT-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(29)
               VALUE '  ACCOUNTS PAST THE WINDOW: '.
           05  BRT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(58) VALUE SPACES.
       01  GRT-LINE.
           05  FILLER                     PIC X(47)
               VALUE '  **** ALL BRANCHES - ACCOUNTS PAST THE WINDOW:'.
           05  GRT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(57) VALUE SPACES.

       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(40).
           05  TOT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(60) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  NONE-TEXT                  PIC X(106).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-CHECK-CLOSURES
               PERFORM 3000-APPLY-RESULTS
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 4000-PRINT-CLOSED
               PERFORM 5000-PRINT-EXCEPTIONS
               PERFORM 5500-PRINT-SUMMARY
               PERFORM 6000-WRITE-FILES
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- CIPVERIF: CIP Verification ---'
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
           PERFORM 1200-LOAD-REGISTER
           PERFORM 1300-LOAD-RESULTS
           PERFORM 1400-LOAD-MASTER
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CIPVERIF: ERROR opening CIP-EXCEPTIONS.TXT, '
                       'STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE        TO HDR-RUN-DATE
           MOVE WS-CIP-WINDOW-DAYS TO HDR-WINDOW
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

      *> No register yet means no account has been opened under the
      *> hold; the run still empties the results file and reports.
       1200-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'CIPVERIF: no CIP-REGISTER.DAT; no accounts '
                   'on hold.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-STATUS NOT = '00'
               READ REGISTER-FILE
                   AT END
                       MOVE '10' TO WS-REG-STATUS
                   NOT AT END
                       IF WS-CR-COUNT = 5000
                           DISPLAY 'CIPVERIF: ERROR - more than 5000 '
                               'register rows; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CR-COUNT
                       MOVE CIP-REGISTER-RECORD
                           TO WS-CR-IMAGE(WS-CR-COUNT)
                       MOVE 'N' TO WS-CR-CLOSED-SW(WS-CR-COUNT)
                       MOVE 'N' TO WS-CR-PAST-SW(WS-CR-COUNT)
                       MOVE 0   TO WS-CR-DAYS-OPEN(WS-CR-COUNT)
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           MOVE WS-CR-COUNT TO WS-CTR-REGISTER
           .

      *> A file bigger than the table stops the run before it is
      *> emptied, so no result is lost.
       1300-LOAD-RESULTS.
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-RESULT-READ TO TRUE
           PERFORM UNTIL WS-RESULT-STATUS NOT = '00'
               READ RESULT-FILE
                   AT END
                       MOVE '10' TO WS-RESULT-STATUS
                   NOT AT END
                       IF WS-RS-COUNT = 2000
                           DISPLAY 'CIPVERIF: ERROR - more than 2000 '
                               'results; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RS-COUNT
                       MOVE CIP-RESULT-RECORD
                           TO WS-RS-IMAGE(WS-RS-COUNT)
               END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           .

      *> Without a master the closure check is skipped for the night
       1400-LOAD-MASTER.
           IF WS-CR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'CIPVERIF: no NEW-CUSTOMERS.DAT; closures not '
                   'checked.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-CUST-READ
                       IF WS-CM-COUNT = 5000
                           DISPLAY 'CIPVERIF: ERROR - more than 5000 '
                               'accounts; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CM-COUNT
                       MOVE CUST-ID     TO WS-CM-ACCT-ID(WS-CM-COUNT)
                       MOVE CUST-STATUS TO WS-CM-STATUS(WS-CM-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

      *>================================================================*
      *> CHECK CLOSURES — an account ops has closed while it was
      *> still unverified will never be verified; it leaves the
      *> exception list and is marked so on the register.
      *>================================================================*
       2000-CHECK-CLOSURES.
           PERFORM 2100-CHECK-ONE-CLOSURE
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
           .

       2100-CHECK-ONE-CLOSURE.
           MOVE WS-CR-IMAGE(WS-CR-IDX) TO CIP-REGISTER-RECORD
           IF NOT CIP-UNVERIFIED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               OR WS-CM-ACCT-ID(WS-CM-IDX) = CIP-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-CM-IDX > WS-CM-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-CLOSED(WS-CM-IDX)
               SET CIP-CLOSED-UNVERIFIED TO TRUE
               MOVE WS-RUN-DATE TO CIP-RESULT-DATE
               MOVE CIP-REGISTER-RECORD TO WS-CR-IMAGE(WS-CR-IDX)
               MOVE 'Y' TO WS-CR-CLOSED-SW(WS-CR-IDX)
               ADD 1 TO WS-CTR-CLOSED-NOW
           END-IF
           .

      *>================================================================*
      *> APPLY RESULTS — each vendor or review-desk result against
      *> its account's register row. A pass writes the 'CV' release
      *> for TXNAPPLY to post.
      *>================================================================*
       3000-APPLY-RESULTS.
           MOVE 'VERIFICATION RESULTS RECEIVED' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-RS-COUNT = 0
               MOVE 'NO RESULTS RECEIVED SINCE THE LAST RUN'
                   TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CIP-TRANS-FILE
           IF WS-CTRANS-STATUS NOT = '00'
               OPEN OUTPUT CIP-TRANS-FILE
           END-IF
           IF WS-CTRANS-STATUS NOT = '00'
               DISPLAY 'CIPVERIF: ERROR opening CIP-TRANS.DAT, '
                       'STATUS=' WS-CTRANS-STATUS
                       ' - results not consumed'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-APPLY-ONE-RESULT
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
           CLOSE CIP-TRANS-FILE
           .

       3100-APPLY-ONE-RESULT.
           ADD 1 TO WS-CTR-RESULTS
           MOVE WS-RS-IMAGE(WS-RS-IDX) TO CIP-RESULT-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
               OR WS-CR-ACCT-ID(WS-CR-IDX) = CVR-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-CR-IDX > WS-CR-COUNT
               INITIALIZE CIP-REGISTER-RECORD
               MOVE CVR-ACCT-ID TO CIP-ACCT-ID
               MOVE 'NOT ON CIP REGISTER' TO WS-REJECT-REASON
           ELSE
               MOVE WS-CR-IMAGE(WS-CR-IDX) TO CIP-REGISTER-RECORD
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN CIP-VERIFIED
                       MOVE 'ALREADY VERIFIED' TO WS-REJECT-REASON
                   WHEN CIP-CLOSED-UNVERIFIED
                       MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                   WHEN NOT CVR-VALID-RESULT
                       MOVE 'RESULT NOT P/F/I' TO WS-REJECT-REASON
                   WHEN CVR-RESULT-DATE NOT NUMERIC
                       MOVE 'BAD RESULT DATE' TO WS-REJECT-REASON
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(CVR-RESULT-DATE)
                           NOT = 0
                       OR CVR-RESULT-DATE > WS-RUN-DATE
                       OR CVR-RESULT-DATE < CIP-OPEN-DATE
                       MOVE 'BAD RESULT DATE' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           PERFORM 8100-FILL-DETAIL-LINE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CTR-REJECTED
               MOVE 'REJECT'         TO CXL-STATUS
               MOVE WS-REJECT-REASON TO CXL-DETAIL
               WRITE REPORT-LINE FROM CXL-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           MOVE CVR-RESULT-DATE TO CIP-RESULT-DATE
           MOVE CVR-REASON      TO CIP-REASON
           MOVE CVR-VENDOR-REF  TO CIP-VENDOR-REF
           MOVE CVR-KEYED-BY    TO CIP-REVIEWED-BY
           EVALUATE TRUE
               WHEN CVR-PASSED
                   SET CIP-VERIFIED TO TRUE
                   ADD 1 TO WS-CTR-RELEASED
                   PERFORM 3200-WRITE-RELEASE
                   MOVE 'PASSED'             TO CXL-STATUS
                   MOVE 'RELEASED TO ACTIVE' TO CXL-DETAIL
               WHEN CVR-FAILED
                   SET CIP-IN-REVIEW TO TRUE
                   ADD 1 TO WS-CTR-TO-REVIEW
                   MOVE 'FAILED' TO CXL-STATUS
                   STRING 'TO REVIEW, RSN ' CVR-REASON
                       DELIMITED BY SIZE INTO CXL-DETAIL
               WHEN OTHER
                   SET CIP-IN-REVIEW TO TRUE
                   ADD 1 TO WS-CTR-TO-REVIEW
                   MOVE 'INCONC' TO CXL-STATUS
                   STRING 'TO REVIEW, RSN ' CVR-REASON
                       DELIMITED BY SIZE INTO CXL-DETAIL
           END-EVALUATE
           MOVE CIP-REGISTER-RECORD TO WS-CR-IMAGE(WS-CR-IDX)
           WRITE REPORT-LINE FROM CXL-LINE
               AFTER ADVANCING 1 LINE
           .

      *> The release posts as maintenance, carrying whoever passed
      *> it — blank for the vendor's own pass.
       3200-WRITE-RELEASE.
           INITIALIZE TRANSACTION-RECORD
           MOVE CIP-ACCT-ID       TO TRANS-ACCT-ID
           SET  TRANS-MAINTENANCE TO TRUE
           MOVE 0                 TO TRANS-AMOUNT
           MOVE WS-RUN-DATE       TO TRANS-DATE
           MOVE CIP-BRANCH        TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ       TO TRANS-SEQ
           MOVE 'CV'              TO TRANS-DESC(1:2)
           MOVE CVR-KEYED-BY      TO TRANS-OPERATOR-ID
           WRITE CIP-TRANS-RECORD FROM TRANSACTION-RECORD
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO WS-CTR-TRANS-WRITTEN
           .

      *>================================================================*
      *> CLOSED UNVERIFIED — the accounts found closed tonight.
      *>================================================================*
       4000-PRINT-CLOSED.
           MOVE 'CLOSED BEFORE VERIFICATION' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-CTR-CLOSED-NOW = 0
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-PRINT-ONE-CLOSED
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
           .

       4100-PRINT-ONE-CLOSED.
           IF NOT WS-CR-CLOSED-NOW(WS-CR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CR-IMAGE(WS-CR-IDX) TO CIP-REGISTER-RECORD
           PERFORM 8100-FILL-DETAIL-LINE
           MOVE 'CLOSED' TO CXL-STATUS
           MOVE 'NEVER VERIFIED' TO CXL-DETAIL
           WRITE REPORT-LINE FROM CXL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> EXCEPTIONS — every account still unverified past the
      *> window, by branch, each branch closed by its own count so
      *> the branch copy carries it.
      *>================================================================*
       5000-PRINT-EXCEPTIONS.
           PERFORM 5100-AGE-ONE
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
           MOVE SPACES TO SECTION-LINE
           STRING 'UNVERIFIED PAST THE ' DELIMITED BY SIZE
                  FUNCTION TRIM(HDR-WINDOW) DELIMITED BY SIZE
                  '-DAY WINDOW'           DELIMITED BY SIZE
               INTO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-EB-COUNT = 0
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5300-PRINT-ONE-BRANCH
               VARYING WS-EB-IDX FROM 1 BY 1
               UNTIL WS-EB-IDX > WS-EB-COUNT
           MOVE WS-CTR-PAST-WINDOW TO GRT-COUNT
           WRITE REPORT-LINE FROM GRT-LINE
               AFTER ADVANCING 2 LINES
           .

      *> Days since opening for every unverified row; a row past the
      *> window puts its branch on the list
       5100-AGE-ONE.
           MOVE WS-CR-IMAGE(WS-CR-IDX) TO CIP-REGISTER-RECORD
           EVALUATE TRUE
               WHEN CIP-PENDING
                   ADD 1 TO WS-CTR-PENDING
               WHEN CIP-IN-REVIEW
                   ADD 1 TO WS-CTR-IN-REVIEW
               WHEN CIP-VERIFIED
                   ADD 1 TO WS-CTR-VERIFIED
               WHEN OTHER
                   ADD 1 TO WS-CTR-CLOSED-UNVER
           END-EVALUATE
           IF NOT CIP-UNVERIFIED
               EXIT PARAGRAPH
           END-IF
           IF CIP-OPEN-DATE NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(CIP-OPEN-DATE) = 0
               AND CIP-OPEN-DATE NOT > WS-RUN-DATE
               COMPUTE WS-CR-DAYS-OPEN(WS-CR-IDX) = WS-RUN-DAY-NO
                   - FUNCTION INTEGER-OF-DATE(CIP-OPEN-DATE)
           ELSE
      *> An open date the register cannot age is chased at once
               MOVE 99999 TO WS-CR-DAYS-OPEN(WS-CR-IDX)
           END-IF
           IF WS-CR-DAYS-OPEN(WS-CR-IDX) NOT > WS-CIP-WINDOW-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CR-PAST-SW(WS-CR-IDX)
           ADD 1 TO WS-CTR-PAST-WINDOW
           PERFORM 5200-ADD-BRANCH
           .

      *> Keep the branch list in ascending order as it is built
       5200-ADD-BRANCH.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
               UNTIL WS-EB-IDX > WS-EB-COUNT
               OR WS-EB-BRANCH(WS-EB-IDX) >= CIP-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-EB-IDX <= WS-EB-COUNT
               IF WS-EB-BRANCH(WS-EB-IDX) = CIP-BRANCH
                   ADD 1 TO WS-EB-ACCOUNTS(WS-EB-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-EB-COUNT = 200
               DISPLAY 'CIPVERIF: ERROR - more than 200 branches; '
                   'table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-EB-SLOT TO WS-EB-IDX
           ADD 1 TO WS-EB-COUNT
           PERFORM VARYING WS-EB-MOVE FROM WS-EB-COUNT BY -1
               UNTIL WS-EB-MOVE <= WS-EB-SLOT
               MOVE WS-EB-ENTRY(WS-EB-MOVE - 1)
                   TO WS-EB-ENTRY(WS-EB-MOVE)
           END-PERFORM
           MOVE CIP-BRANCH TO WS-EB-BRANCH(WS-EB-SLOT)
           MOVE 1          TO WS-EB-ACCOUNTS(WS-EB-SLOT)
           .

       5300-PRINT-ONE-BRANCH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM 5400-PRINT-ONE-EXCEPTION
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
           MOVE WS-EB-BRANCH(WS-EB-IDX)   TO BRT-BRANCH
           MOVE WS-EB-ACCOUNTS(WS-EB-IDX) TO BRT-COUNT
           WRITE REPORT-LINE FROM BRT-LINE
               AFTER ADVANCING 1 LINE
           .

       5400-PRINT-ONE-EXCEPTION.
           IF NOT WS-CR-PAST-WINDOW(WS-CR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CR-IMAGE(WS-CR-IDX) TO CIP-REGISTER-RECORD
           IF CIP-BRANCH NOT = WS-EB-BRANCH(WS-EB-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM 8100-FILL-DETAIL-LINE
           MOVE WS-CR-DAYS-OPEN(WS-CR-IDX) TO CXL-DAYS
           IF CIP-IN-REVIEW
               MOVE 'REVIEW' TO CXL-STATUS
               STRING 'IN REVIEW, RSN ' CIP-REASON
                   DELIMITED BY SIZE INTO CXL-DETAIL
           ELSE
               MOVE 'PEND'   TO CXL-STATUS
               MOVE 'NO VENDOR RESULT' TO CXL-DETAIL
           END-IF
           WRITE REPORT-LINE FROM CXL-LINE
               AFTER ADVANCING 1 LINE
           .

       5500-PRINT-SUMMARY.
           MOVE 'CIP REGISTER SUMMARY' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'RESULTS RECEIVED' TO TOT-LABEL
           MOVE WS-CTR-RESULTS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 1 LINE
           MOVE '  RELEASED TO ACTIVE' TO TOT-LABEL
           MOVE WS-CTR-RELEASED TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 1 LINE
           MOVE '  ROUTED TO REVIEW' TO TOT-LABEL
           MOVE WS-CTR-TO-REVIEW TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 1 LINE
           MOVE '  REJECTED' TO TOT-LABEL
           MOVE WS-CTR-REJECTED TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 1 LINE
           MOVE 'ACCOUNTS ON THE REGISTER' TO TOT-LABEL
           MOVE WS-CR-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 2 LINES
           MOVE '  PENDING A VENDOR RESULT' TO TOT-LABEL
           MOVE WS-CTR-PENDING TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 1 LINE
           MOVE '  IN REVIEW' TO TOT-LABEL
           MOVE WS-CTR-IN-REVIEW TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 1 LINE
           MOVE '  VERIFIED' TO TOT-LABEL
           MOVE WS-CTR-VERIFIED TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 1 LINE
           MOVE '  CLOSED UNVERIFIED' TO TOT-LABEL
           MOVE WS-CTR-CLOSED-UNVER TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 1 LINE
           MOVE 'UNVERIFIED PAST THE WINDOW' TO TOT-LABEL
           MOVE WS-CTR-PAST-WINDOW TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE AFTER ADVANCING 2 LINES
           .

       6000-WRITE-FILES.
           OPEN OUTPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'CIPVERIF: ERROR opening CIP-REGISTER.DAT, '
                       'STATUS=' WS-REG-STATUS
                       ' - results not consumed'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
               WRITE CIP-REGISTER-RECORD FROM WS-CR-IMAGE(WS-CR-IDX)
           END-PERFORM
           CLOSE REGISTER-FILE
           IF WS-RESULT-READ
               OPEN OUTPUT RESULT-FILE
               CLOSE RESULT-FILE
           END-IF
           .

      *> Register columns of the detail line for the row in
      *> CIP-REGISTER-RECORD
       8100-FILL-DETAIL-LINE.
           MOVE CIP-ACCT-ID   TO CXL-ACCT-ID
           MOVE CIP-BRANCH    TO CXL-BRANCH
           MOVE CIP-NAME      TO CXL-NAME
           IF CIP-OPEN-DATE NUMERIC AND CIP-OPEN-DATE NOT = 0
               MOVE CIP-OPEN-DATE TO CXL-OPEN-DATE
           ELSE
               MOVE SPACES TO CXL-OPEN-DATE
           END-IF
           MOVE CIP-ID-TYPE   TO CXL-ID-TYPE
           MOVE CIP-ID-NUMBER TO CXL-ID-NUMBER
           MOVE 0             TO CXL-DAYS
           MOVE SPACES        TO CXL-STATUS CXL-DETAIL
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-REJECTED > 0
                    OR WS-CTR-PAST-WINDOW > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- CIPVERIF Summary ---'
           DISPLAY '  Register rows      : ' WS-CTR-REGISTER
           DISPLAY '  Results read       : ' WS-CTR-RESULTS
           DISPLAY '  Released to active : ' WS-CTR-RELEASED
           DISPLAY '  Routed to review   : ' WS-CTR-TO-REVIEW
           DISPLAY '  Results rejected   : ' WS-CTR-REJECTED
           DISPLAY '  Closed unverified  : ' WS-CTR-CLOSED-NOW
           DISPLAY '  Past the window    : ' WS-CTR-PAST-WINDOW
           DISPLAY '  Releases written   : ' WS-CTR-TRANS-WRITTEN
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
