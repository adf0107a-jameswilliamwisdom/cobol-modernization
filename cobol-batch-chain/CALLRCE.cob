      *>================================================================*
      *> CALLRCE.cob — Call Report Schedule RC-E Deposit Composition
      *>
      *> Quarter-end extract of the deposit schedule of the
      *> regulatory Call Report, built from the master instead of
      *> from master-file dumps by hand. Every account on
      *> NEW-CUSTOMERS.DAT is classed once:
      *>   - checking is a transaction account (column A; all of it
      *>     demand deposits, column B);
      *>   - savings and certificates are nontransaction accounts
      *>     (column C), split in the memoranda into savings and
      *>     time deposits;
      *>   - certificates are banded by balance (under $100,000,
      *>     $100,000 through $250,000, over $250,000) and, either
      *>     side of the $250,000 threshold, by remaining maturity
      *>     from TERM-DEPOSITS.DAT;
      *>   - an overdrawn deposit account is not a negative deposit
      *>     but a loan, and is reported apart: on an overdraft line
      *>     (OD-LIMITS.DAT) or unplanned;
      *>   - installment loans are not deposits at all.
      *>
      *> Remaining maturity runs from the report date to
      *> TD-MATURITY-DATE in calendar months, so a quarter-end
      *> report date puts a certificate maturing on the matching
      *> day three months out in the first bucket. A certificate
      *> already past maturity, or with no TERM-DEPOSITS.DAT row,
      *> is in the first bucket; the missing row is also reported.
      *>
      *> The schedule is tied out to the GL control balances GLPROOF
      *> carries on GL-CONTROL-BAL.DAT: deposits, less overdrafts
      *> reclassified, plus loan balances, must come back to the
      *> master's net total, and that to the GL. A GL difference
      *> is shown, not forced — it is what GLPROOF reports as
      *> suspense or in transit.
      *>
      *> Run standalone at quarter-end after the cycle has posted.
      *> The report date is the processing date; a date that is not
      *> a calendar quarter-end is run anyway, with a warning.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT    (SEQUENTIAL, CUSTREC)
      *>         data/TERM-DEPOSITS.DAT    (LINE SEQUENTIAL, TERMDEP)
      *>         data/OD-LIMITS.DAT        (LINE SEQUENTIAL, ODLIMIT)
      *>         data/GL-CONTROL-BAL.DAT   (LINE SEQUENTIAL, GLCTLBAL)
      *> Output: data/CALL-RCE-REPORT.TXT  (LINE SEQUENTIAL, print)
      *>         data/CALL-RCE-DETAIL.DAT  (LINE SEQUENTIAL, RCEDTL)
      *>
      *> Return codes:  0 = schedule built and tied out,
      *>                4 = built, with a warning: not a quarter-end,
      *>                    certificate terms missing, an unknown
      *>                    account type, or no GL tie-out,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALLRCE.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT TERM-DEP-FILE
               ASSIGN TO 'data/TERM-DEPOSITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT OD-LIMIT-FILE
               ASSIGN TO 'data/OD-LIMITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODL-STATUS.

           SELECT CONTROL-BAL-FILE
               ASSIGN TO 'data/GL-CONTROL-BAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCB-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/CALL-RCE-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DETAIL-FILE
               ASSIGN TO 'data/CALL-RCE-DETAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  TERM-DEP-FILE.
       COPY TERMDEP.

       FD  OD-LIMIT-FILE.
       COPY ODLIMIT.

       FD  CONTROL-BAL-FILE.
       COPY GLCTLBAL.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  DETAIL-FILE.
       COPY RCEDTL.

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-TD-STATUS                   PIC XX.
       01  WS-ODL-STATUS                  PIC XX.
       01  WS-GCB-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-DTL-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(4).
           05  WS-RUN-MM                  PIC 9(2).
           05  WS-RUN-DD                  PIC 9(2).
       01  WS-NEXT-DATE                   PIC 9(8).
       01  WS-QTR-END-SW                  PIC X(1)  VALUE 'Y'.
           88  WS-IS-QTR-END                        VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Reporting thresholds for the time-deposit memoranda
      *>----------------------------------------------------------------*
       01  WS-BAND-LOW-LIMIT              PIC 9(7)V99 VALUE 100000.00.
       01  WS-BAND-THRESHOLD              PIC 9(7)V99 VALUE 250000.00.

      *>----------------------------------------------------------------*
      *> Certificate terms and overdraft lines, loaded whole. Every
      *> TERM-DEPOSITS.DAT row is kept: a matured certificate not
      *> yet worked by TERMMAT is still a time deposit today. Every
      *> OD-LIMITS.DAT row is kept too: a suspended line that is
      *> drawn is still a line-of-credit loan.
      *>----------------------------------------------------------------*
       01  WS-TD-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-TD-TABLE-AREA.
           05  WS-TD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-TD-COUNT
                   INDEXED BY WS-TD-IDX.
               10  WS-TD-ACCT-ID          PIC X(8).
               10  WS-TD-MATURITY         PIC 9(8).
       01  WS-ODL-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-ODL-TABLE-AREA.
           05  WS-ODL-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ODL-COUNT
                   INDEXED BY WS-ODL-IDX.
               10  WS-ODL-ACCT-ID         PIC X(8).

      *>----------------------------------------------------------------*
      *> Remaining maturity in calendar months: months between the
      *> two dates times 100 plus the maturity day, against the
      *> bucket's months times 100 plus the report day.
      *>----------------------------------------------------------------*
       01  WS-MATURITY                    PIC 9(8).
       01  WS-MATURITY-X REDEFINES WS-MATURITY.
           05  WS-MAT-YYYY                PIC 9(4).
           05  WS-MAT-MM                  PIC 9(2).
           05  WS-MAT-DD                  PIC 9(2).
       01  WS-MAT-KEY                     PIC S9(7).
       01  WS-BUCKET                      PIC 9(1).
       01  WS-BAND                        PIC 9(1).

      *>----------------------------------------------------------------*
      *> Schedule accumulators — an amount and an account count for
      *> every line item.
      *>----------------------------------------------------------------*
       01  WS-TRAN-AMT                    PIC S9(11)V99 VALUE 0.
       01  WS-TRAN-CNT                    PIC 9(7)  VALUE 0.
       01  WS-SAVG-AMT                    PIC S9(11)V99 VALUE 0.
       01  WS-SAVG-CNT                    PIC 9(7)  VALUE 0.
       01  WS-TIME-AMT                    PIC S9(11)V99 VALUE 0.
       01  WS-TIME-CNT                    PIC 9(7)  VALUE 0.
       01  WS-NONTRAN-AMT                 PIC S9(11)V99 VALUE 0.
       01  WS-NONTRAN-CNT                 PIC 9(7)  VALUE 0.
       01  WS-DEPOSIT-AMT                 PIC S9(11)V99 VALUE 0.
       01  WS-DEPOSIT-CNT                 PIC 9(7)  VALUE 0.
       01  WS-BAND-TOTALS.
           05  WS-BAND-ENTRY OCCURS 3 TIMES.
               10  WS-BAND-AMT            PIC S9(11)V99.
               10  WS-BAND-CNT            PIC 9(7).
       01  WS-MAT-LE-TOTALS.
           05  WS-MAT-LE-ENTRY OCCURS 4 TIMES.
               10  WS-MAT-LE-AMT          PIC S9(11)V99.
               10  WS-MAT-LE-CNT          PIC 9(7).
       01  WS-MAT-GT-TOTALS.
           05  WS-MAT-GT-ENTRY OCCURS 4 TIMES.
               10  WS-MAT-GT-AMT          PIC S9(11)V99.
               10  WS-MAT-GT-CNT          PIC 9(7).
       01  WS-ODLC-AMT                    PIC S9(11)V99 VALUE 0.
       01  WS-ODLC-CNT                    PIC 9(7)  VALUE 0.
       01  WS-ODUN-AMT                    PIC S9(11)V99 VALUE 0.
       01  WS-ODUN-CNT                    PIC 9(7)  VALUE 0.
       01  WS-LOAN-AMT                    PIC S9(11)V99 VALUE 0.
       01  WS-LOAN-CNT                    PIC 9(7)  VALUE 0.
       01  WS-MASTER-NET                  PIC S9(11)V99 VALUE 0.
       01  WS-PROVED-NET                  PIC S9(11)V99 VALUE 0.
       01  WS-GL-CLOSE                    PIC S9(11)V99 VALUE 0.
       01  WS-GL-AS-OF                    PIC 9(8)  VALUE 0.
       01  WS-GL-DIFF                     PIC S9(11)V99 VALUE 0.
       01  WS-GL-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  WS-GL-FOUND                          VALUE 'Y'.
       01  WS-WORK-AMT                    PIC S9(11)V99.
       01  WS-SUB                         PIC 9(1).

       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-DETAIL-WRITTEN          PIC 9(7)  VALUE 0.
       01  WS-CTR-NO-TERMS                PIC 9(5)  VALUE 0.
       01  WS-CTR-BAD-TYPE                PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(44)
               VALUE 'CALL REPORT SCHEDULE RC-E - DEPOSITS AS OF '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(48) VALUE SPACES.
       01  HDR-NOT-QTR-LINE               PIC X(100)
           VALUE '  ** REPORT DATE IS NOT A CALENDAR QUARTER-END **'.
       01  HDR-LINE-2.
           05  FILLER              PIC X(62)  VALUE 'LINE ITEM'.
           05  FILLER              PIC X(9)   VALUE ' ACCOUNTS'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(19)
               VALUE '             AMOUNT'.
           05  FILLER              PIC X(8)   VALUE SPACES.
       01  SECTION-LINE.
           05  SECTION-TEXT               PIC X(100).
       01  ITEM-LINE.
           05  ITEM-LABEL                 PIC X(62).
           05  ITEM-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ITEM-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(9)  VALUE SPACES.
       01  TIE-LINE.
           05  TIE-LABEL                  PIC X(62).
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  TIE-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(9)  VALUE SPACES.
       01  TIE-NOTE-LINE                  PIC X(100).
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-CLASSIFY-MASTER
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 3000-LOAD-GL-CONTROL
               PERFORM 5000-PRINT-SCHEDULE
               PERFORM 6000-PRINT-MEMORANDA
               PERFORM 7000-PRINT-TIE-OUT
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- CALLRCE: Call Report Schedule RC-E ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           INITIALIZE WS-BAND-TOTALS
                      WS-MAT-LE-TOTALS
                      WS-MAT-GT-TOTALS
           PERFORM 1050-CHECK-QUARTER-END
           PERFORM 1100-LOAD-TERM-DEPOSITS
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-OD-LIMITS
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DETAIL-FILE
           IF WS-DTL-STATUS NOT = '00'
               DISPLAY 'CALLRCE: ERROR opening CALL-RCE-DETAIL.DAT, '
                       'STATUS=' WS-DTL-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           IF NOT WS-IS-QTR-END
               WRITE REPORT-LINE FROM HDR-NOT-QTR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

      *>----------------------------------------------------------------*
      *> A quarter-end is the last day of March, June, September or
      *> December — the day after it is the first of a month.
      *>----------------------------------------------------------------*
       1050-CHECK-QUARTER-END.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
           IF WS-NEXT-DATE(7:2) NOT = '01'
               OR (WS-RUN-MM NOT = 3 AND WS-RUN-MM NOT = 6
                   AND WS-RUN-MM NOT = 9 AND WS-RUN-MM NOT = 12)
               MOVE 'N' TO WS-QTR-END-SW
               DISPLAY 'CALLRCE: WARNING - report date ' WS-RUN-DATE
                   ' is not a calendar quarter-end.'
           END-IF
           .

      *>================================================================*
      *> LOAD TERM DEPOSITS / OD LIMITS — a missing file means none
      *> are on the books. An overflow stops the run: a schedule
      *> built short of rows would misstate the filing.
      *>================================================================*
       1100-LOAD-TERM-DEPOSITS.
           OPEN INPUT TERM-DEP-FILE
           IF WS-TD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TD-STATUS NOT = '00'
               READ TERM-DEP-FILE
                   AT END
                       MOVE '10' TO WS-TD-STATUS
                   NOT AT END
                       IF WS-TD-COUNT = 2000
                           DISPLAY 'CALLRCE: ERROR - more than 2000 '
                               'term deposits; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TD-COUNT
                       MOVE TD-ACCT-ID
                           TO WS-TD-ACCT-ID(WS-TD-COUNT)
                       MOVE TD-MATURITY-DATE
                           TO WS-TD-MATURITY(WS-TD-COUNT)
               END-READ
           END-PERFORM
           CLOSE TERM-DEP-FILE
           .

       1200-LOAD-OD-LIMITS.
           OPEN INPUT OD-LIMIT-FILE
           IF WS-ODL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ODL-STATUS NOT = '00'
               READ OD-LIMIT-FILE
                   AT END
                       MOVE '10' TO WS-ODL-STATUS
                   NOT AT END
                       IF WS-ODL-COUNT = 1000
                           DISPLAY 'CALLRCE: ERROR - more than 1000 '
                               'overdraft lines; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ODL-COUNT
                       MOVE OL-ACCT-ID
                           TO WS-ODL-ACCT-ID(WS-ODL-COUNT)
               END-READ
           END-PERFORM
           CLOSE OD-LIMIT-FILE
           .

      *>================================================================*
      *> CLASSIFY MASTER — one detail row per account, and its
      *> balance into the schedule line it belongs on.
      *>================================================================*
       2000-CLASSIFY-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'CALLRCE: ERROR opening NEW-CUSTOMERS.DAT, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-CUST-READ
                       PERFORM 2100-CLASSIFY-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       2100-CLASSIFY-ONE-ACCOUNT.
           INITIALIZE RCE-DETAIL-ROW
           MOVE WS-RUN-DATE     TO RCD-REPORT-DATE
           MOVE CUST-ID         TO RCD-ACCT-ID
           MOVE CUST-BRANCH     TO RCD-BRANCH
           MOVE CUST-ACCT-TYPE  TO RCD-ACCT-TYPE
           MOVE CUST-BALANCE    TO RCD-BALANCE
           MOVE SPACES          TO RCD-SIZE-BAND
                                   RCD-MAT-BUCKET
                                   RCD-FILLER
           ADD CUST-BALANCE TO WS-MASTER-NET
           EVALUATE TRUE
               WHEN CUST-LOAN
                   SET RCD-LOAN TO TRUE
                   ADD CUST-BALANCE TO WS-LOAN-AMT
                   ADD 1 TO WS-LOAN-CNT
               WHEN CUST-BALANCE < 0
                   PERFORM 2200-RECLASS-OVERDRAFT
               WHEN CUST-SAVINGS
                   SET RCD-SAVINGS TO TRUE
                   IF CUST-BALANCE > 0
                       ADD CUST-BALANCE TO WS-SAVG-AMT
                       ADD 1 TO WS-SAVG-CNT
                   END-IF
               WHEN CUST-TERM
                   SET RCD-TIME TO TRUE
                   IF CUST-BALANCE > 0
                       PERFORM 2300-CLASSIFY-TIME-DEPOSIT
                   END-IF
               WHEN OTHER
                   IF NOT CUST-CHECKING
                       DISPLAY 'CALLRCE: WARNING - account ' CUST-ID
                           ' has unknown type "' CUST-ACCT-TYPE
                           '"; reported as a transaction account.'
                       ADD 1 TO WS-CTR-BAD-TYPE
                   END-IF
                   SET RCD-TRANSACTION TO TRUE
                   IF CUST-BALANCE > 0
                       ADD CUST-BALANCE TO WS-TRAN-AMT
                       ADD 1 TO WS-TRAN-CNT
                   END-IF
           END-EVALUATE
           WRITE RCE-DETAIL-ROW
           ADD 1 TO WS-CTR-DETAIL-WRITTEN
           .

      *>----------------------------------------------------------------*
      *> An overdrawn deposit is reported as a loan: under the
      *> account's overdraft line when it has one, otherwise as an
      *> unplanned overdraft. Amounts are carried as the positive
      *> amount owed.
      *>----------------------------------------------------------------*
       2200-RECLASS-OVERDRAFT.
           COMPUTE WS-WORK-AMT = 0 - CUST-BALANCE
           PERFORM VARYING WS-ODL-IDX FROM 1 BY 1
               UNTIL WS-ODL-IDX > WS-ODL-COUNT
               OR WS-ODL-ACCT-ID(WS-ODL-IDX) = CUST-ID
               CONTINUE
           END-PERFORM
           IF WS-ODL-IDX > WS-ODL-COUNT
               SET RCD-OD-UNPLANNED TO TRUE
               ADD WS-WORK-AMT TO WS-ODUN-AMT
               ADD 1 TO WS-ODUN-CNT
           ELSE
               SET RCD-OD-ON-LINE TO TRUE
               ADD WS-WORK-AMT TO WS-ODLC-AMT
               ADD 1 TO WS-ODLC-CNT
           END-IF
           .

      *>----------------------------------------------------------------*
      *> A certificate's size band and remaining-maturity bucket.
      *>----------------------------------------------------------------*
       2300-CLASSIFY-TIME-DEPOSIT.
           ADD CUST-BALANCE TO WS-TIME-AMT
           ADD 1 TO WS-TIME-CNT
           EVALUATE TRUE
               WHEN CUST-BALANCE < WS-BAND-LOW-LIMIT
                   MOVE 1 TO WS-BAND
               WHEN CUST-BALANCE NOT > WS-BAND-THRESHOLD
                   MOVE 2 TO WS-BAND
               WHEN OTHER
                   MOVE 3 TO WS-BAND
           END-EVALUATE
           ADD CUST-BALANCE TO WS-BAND-AMT(WS-BAND)
           ADD 1 TO WS-BAND-CNT(WS-BAND)
           MOVE WS-BAND TO RCD-SIZE-BAND
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-COUNT
               OR WS-TD-ACCT-ID(WS-TD-IDX) = CUST-ID
               CONTINUE
           END-PERFORM
           IF WS-TD-IDX > WS-TD-COUNT
               DISPLAY 'CALLRCE: WARNING - certificate ' CUST-ID
                   ' has no TERM-DEPOSITS.DAT row; reported as '
                   'maturing within three months.'
               ADD 1 TO WS-CTR-NO-TERMS
               MOVE 0 TO WS-MATURITY
               MOVE 1 TO WS-BUCKET
           ELSE
               MOVE WS-TD-MATURITY(WS-TD-IDX) TO WS-MATURITY
               PERFORM 2310-FIND-MATURITY-BUCKET
           END-IF
           MOVE WS-MATURITY TO RCD-MATURITY-DATE
           MOVE WS-BUCKET   TO RCD-MAT-BUCKET
           IF WS-BAND = 3
               ADD CUST-BALANCE TO WS-MAT-GT-AMT(WS-BUCKET)
               ADD 1 TO WS-MAT-GT-CNT(WS-BUCKET)
           ELSE
               ADD CUST-BALANCE TO WS-MAT-LE-AMT(WS-BUCKET)
               ADD 1 TO WS-MAT-LE-CNT(WS-BUCKET)
           END-IF
           .

       2310-FIND-MATURITY-BUCKET.
           COMPUTE WS-MAT-KEY =
               ((WS-MAT-YYYY * 12 + WS-MAT-MM)
                - (WS-RUN-YYYY * 12 + WS-RUN-MM)) * 100
               + WS-MAT-DD
           EVALUATE TRUE
               WHEN WS-MAT-KEY NOT > 300 + WS-RUN-DD
                   MOVE 1 TO WS-BUCKET
               WHEN WS-MAT-KEY NOT > 1200 + WS-RUN-DD
                   MOVE 2 TO WS-BUCKET
               WHEN WS-MAT-KEY NOT > 3600 + WS-RUN-DD
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           .

      *>================================================================*
      *> LOAD GL CONTROL — the branch control balances GLPROOF last
      *> carried, summed. No file means there is nothing to tie to.
      *>================================================================*
       3000-LOAD-GL-CONTROL.
           OPEN INPUT CONTROL-BAL-FILE
           IF WS-GCB-STATUS NOT = '00'
               DISPLAY 'CALLRCE: WARNING - no GL-CONTROL-BAL.DAT; '
                   'schedule not tied to the GL.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GCB-STATUS NOT = '00'
               READ CONTROL-BAL-FILE
                   AT END
                       MOVE '10' TO WS-GCB-STATUS
                   NOT AT END
                       SET WS-GL-FOUND TO TRUE
                       ADD GCB-CLOSING-BAL TO WS-GL-CLOSE
                       IF GCB-AS-OF-DATE > WS-GL-AS-OF
                           MOVE GCB-AS-OF-DATE TO WS-GL-AS-OF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-BAL-FILE
           .

      *>================================================================*
      *> PRINT SCHEDULE — the body of RC-E: transaction accounts
      *> (column A), of which demand deposits (column B), and
      *> nontransaction accounts (column C).
      *>================================================================*
       5000-PRINT-SCHEDULE.
           COMPUTE WS-NONTRAN-AMT = WS-SAVG-AMT + WS-TIME-AMT
           COMPUTE WS-NONTRAN-CNT = WS-SAVG-CNT + WS-TIME-CNT
           COMPUTE WS-DEPOSIT-AMT = WS-TRAN-AMT + WS-NONTRAN-AMT
           COMPUTE WS-DEPOSIT-CNT = WS-TRAN-CNT + WS-NONTRAN-CNT
           MOVE 'DEPOSITS OF INDIVIDUALS, PARTNERSHIPS AND CORPORATIONS'
               TO SECTION-TEXT
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE '  COL A  TOTAL TRANSACTION ACCOUNTS' TO ITEM-LABEL
           MOVE WS-TRAN-CNT TO ITEM-COUNT
           MOVE WS-TRAN-AMT TO ITEM-AMOUNT
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  COL B    MEMO: TOTAL DEMAND DEPOSITS (IN COL A)'
               TO ITEM-LABEL
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  COL C  TOTAL NONTRANSACTION ACCOUNTS' TO ITEM-LABEL
           MOVE WS-NONTRAN-CNT TO ITEM-COUNT
           MOVE WS-NONTRAN-AMT TO ITEM-AMOUNT
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DEPOSITS (COL A PLUS COL C)' TO ITEM-LABEL
           MOVE WS-DEPOSIT-CNT TO ITEM-COUNT
           MOVE WS-DEPOSIT-AMT TO ITEM-AMOUNT
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 2 LINES
           .

      *>================================================================*
      *> PRINT MEMORANDA — nontransaction composition, time deposits
      *> by size and by remaining maturity either side of the
      *> threshold, and the overdrafts reported as loans instead.
      *>================================================================*
       6000-PRINT-MEMORANDA.
           MOVE 'MEMORANDA' TO SECTION-TEXT
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE '  2.A  SAVINGS DEPOSITS' TO ITEM-LABEL
           MOVE WS-SAVG-CNT TO ITEM-COUNT
           MOVE WS-SAVG-AMT TO ITEM-AMOUNT
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  2.B  TIME DEPOSITS OF LESS THAN $100,000'
               TO ITEM-LABEL
           MOVE 1 TO WS-SUB
           PERFORM 6100-PRINT-BAND
           MOVE '  2.C  TIME DEPOSITS OF $100,000 THROUGH $250,000'
               TO ITEM-LABEL
           MOVE 2 TO WS-SUB
           PERFORM 6100-PRINT-BAND
           MOVE '  2.D  TIME DEPOSITS OF MORE THAN $250,000'
               TO ITEM-LABEL
           MOVE 3 TO WS-SUB
           PERFORM 6100-PRINT-BAND
           MOVE '       TOTAL TIME DEPOSITS' TO ITEM-LABEL
           MOVE WS-TIME-CNT TO ITEM-COUNT
           MOVE WS-TIME-AMT TO ITEM-AMOUNT
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE

           MOVE '  3    TIME DEPOSITS OF $250,000 OR LESS BY REMAINING'
               & ' MATURITY' TO SECTION-TEXT
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               PERFORM 6200-SET-BUCKET-LABEL
               MOVE WS-MAT-LE-CNT(WS-SUB) TO ITEM-COUNT
               MOVE WS-MAT-LE-AMT(WS-SUB) TO ITEM-AMOUNT
               WRITE REPORT-LINE FROM ITEM-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE '  4    OF WHICH, MATURING IN ONE YEAR OR LESS'
               TO ITEM-LABEL
           COMPUTE ITEM-COUNT = WS-MAT-LE-CNT(1) + WS-MAT-LE-CNT(2)
           COMPUTE ITEM-AMOUNT = WS-MAT-LE-AMT(1) + WS-MAT-LE-AMT(2)
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE

           MOVE '  5    TIME DEPOSITS OF MORE THAN $250,000 BY '
               & 'REMAINING MATURITY' TO SECTION-TEXT
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               PERFORM 6200-SET-BUCKET-LABEL
               MOVE WS-MAT-GT-CNT(WS-SUB) TO ITEM-COUNT
               MOVE WS-MAT-GT-AMT(WS-SUB) TO ITEM-AMOUNT
               WRITE REPORT-LINE FROM ITEM-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE '  6    OF WHICH, MATURING IN ONE YEAR OR LESS'
               TO ITEM-LABEL
           COMPUTE ITEM-COUNT = WS-MAT-GT-CNT(1) + WS-MAT-GT-CNT(2)
           COMPUTE ITEM-AMOUNT = WS-MAT-GT-AMT(1) + WS-MAT-GT-AMT(2)
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'OVERDRAWN DEPOSIT ACCOUNTS REPORTED AS LOANS'
               TO SECTION-TEXT
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE '       ON AN OVERDRAFT LINE OF CREDIT' TO ITEM-LABEL
           MOVE WS-ODLC-CNT TO ITEM-COUNT
           MOVE WS-ODLC-AMT TO ITEM-AMOUNT
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE
           MOVE '       UNPLANNED OVERDRAFTS' TO ITEM-LABEL
           MOVE WS-ODUN-CNT TO ITEM-COUNT
           MOVE WS-ODUN-AMT TO ITEM-AMOUNT
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE
           .

       6100-PRINT-BAND.
           MOVE WS-BAND-CNT(WS-SUB) TO ITEM-COUNT
           MOVE WS-BAND-AMT(WS-SUB) TO ITEM-AMOUNT
           WRITE REPORT-LINE FROM ITEM-LINE
               AFTER ADVANCING 1 LINE
           .

       6200-SET-BUCKET-LABEL.
           EVALUATE WS-SUB
               WHEN 1
                   MOVE '    (1) THREE MONTHS OR LESS' TO ITEM-LABEL
               WHEN 2
                   MOVE '    (2) OVER THREE MONTHS THROUGH 12 MONTHS'
                       TO ITEM-LABEL
               WHEN 3
                   MOVE '    (3) OVER ONE YEAR THROUGH THREE YEARS'
                       TO ITEM-LABEL
               WHEN OTHER
                   MOVE '    (4) OVER THREE YEARS' TO ITEM-LABEL
           END-EVALUATE
           .

      *>================================================================*
      *> PRINT TIE-OUT — schedule back to the master's net total,
      *> then the master to the GL control balances.
      *>================================================================*
       7000-PRINT-TIE-OUT.
           MOVE 'TIE-OUT TO MASTER AND GL CONTROL' TO SECTION-TEXT
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE '  TOTAL DEPOSITS' TO TIE-LABEL
           MOVE WS-DEPOSIT-AMT TO TIE-AMOUNT
           WRITE REPORT-LINE FROM TIE-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  LESS OVERDRAWN DEPOSITS REPORTED AS LOANS'
               TO TIE-LABEL
           COMPUTE WS-WORK-AMT = 0 - WS-ODLC-AMT - WS-ODUN-AMT
           MOVE WS-WORK-AMT TO TIE-AMOUNT
           WRITE REPORT-LINE FROM TIE-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  PLUS INSTALLMENT LOAN BALANCES' TO TIE-LABEL
           MOVE WS-LOAN-AMT TO TIE-AMOUNT
           WRITE REPORT-LINE FROM TIE-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-PROVED-NET =
               WS-DEPOSIT-AMT + WS-WORK-AMT + WS-LOAN-AMT
           MOVE '  = SCHEDULE NET' TO TIE-LABEL
           MOVE WS-PROVED-NET TO TIE-AMOUNT
           WRITE REPORT-LINE FROM TIE-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  MASTER NET TOTAL (NEW-CUSTOMERS.DAT)' TO TIE-LABEL
           MOVE WS-MASTER-NET TO TIE-AMOUNT
           WRITE REPORT-LINE FROM TIE-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PROVED-NET NOT = WS-MASTER-NET
               DISPLAY 'CALLRCE: ERROR - schedule does not foot to '
                   'the master.'
               MOVE '  ** SCHEDULE DOES NOT FOOT TO THE MASTER **'
                   TO TIE-NOTE-LINE
               WRITE REPORT-LINE FROM TIE-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF NOT WS-GL-FOUND
               MOVE '  GL CONTROL TOTAL NOT AVAILABLE - NO '
                   & 'GL-CONTROL-BAL.DAT' TO TIE-NOTE-LINE
               WRITE REPORT-LINE FROM TIE-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TIE-LABEL
           STRING '  GL CONTROL TOTAL AS OF ' WS-GL-AS-OF
               DELIMITED BY SIZE INTO TIE-LABEL
           END-STRING
           MOVE WS-GL-CLOSE TO TIE-AMOUNT
           WRITE REPORT-LINE FROM TIE-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-GL-DIFF = WS-MASTER-NET - WS-GL-CLOSE
           MOVE '  MASTER LESS GL (GLPROOF SUSPENSE AND IN TRANSIT)'
               TO TIE-LABEL
           MOVE WS-GL-DIFF TO TIE-AMOUNT
           WRITE REPORT-LINE FROM TIE-LINE
               AFTER ADVANCING 1 LINE
           IF WS-GL-AS-OF NOT = WS-RUN-DATE
               MOVE '  ** GL CONTROL BALANCES ARE NOT AS OF THE REPORT '
                   & 'DATE - RUN GLPROOF FIRST **' TO TIE-NOTE-LINE
               WRITE REPORT-LINE FROM TIE-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       9000-TERMINATE.
           IF WS-DTL-STATUS = '00'
               CLOSE DETAIL-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (NOT WS-IS-QTR-END OR NOT WS-GL-FOUND
                    OR WS-CTR-NO-TERMS > 0 OR WS-CTR-BAD-TYPE > 0
                    OR WS-GL-AS-OF NOT = WS-RUN-DATE)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- CALLRCE Summary ---'
           DISPLAY '  Report date        : ' WS-RUN-DATE
           DISPLAY '  Accounts read      : ' WS-CTR-CUST-READ
           DISPLAY '  Detail rows        : ' WS-CTR-DETAIL-WRITTEN
           DISPLAY '  Total deposits     : ' WS-DEPOSIT-AMT
           DISPLAY '  Overdrafts on line : ' WS-ODLC-AMT
           DISPLAY '  Unplanned ODs      : ' WS-ODUN-AMT
           DISPLAY '  Certs without terms: ' WS-CTR-NO-TERMS
           DISPLAY '  GL difference      : ' WS-GL-DIFF
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
