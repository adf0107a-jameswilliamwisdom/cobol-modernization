      *>================================================================*
      *> LOANINQ.cob — Installment Loan Payoff / Schedule Inquiry
      *>
      *> Answers the two questions a branch asks about a loan: what
      *> it takes to pay it off, and how the remaining payments run.
      *> Reads an ops-submitted request file, one row per inquiry,
      *> and prints for each:
      *>   P  payoff quote — principal outstanding, interest accrued
      *>      through tonight, the per diem (principal x note rate /
      *>      365), the per diem carried to the good-through date,
      *>      and the total to collect
      *>   S  amortization schedule — the remaining installments at
      *>      the level payment off the current principal: due date,
      *>      interest and principal portions, and the balance after
      *>      each, the final payment trued up to close the note
      *>      exactly
      *> Run standalone whenever a request file has been dropped.
      *>
      *> Input:  data/LOAN-INQUIRY.DAT     (LINE SEQUENTIAL — one row
      *>                                    per inquiry: acct X(8),
      *>                                    type X(1) P/S, good-
      *>                                    through 9(8))
      *>         data/LOAN-MASTER.DAT      (LINE SEQUENTIAL, LOANMAST)
      *> Output: data/LOAN-INQUIRY-RPT.TXT (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = success,  4 = a request named no loan,
      *>                8 = input file error
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANINQ.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO 'data/LOAN-INQUIRY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO 'data/LOAN-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/LOAN-INQUIRY-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REQUEST-FILE.
       01  LOAN-INQUIRY-RECORD.
           05  LIQ-ACCT-ID            PIC X(8).
           05  LIQ-TYPE               PIC X(1).
               88  LIQ-PAYOFF             VALUE 'P'.
               88  LIQ-SCHEDULE           VALUE 'S'.
           05  LIQ-GOOD-THRU          PIC 9(8).

       FD  LOAN-FILE.
       COPY LOANMAST.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS                  PIC XX.
       01  WS-LN-STATUS                   PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-REQ-EOF-FLAG                PIC X(1)  VALUE 'N'.
           88  REQ-EOF                              VALUE 'Y'.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-JULIAN                  PIC 9(7) COMP.
       01  WS-THRU-JULIAN                 PIC 9(7) COMP.
       01  WS-DAYS-TO-THRU                PIC 9(5).

      *>----------------------------------------------------------------*
      *> Loan table — the whole companion file, looked up per request.
      *>----------------------------------------------------------------*
       01  WS-LN-COUNT                    PIC 9(3)  VALUE 0.
       01  WS-LN-TABLE-AREA.
           05  WS-LN-ROW OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-LN-COUNT
                   INDEXED BY WS-LN-IDX
                                          PIC X(100).

      *>----------------------------------------------------------------*
      *> Payoff and schedule arithmetic.
      *>----------------------------------------------------------------*
       01  WS-PER-DIEM                    PIC 9(5)V9(4).
       01  WS-INT-TO-THRU                 PIC 9(7)V99.
       01  WS-ACCRUED-ROUNDED             PIC 9(7)V99.
       01  WS-PAYOFF-TOTAL                PIC 9(9)V99.
       01  WS-MONTHLY-RATE                PIC 9V9(9).
       01  WS-SCHED-BAL                   PIC 9(7)V99.
       01  WS-SCHED-INT                   PIC 9(7)V99.
       01  WS-SCHED-PRIN                  PIC 9(7)V99.
       01  WS-SCHED-PMT                   PIC 9(7)V99.
       01  WS-SCHED-NO                    PIC 9(3).
       01  WS-SCHED-TOT-INT               PIC 9(9)V99.

      *>----------------------------------------------------------------*
      *> Due-date roll — same one-month step LOANACRL takes, the day
      *> restored from the note date and clamped to the month.
      *>----------------------------------------------------------------*
       01  WS-NEW-DUE                     PIC 9(8).
       01  WS-NEW-DUE-X REDEFINES WS-NEW-DUE.
           05  WS-ND-YYYY                 PIC 9(4).
           05  WS-ND-MM                   PIC 9(2).
           05  WS-ND-DD                   PIC 9(2).
       01  WS-ANCHOR-DATE                 PIC 9(8).
       01  WS-ANCHOR-DATE-X REDEFINES WS-ANCHOR-DATE.
           05  FILLER                     PIC 9(6).
           05  WS-ANCHOR-DD               PIC 9(2).
       01  WS-MONTH-LEN                   PIC 9(2).
       01  WS-LEAP-QUOT                   PIC 9(4).
       01  WS-LEAP-REM                    PIC 9(4).

       01  WS-CTR-REQUESTS                PIC 9(7)  VALUE 0.
       01  WS-CTR-QUOTES                  PIC 9(7)  VALUE 0.
       01  WS-CTR-SCHEDULES               PIC 9(7)  VALUE 0.
       01  WS-CTR-NOT-FOUND               PIC 9(7)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  RPT-HDR-LINE.
           05  FILLER                     PIC X(38)
               VALUE 'INSTALLMENT LOAN INQUIRY - RUN DATE '.
           05  RPT-HDR-DATE               PIC 9(8).
           05  FILLER                     PIC X(54) VALUE SPACES.
       01  RPT-LOAN-LINE.
           05  FILLER                     PIC X(6)  VALUE 'LOAN: '.
           05  RPT-LN-ACCT                PIC X(8).
           05  FILLER                     PIC X(8)  VALUE '  RATE: '.
           05  RPT-LN-RATE                PIC .9999.
           05  FILLER                     PIC X(9)  VALUE '  TERM: '.
           05  RPT-LN-TERM                PIC ZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  PAYMENT: '.
           05  RPT-LN-PAYMENT             PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(11)
               VALUE '  NEXT DUE '.
           05  RPT-LN-NEXT-DUE            PIC 9(8).
           05  FILLER                     PIC X(20) VALUE SPACES.
       01  RPT-AMT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  RPT-AMT-LABEL              PIC X(30).
           05  RPT-AMT-VALUE              PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                     PIC X(50) VALUE SPACES.
       01  RPT-SCHED-HDR.
           05  FILLER              PIC X(8)   VALUE '    NO'.
           05  FILLER              PIC X(12)  VALUE 'DUE DATE'.
           05  FILLER              PIC X(14)  VALUE '     PAYMENT'.
           05  FILLER              PIC X(14)  VALUE '    INTEREST'.
           05  FILLER              PIC X(14)  VALUE '   PRINCIPAL'.
           05  FILLER              PIC X(14)  VALUE '     BALANCE'.
           05  FILLER              PIC X(24)  VALUE SPACES.
       01  RPT-SCHED-LINE.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  RPT-SCH-NO                 PIC ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-SCH-DUE                PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-SCH-PMT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-SCH-INT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-SCH-PRIN               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-SCH-BAL                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(28) VALUE SPACES.
       01  RPT-NONE-LINE                  PIC X(100)
           VALUE '    (NO ACTIVE LOAN ON FILE FOR THIS ACCOUNT)'.
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-READ-REQUEST
               PERFORM 3000-ANSWER-ONE-REQUEST
                   UNTIL REQ-EOF
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- LOANINQ: Loan Payoff / Schedule Inquiry ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'LOANINQ: ERROR opening LOAN-INQUIRY.DAT, '
                       'STATUS=' WS-REQ-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS NOT = '00'
               DISPLAY 'LOANINQ: ERROR opening LOAN-MASTER.DAT, '
                       'STATUS=' WS-LN-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LN-STATUS NOT = '00'
                   OR WS-LN-COUNT = 500
               READ LOAN-FILE
                   AT END
                       MOVE '10' TO WS-LN-STATUS
                   NOT AT END
                       ADD 1 TO WS-LN-COUNT
                       MOVE LOAN-MASTER-RECORD
                           TO WS-LN-ROW(WS-LN-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO RPT-HDR-DATE
           WRITE REPORT-LINE FROM RPT-HDR-LINE
               AFTER ADVANCING PAGE
           .

       2000-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-REQUESTS
           END-READ
           .

       3000-ANSWER-ONE-REQUEST.
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               OR WS-LN-ROW(WS-LN-IDX)(1:8) = LIQ-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-LN-IDX NOT > WS-LN-COUNT
               MOVE WS-LN-ROW(WS-LN-IDX) TO LOAN-MASTER-RECORD
           END-IF
           IF WS-LN-IDX > WS-LN-COUNT OR NOT LN-ACTIVE
               MOVE LIQ-ACCT-ID TO RPT-LN-ACCT
               MOVE 0           TO RPT-LN-RATE
               MOVE 0           TO RPT-LN-TERM
               MOVE 0           TO RPT-LN-PAYMENT
               MOVE 0           TO RPT-LN-NEXT-DUE
               WRITE REPORT-LINE FROM RPT-LOAN-LINE
                   AFTER ADVANCING 1 LINE
               WRITE REPORT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CTR-NOT-FOUND
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE LN-ACCT-ID       TO RPT-LN-ACCT
               MOVE LN-NOTE-RATE     TO RPT-LN-RATE
               MOVE LN-TERM-MONTHS   TO RPT-LN-TERM
               MOVE LN-PAYMENT-AMT   TO RPT-LN-PAYMENT
               MOVE LN-NEXT-DUE-DATE TO RPT-LN-NEXT-DUE
               WRITE REPORT-LINE FROM RPT-LOAN-LINE
                   AFTER ADVANCING 1 LINE
               EVALUATE TRUE
                   WHEN LIQ-SCHEDULE
                       PERFORM 4000-PRINT-SCHEDULE
                   WHEN OTHER
                       PERFORM 3500-PRINT-PAYOFF
               END-EVALUATE
           END-IF
           PERFORM 2000-READ-REQUEST
           .

      *>================================================================*
      *> PRINT PAYOFF — tonight's accrued interest plus the per diem
      *> for every day from the run date to the good-through date
      *> (a blank or past good-through quotes as of tonight).
      *>================================================================*
       3500-PRINT-PAYOFF.
           MOVE 0 TO WS-DAYS-TO-THRU
           IF LIQ-GOOD-THRU > WS-RUN-DATE
               COMPUTE WS-THRU-JULIAN =
                   FUNCTION INTEGER-OF-DATE(LIQ-GOOD-THRU)
               COMPUTE WS-DAYS-TO-THRU =
                   WS-THRU-JULIAN - WS-RUN-JULIAN
           END-IF
           COMPUTE WS-PER-DIEM ROUNDED =
               LN-PRINCIPAL-BAL * LN-NOTE-RATE / 365
           COMPUTE WS-INT-TO-THRU ROUNDED =
               WS-PER-DIEM * WS-DAYS-TO-THRU
           COMPUTE WS-ACCRUED-ROUNDED ROUNDED = LN-ACCRUED-INT
           COMPUTE WS-PAYOFF-TOTAL =
               LN-PRINCIPAL-BAL + WS-ACCRUED-ROUNDED + WS-INT-TO-THRU
           MOVE 'PRINCIPAL OUTSTANDING'    TO RPT-AMT-LABEL
           MOVE LN-PRINCIPAL-BAL           TO RPT-AMT-VALUE
           WRITE REPORT-LINE FROM RPT-AMT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'INTEREST ACCRUED TO DATE'  TO RPT-AMT-LABEL
           MOVE WS-ACCRUED-ROUNDED         TO RPT-AMT-VALUE
           WRITE REPORT-LINE FROM RPT-AMT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PER DIEM'                 TO RPT-AMT-LABEL
           MOVE WS-PER-DIEM                TO RPT-AMT-VALUE
           WRITE REPORT-LINE FROM RPT-AMT-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-AMT-LABEL
           STRING 'INTEREST TO ' LIQ-GOOD-THRU
               DELIMITED BY SIZE INTO RPT-AMT-LABEL
           IF WS-DAYS-TO-THRU = 0
               MOVE 'INTEREST TO GOOD-THROUGH' TO RPT-AMT-LABEL
           END-IF
           MOVE WS-INT-TO-THRU             TO RPT-AMT-VALUE
           WRITE REPORT-LINE FROM RPT-AMT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL PAYOFF AMOUNT'      TO RPT-AMT-LABEL
           MOVE WS-PAYOFF-TOTAL            TO RPT-AMT-VALUE
           WRITE REPORT-LINE FROM RPT-AMT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CTR-QUOTES
           .

      *>================================================================*
      *> PRINT SCHEDULE — walk the current principal down at the
      *> level payment, one installment per line, until it closes;
      *> the last line pays exactly what is left plus its interest.
      *>================================================================*
       4000-PRINT-SCHEDULE.
           WRITE REPORT-LINE FROM RPT-SCHED-HDR
               AFTER ADVANCING 1 LINE
           COMPUTE WS-MONTHLY-RATE ROUNDED = LN-NOTE-RATE / 12
           MOVE LN-PRINCIPAL-BAL TO WS-SCHED-BAL
           MOVE LN-NEXT-DUE-DATE TO WS-NEW-DUE
           MOVE LN-ORIG-DATE     TO WS-ANCHOR-DATE
           MOVE 0 TO WS-SCHED-NO
           MOVE 0 TO WS-SCHED-TOT-INT
           PERFORM UNTIL WS-SCHED-BAL = 0
                   OR WS-SCHED-NO = 480
                   OR LN-PAYMENT-AMT = 0
               ADD 1 TO WS-SCHED-NO
               COMPUTE WS-SCHED-INT ROUNDED =
                   WS-SCHED-BAL * WS-MONTHLY-RATE
               COMPUTE WS-SCHED-PRIN = LN-PAYMENT-AMT - WS-SCHED-INT
               IF WS-SCHED-PRIN > WS-SCHED-BAL
                   OR LN-PAYMENT-AMT <= WS-SCHED-INT
                   MOVE WS-SCHED-BAL TO WS-SCHED-PRIN
               END-IF
               COMPUTE WS-SCHED-PMT = WS-SCHED-INT + WS-SCHED-PRIN
               SUBTRACT WS-SCHED-PRIN FROM WS-SCHED-BAL
               ADD WS-SCHED-INT TO WS-SCHED-TOT-INT
               MOVE WS-SCHED-NO   TO RPT-SCH-NO
               MOVE WS-NEW-DUE    TO RPT-SCH-DUE
               MOVE WS-SCHED-PMT  TO RPT-SCH-PMT
               MOVE WS-SCHED-INT  TO RPT-SCH-INT
               MOVE WS-SCHED-PRIN TO RPT-SCH-PRIN
               MOVE WS-SCHED-BAL  TO RPT-SCH-BAL
               WRITE REPORT-LINE FROM RPT-SCHED-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 4500-ROLL-DUE-DATE
           END-PERFORM
           MOVE 'TOTAL INTEREST REMAINING'  TO RPT-AMT-LABEL
           MOVE WS-SCHED-TOT-INT           TO RPT-AMT-VALUE
           WRITE REPORT-LINE FROM RPT-AMT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CTR-SCHEDULES
           .

       4500-ROLL-DUE-DATE.
           ADD 1 TO WS-ND-MM
           IF WS-ND-MM > 12
               MOVE 1 TO WS-ND-MM
               ADD 1 TO WS-ND-YYYY
           END-IF
           MOVE WS-ANCHOR-DD TO WS-ND-DD
           EVALUATE WS-ND-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-LEN
               WHEN 02
                   MOVE 28 TO WS-MONTH-LEN
                   DIVIDE WS-ND-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-LEN
                       DIVIDE WS-ND-YYYY BY 100
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 28 TO WS-MONTH-LEN
                           DIVIDE WS-ND-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-MONTH-LEN
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LEN
           END-EVALUATE
           IF WS-ND-DD > WS-MONTH-LEN
               MOVE WS-MONTH-LEN TO WS-ND-DD
           END-IF
           .

       9000-TERMINATE.
           IF WS-REQ-STATUS = '00' OR WS-REQ-STATUS = '10'
               CLOSE REQUEST-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY '--- LOANINQ Summary ---'
           DISPLAY '  Requests read      : ' WS-CTR-REQUESTS
           DISPLAY '  Payoff quotes      : ' WS-CTR-QUOTES
           DISPLAY '  Schedules printed  : ' WS-CTR-SCHEDULES
           DISPLAY '  No loan on file    : ' WS-CTR-NOT-FOUND
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
