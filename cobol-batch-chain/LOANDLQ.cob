      *>================================================================*
      *> LOANDLQ.cob — Installment Loan Delinquency Report
      *>
      *> Ages every active loan whose LN-NEXT-DUE-DATE has passed —
      *> days past due counted off the run date the way NEGBAL ages
      *> off CUST-LAST-ACTIVITY — and lists it in the collections
      *> bucket it has reached: 1-29, 30-59, 60-89 or 90+ days. Each
      *> line carries the payment owed, the principal outstanding and
      *> any partial payment sitting unapplied; bucket and grand
      *> totals close the report.
      *>
      *> Input:  data/LOAN-MASTER.DAT      (LINE SEQUENTIAL, LOANMAST)
      *>         data/NEW-CUSTOMERS.DAT    (SEQUENTIAL, binary)
      *> Output: data/LOAN-DELINQUENCY.TXT (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = success,  8 = input file error
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANDLQ.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO 'data/LOAN-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/LOAN-DELINQUENCY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-FILE.
       COPY LOANMAST.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-LN-STATUS                   PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-CUST-EOF-FLAG               PIC X(1)  VALUE 'N'.
           88  CUST-EOF                             VALUE 'Y'.
       01  WS-LN-EOF-FLAG                 PIC X(1)  VALUE 'N'.
           88  LN-EOF                               VALUE 'Y'.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-JULIAN                  PIC 9(7) COMP.
       01  WS-DUE-JULIAN                  PIC 9(7) COMP.
       01  WS-DAYS-PAST-DUE               PIC 9(5).

      *>----------------------------------------------------------------*
      *> Master names and branches, loaded in one scan.
      *>----------------------------------------------------------------*
       01  WS-MB-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-MB-TABLE-AREA.
           05  WS-MB-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-MB-COUNT
                   INDEXED BY WS-MB-IDX.
               10  WS-MB-ACCT-ID         PIC X(8).
               10  WS-MB-NAME            PIC X(25).
               10  WS-MB-BRANCH          PIC X(3).

      *>----------------------------------------------------------------*
      *> Collections buckets — lower bound in days past due, label,
      *> and the count/principal accumulated into each.
      *>----------------------------------------------------------------*
       01  WS-BUCKET-VALUES.
           05  FILLER  PIC X(10) VALUE '00001 1-29'.
           05  FILLER  PIC X(10) VALUE '0003030-59'.
           05  FILLER  PIC X(10) VALUE '0006060-89'.
           05  FILLER  PIC X(10) VALUE '00090 90+ '.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
           05  WS-BKT-DEF OCCURS 4 TIMES.
               10  WS-BKT-FLOOR           PIC 9(5).
               10  WS-BKT-LABEL           PIC X(5).
       01  WS-BUCKET-TOTALS.
           05  WS-BKT-TOT OCCURS 4 TIMES INDEXED BY WS-BKT-IDX.
               10  WS-BKT-COUNT           PIC 9(5)      VALUE 0.
               10  WS-BKT-PRINCIPAL       PIC 9(9)V99   VALUE 0.
       01  WS-BKT-SUB                     PIC 9     VALUE 0.

       01  WS-CTR-LOANS-READ              PIC 9(7)  VALUE 0.
       01  WS-CTR-DELINQUENT              PIC 9(7)  VALUE 0.
       01  WS-TOTAL-PRINCIPAL             PIC 9(9)V99 VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(44)
               VALUE 'INSTALLMENT LOAN DELINQUENCY - RUN DATE '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(48) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'LOAN-ID'.
           05  FILLER              PIC X(27)  VALUE 'NAME'.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(10)  VALUE 'DUE DATE'.
           05  FILLER              PIC X(6)   VALUE '  DPD'.
           05  FILLER              PIC X(7)   VALUE ' BUCKET'.
           05  FILLER              PIC X(12)  VALUE '     PAYMENT'.
           05  FILLER              PIC X(14)  VALUE '     PRINCIPAL'.
           05  FILLER              PIC X(9)   VALUE ' PARTIAL'.
       01  DTL-LINE.
           05  DTL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NAME                   PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-DUE-DATE               PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-DPD                    PIC ZZZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-BUCKET                 PIC X(5).
           05  DTL-PAYMENT                PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-PRINCIPAL              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-PARTIAL                PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1)  VALUE SPACES.
       01  BKT-LINE.
           05  FILLER                     PIC X(12)
               VALUE '  BUCKET    '.
           05  BKT-LABEL                  PIC X(5).
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  BKT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(19)
               VALUE ' LOANS, PRINCIPAL '.
           05  BKT-PRINCIPAL              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(41) VALUE SPACES.
       01  GRAND-LINE.
           05  FILLER                     PIC X(22)
               VALUE '  **** TOTAL PAST DUE '.
           05  GRAND-COUNT                PIC ZZ,ZZ9.
           05  FILLER                     PIC X(19)
               VALUE ' LOANS, PRINCIPAL '.
           05  GRAND-PRINCIPAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(39) VALUE SPACES.
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-READ-LOAN
               PERFORM 3000-PROCESS-LOAN
                   UNTIL LN-EOF
               PERFORM 7000-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- LOANDLQ: Installment Loan Delinquency ---'
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
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS = '35'
               DISPLAY 'LOANDLQ: No installment loans on file.'
               SET LN-EOF TO TRUE
           ELSE
               IF WS-LN-STATUS NOT = '00'
                   DISPLAY 'LOANDLQ: ERROR opening LOAN-MASTER.DAT, '
                           'STATUS=' WS-LN-STATUS
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 1200-LOAD-MASTER-NAMES
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

       1200-LOAD-MASTER-NAMES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CUST-EOF
               READ CUSTOMER-FILE
                   AT END
                       SET CUST-EOF TO TRUE
                   NOT AT END
                       IF CUST-LOAN AND WS-MB-COUNT < 2000
                           ADD 1 TO WS-MB-COUNT
                           MOVE CUST-ID
                               TO WS-MB-ACCT-ID(WS-MB-COUNT)
                           MOVE CUST-NAME
                               TO WS-MB-NAME(WS-MB-COUNT)
                           MOVE CUST-BRANCH
                               TO WS-MB-BRANCH(WS-MB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       2000-READ-LOAN.
           IF LN-EOF
               EXIT PARAGRAPH
           END-IF
           READ LOAN-FILE
               AT END
                   SET LN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-LOANS-READ
           END-READ
           .

       3000-PROCESS-LOAN.
           IF LN-ACTIVE AND LN-NEXT-DUE-DATE > 0
                   AND LN-NEXT-DUE-DATE < WS-RUN-DATE
               COMPUTE WS-DUE-JULIAN =
                   FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE)
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-JULIAN - WS-DUE-JULIAN
               MOVE 1 TO WS-BKT-SUB
               PERFORM VARYING WS-BKT-IDX FROM 2 BY 1
                   UNTIL WS-BKT-IDX > 4
                   IF WS-DAYS-PAST-DUE >= WS-BKT-FLOOR(WS-BKT-IDX)
                       SET WS-BKT-SUB TO WS-BKT-IDX
                   END-IF
               END-PERFORM
               PERFORM 3500-PRINT-DETAIL
               ADD 1                TO WS-BKT-COUNT(WS-BKT-SUB)
               ADD LN-PRINCIPAL-BAL TO WS-BKT-PRINCIPAL(WS-BKT-SUB)
               ADD 1                TO WS-CTR-DELINQUENT
               ADD LN-PRINCIPAL-BAL TO WS-TOTAL-PRINCIPAL
           END-IF
           PERFORM 2000-READ-LOAN
           .

       3500-PRINT-DETAIL.
           MOVE SPACES TO DTL-NAME
           MOVE SPACES TO DTL-BRANCH
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               OR WS-MB-ACCT-ID(WS-MB-IDX) = LN-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-MB-IDX NOT > WS-MB-COUNT
               MOVE WS-MB-NAME(WS-MB-IDX)   TO DTL-NAME
               MOVE WS-MB-BRANCH(WS-MB-IDX) TO DTL-BRANCH
           END-IF
           MOVE LN-ACCT-ID                TO DTL-ACCT-ID
           MOVE LN-NEXT-DUE-DATE          TO DTL-DUE-DATE
           MOVE WS-DAYS-PAST-DUE          TO DTL-DPD
           MOVE WS-BKT-LABEL(WS-BKT-SUB)  TO DTL-BUCKET
           MOVE LN-PAYMENT-AMT            TO DTL-PAYMENT
           MOVE LN-PRINCIPAL-BAL          TO DTL-PRINCIPAL
           MOVE LN-UNAPPLIED              TO DTL-PARTIAL
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       7000-FINAL-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4
               MOVE WS-BKT-LABEL(WS-BKT-IDX)     TO BKT-LABEL
               MOVE WS-BKT-COUNT(WS-BKT-IDX)     TO BKT-COUNT
               MOVE WS-BKT-PRINCIPAL(WS-BKT-IDX) TO BKT-PRINCIPAL
               WRITE REPORT-LINE FROM BKT-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-CTR-DELINQUENT  TO GRAND-COUNT
           MOVE WS-TOTAL-PRINCIPAL TO GRAND-PRINCIPAL
           WRITE REPORT-LINE FROM GRAND-LINE
               AFTER ADVANCING 2 LINES
           .

       9000-TERMINATE.
           IF WS-LN-STATUS = '00' OR WS-LN-STATUS = '10'
               CLOSE LOAN-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY '--- LOANDLQ Summary ---'
           DISPLAY '  Loans read         : ' WS-CTR-LOANS-READ
           DISPLAY '  Past due           : ' WS-CTR-DELINQUENT
           DISPLAY '  Principal past due : ' WS-TOTAL-PRINCIPAL
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
