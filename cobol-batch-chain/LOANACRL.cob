      *>================================================================*
      *> LOANACRL.cob — Installment Loan Nightly Accrual
      *>
      *> Works the loan companion file once per cycle, after
      *> TXNAPPLY has posted the day's payments:
      *>   1. every payment split TXNAPPLY queued on LOAN-PAYMENTS.DAT
      *>      relieves the loan's accrued interest and principal; the
      *>      payment joins LN-UNAPPLIED, and each full installment it
      *>      covers rolls LN-PAID-TO-DATE and LN-NEXT-DUE-DATE one
      *>      month forward. A loan whose principal reaches zero is
      *>      marked paid off.
      *>   2. a newly booked loan gets its level monthly payment when
      *>      lending keyed none — principal x r / (1 - (1 + r) ** -n)
      *>      at the monthly note rate — and its disbursement: a
      *>      transfer pair with TRANS-DESC 'LOAN DISB' drawing the
      *>      loan account negative and crediting LN-DISB-ACCT-ID,
      *>      carried on data/LOAN-TRANS.DAT into TXNSORT's merge
      *>      like any synthetic feed. The row goes disbursement-
      *>      pending: the pair only posts on the next cycle, and no
      *>      interest is owed on money not yet paid out. A pending
      *>      loan goes active on the first run that finds its
      *>      account's master balance drawn negative — the
      *>      disbursement posted — and lists as DISB PEND on the
      *>      report every night until then.
      *>   3. every active loan accrues one day's interest on its
      *>      principal — principal x note rate / 365 — into
      *>      LN-ACCRUED-INT at four decimals, where TXNAPPLY's
      *>      payment split finds it.
      *> Each loan worked prints on the accrual report.
      *>
      *> Input:  data/LOAN-MASTER.DAT      (LINE SEQUENTIAL, LOANMAST)
      *>         data/LOAN-PAYMENTS.DAT    (LINE SEQUENTIAL, LOANPAY)
      *>         data/NEW-CUSTOMERS.DAT    (SEQUENTIAL, binary)
      *> Output: data/LOAN-MASTER.DAT      (rewritten)
      *>         data/LOAN-PAYMENTS.DAT    (emptied once applied)
      *>         data/LOAN-TRANS.DAT       (LINE SEQUENTIAL, TRANSREC)
      *>         data/LOAN-ACCRUAL-REPORT.TXT (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = success,  4 = a payment named no loan,
      *>                8 = input file error
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANACRL.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO 'data/LOAN-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.

           SELECT LOAN-PAYMENT-FILE
               ASSIGN TO 'data/LOAN-PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT LOAN-TRANS-FILE
               ASSIGN TO 'data/LOAN-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRANS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/LOAN-ACCRUAL-REPORT.TXT'
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

       FD  LOAN-PAYMENT-FILE.
       COPY LOANPAY.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LOAN-TRANS-FILE.
       COPY TRANSREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-LN-STATUS                   PIC XX.
       01  WS-LP-STATUS                   PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-LTRANS-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-CUST-EOF-FLAG               PIC X(1)  VALUE 'N'.
           88  CUST-EOF                             VALUE 'Y'.
       01  WS-LP-EOF-FLAG                 PIC X(1)  VALUE 'N'.
           88  LP-EOF                               VALUE 'Y'.

       01  WS-RUN-DATE                    PIC 9(8).

      *>----------------------------------------------------------------*
      *> Loan table — the file image per row, worked in memory and
      *> rewritten at end of run.
      *>----------------------------------------------------------------*
       01  WS-LN-COUNT                    PIC 9(3)  VALUE 0.
       01  WS-LN-TABLE-AREA.
           05  WS-LN-ROW OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-LN-COUNT
                   INDEXED BY WS-LN-IDX
                                          PIC X(100).

      *>----------------------------------------------------------------*
      *> Master branches, so the disbursement legs carry the branch
      *> each account belongs to, and balances, so a pending loan can
      *> be seen to have been disbursed.
      *>----------------------------------------------------------------*
       01  WS-MB-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-MB-TABLE-AREA.
           05  WS-MB-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-MB-COUNT
                   INDEXED BY WS-MB-IDX.
               10  WS-MB-ACCT-ID         PIC X(8).
               10  WS-MB-BRANCH          PIC X(3).
               10  WS-MB-BALANCE         PIC S9(7)V99.
       01  WS-LOOKUP-ACCT                 PIC X(8).
       01  WS-LOOKUP-BRANCH               PIC X(3).
       01  WS-LOOKUP-BALANCE              PIC S9(7)V99.

      *>----------------------------------------------------------------*
      *> Level-payment arithmetic — monthly rate and the growth
      *> factor (1 + r) ** n, carried wide so a long term at a high
      *> rate keeps its precision.
      *>----------------------------------------------------------------*
       01  WS-MONTHLY-RATE                PIC 9V9(9).
       01  WS-GROWTH-FACTOR               PIC 9(5)V9(9).
       01  WS-DAY-ACCRUAL                 PIC 9(5)V9(4).

      *>----------------------------------------------------------------*
      *> Due-date roll — one month forward, year carried, day put
      *> back to the note's original day and clamped to the length
      *> of the landing month so a loan cut on the 31st doesn't
      *> drift to the 28th for good after one February.
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

       01  WS-ACTION                      PIC X(10).
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 960001.
       01  WS-CTR-LOANS-READ              PIC 9(7)  VALUE 0.
       01  WS-CTR-PAYMENTS                PIC 9(7)  VALUE 0.
       01  WS-CTR-PAY-UNMATCHED           PIC 9(7)  VALUE 0.
       01  WS-CTR-BOOKED                  PIC 9(7)  VALUE 0.
       01  WS-CTR-ACTIVATED               PIC 9(7)  VALUE 0.
       01  WS-CTR-DISB-PENDING            PIC 9(7)  VALUE 0.
       01  WS-CTR-ACCRUED                 PIC 9(7)  VALUE 0.
       01  WS-CTR-PAID-OFF                PIC 9(7)  VALUE 0.
       01  WS-TOTAL-PRINCIPAL             PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DAY-ACCRUAL           PIC 9(7)V9(4) VALUE 0.
       01  WS-TOTAL-ACCRUED               PIC 9(9)V9(4) VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(40)
               VALUE 'INSTALLMENT LOAN ACCRUAL - RUN DATE '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(52) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'LOAN-ID'.
           05  FILLER              PIC X(3)   VALUE 'ST'.
           05  FILLER              PIC X(15)  VALUE '      PRINCIPAL'.
           05  FILLER              PIC X(8)   VALUE '   RATE'.
           05  FILLER              PIC X(13)  VALUE '  DAY ACCRUAL'.
           05  FILLER              PIC X(14)  VALUE '   ACCRUED INT'.
           05  FILLER              PIC X(11)  VALUE '   NEXT DUE'.
           05  FILLER              PIC X(12)  VALUE '  ACTION'.
           05  FILLER              PIC X(14)  VALUE SPACES.
       01  DTL-LINE.
           05  DTL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-STATUS                 PIC X(1).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-PRINCIPAL              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-RATE                   PIC .9999.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-DAY-ACCRUAL            PIC ZZ,ZZ9.9999.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-ACCRUED                PIC ZZ,ZZ9.9999.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  DTL-NEXT-DUE               PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-ACTION                 PIC X(10).
           05  FILLER                     PIC X(20) VALUE SPACES.
       01  TOTAL-LINE.
           05  FILLER                     PIC X(13)
               VALUE '  TOTALS:    '.
           05  TOT-PRINCIPAL              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(7)  VALUE SPACES.
           05  TOT-DAY-ACCRUAL            PIC ZZ,ZZ9.9999.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  TOT-ACCRUED                PIC ZZ,ZZZ,ZZ9.9999.
           05  FILLER                     PIC X(39) VALUE SPACES.
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8 AND WS-LN-COUNT > 0
               PERFORM 2000-APPLY-PAYMENTS
               PERFORM 3000-WORK-ONE-LOAN
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               PERFORM 7000-FINAL-TOTALS
               PERFORM 5000-REWRITE-LOAN-FILE
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- LOANACRL: Installment Loan Nightly Accrual ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           PERFORM 1100-LOAD-LOAN-FILE
           IF WS-RETURN-CODE = 8 OR WS-LN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-MASTER-BRANCHES
           OPEN OUTPUT LOAN-TRANS-FILE
           IF WS-LTRANS-STATUS NOT = '00'
               DISPLAY 'LOANACRL: ERROR opening LOAN-TRANS.DAT, '
                       'STATUS=' WS-LTRANS-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

       1100-LOAD-LOAN-FILE.
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS = '35'
               DISPLAY 'LOANACRL: No installment loans on file.'
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATUS NOT = '00'
               DISPLAY 'LOANACRL: ERROR opening LOAN-MASTER.DAT, '
                       'STATUS=' WS-LN-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LN-STATUS NOT = '00'
               READ LOAN-FILE
                   AT END
                       MOVE '10' TO WS-LN-STATUS
                   NOT AT END
      *> The file is rewritten from this table at end of run, so an
      *> overflow must stop the run rather than drop loans
                       IF WS-LN-COUNT = 500
                           DISPLAY 'LOANACRL: ERROR - more than 500 '
                               'loans; table full, run abandoned '
                               'before any rewrite'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CTR-LOANS-READ
                       ADD 1 TO WS-LN-COUNT
                       MOVE LOAN-MASTER-RECORD
                           TO WS-LN-ROW(WS-LN-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           .

       1200-LOAD-MASTER-BRANCHES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CUST-EOF
               READ CUSTOMER-FILE
                   AT END
                       SET CUST-EOF TO TRUE
                   NOT AT END
                       IF WS-MB-COUNT < 2000
                           ADD 1 TO WS-MB-COUNT
                           MOVE CUST-ID
                               TO WS-MB-ACCT-ID(WS-MB-COUNT)
                           MOVE CUST-BRANCH
                               TO WS-MB-BRANCH(WS-MB-COUNT)
                           MOVE CUST-BALANCE
                               TO WS-MB-BALANCE(WS-MB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

      *>================================================================*
      *> APPLY PAYMENTS — each split TXNAPPLY queued relieves its
      *> loan's row; the file is emptied behind the pass so a rerun
      *> can't apply the same payment twice.
      *>================================================================*
       2000-APPLY-PAYMENTS.
           OPEN INPUT LOAN-PAYMENT-FILE
           IF WS-LP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LP-EOF
               READ LOAN-PAYMENT-FILE
                   AT END
                       SET LP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-PAYMENTS
                       PERFORM 2100-APPLY-ONE-PAYMENT
               END-READ
           END-PERFORM
           CLOSE LOAN-PAYMENT-FILE
           OPEN OUTPUT LOAN-PAYMENT-FILE
           CLOSE LOAN-PAYMENT-FILE
           .

       2100-APPLY-ONE-PAYMENT.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               OR WS-LN-ROW(WS-LN-IDX)(1:8) = LP-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-LN-IDX > WS-LN-COUNT
               DISPLAY 'LOANACRL: payment for ' LP-ACCT-ID
                   ' seq ' LP-SEQ ' names no loan on file'
               ADD 1 TO WS-CTR-PAY-UNMATCHED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-ROW(WS-LN-IDX) TO LOAN-MASTER-RECORD
           IF LP-INTEREST > LN-ACCRUED-INT
               MOVE 0 TO LN-ACCRUED-INT
           ELSE
               SUBTRACT LP-INTEREST FROM LN-ACCRUED-INT
           END-IF
           IF LP-PRINCIPAL > LN-PRINCIPAL-BAL
               MOVE 0 TO LN-PRINCIPAL-BAL
           ELSE
               SUBTRACT LP-PRINCIPAL FROM LN-PRINCIPAL-BAL
           END-IF
           ADD LP-AMOUNT TO LN-UNAPPLIED
           PERFORM UNTIL LN-PAYMENT-AMT = 0
                   OR LN-UNAPPLIED < LN-PAYMENT-AMT
               SUBTRACT LN-PAYMENT-AMT FROM LN-UNAPPLIED
               MOVE LN-NEXT-DUE-DATE TO LN-PAID-TO-DATE
               PERFORM 4500-ROLL-DUE-DATE
           END-PERFORM
           IF LN-PRINCIPAL-BAL = 0
               SET LN-PAID-OFF TO TRUE
               MOVE 0 TO LN-UNAPPLIED
               MOVE LN-NEXT-DUE-DATE TO LN-PAID-TO-DATE
               ADD 1 TO WS-CTR-PAID-OFF
               MOVE 'PAID OFF' TO WS-ACTION
               MOVE 0          TO WS-DAY-ACCRUAL
               PERFORM 3500-PRINT-DETAIL
           END-IF
           MOVE LOAN-MASTER-RECORD TO WS-LN-ROW(WS-LN-IDX)
           .

      *>================================================================*
      *> WORK ONE LOAN — book and disburse a new note, activate one
      *> whose disbursement has posted, then accrue the day on
      *> everything active. A note booked tonight is not checked
      *> until its pair has been through posting.
      *>================================================================*
       3000-WORK-ONE-LOAN.
           MOVE WS-LN-ROW(WS-LN-IDX) TO LOAN-MASTER-RECORD
           MOVE SPACES TO WS-ACTION
           MOVE 0      TO WS-DAY-ACCRUAL
           EVALUATE TRUE
               WHEN LN-BOOKED
                   PERFORM 4000-BOOK-LOAN
               WHEN LN-DISB-PENDING
                   PERFORM 4050-CHECK-DISBURSED
           END-EVALUATE
           IF LN-ACTIVE
               COMPUTE WS-DAY-ACCRUAL ROUNDED =
                   LN-PRINCIPAL-BAL * LN-NOTE-RATE / 365
               ADD WS-DAY-ACCRUAL TO LN-ACCRUED-INT
               ADD 1 TO WS-CTR-ACCRUED
               ADD LN-PRINCIPAL-BAL TO WS-TOTAL-PRINCIPAL
               ADD WS-DAY-ACCRUAL   TO WS-TOTAL-DAY-ACCRUAL
               ADD LN-ACCRUED-INT   TO WS-TOTAL-ACCRUED
           END-IF
           IF LN-ACTIVE OR WS-ACTION NOT = SPACES
               PERFORM 3500-PRINT-DETAIL
           END-IF
           MOVE LOAN-MASTER-RECORD TO WS-LN-ROW(WS-LN-IDX)
           .

       3500-PRINT-DETAIL.
           MOVE LN-ACCT-ID       TO DTL-ACCT-ID
           MOVE LN-STATUS        TO DTL-STATUS
           MOVE LN-PRINCIPAL-BAL TO DTL-PRINCIPAL
           MOVE LN-NOTE-RATE     TO DTL-RATE
           MOVE WS-DAY-ACCRUAL   TO DTL-DAY-ACCRUAL
           MOVE LN-ACCRUED-INT   TO DTL-ACCRUED
           MOVE LN-NEXT-DUE-DATE TO DTL-NEXT-DUE
           MOVE WS-ACTION        TO DTL-ACTION
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> BOOK LOAN — level payment when lending keyed none, first
      *> due date one month off the note date when none was keyed,
      *> and the disbursement pair onto the synthetic feed.
      *>================================================================*
       4000-BOOK-LOAN.
           IF LN-TERM-MONTHS = 0 OR LN-ORIG-PRINCIPAL = 0
               DISPLAY 'LOANACRL: booked loan ' LN-ACCT-ID
                   ' has no principal or term - left booked'
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LN-PAYMENT-AMT = 0
               IF LN-NOTE-RATE = 0
                   COMPUTE LN-PAYMENT-AMT ROUNDED =
                       LN-ORIG-PRINCIPAL / LN-TERM-MONTHS
               ELSE
                   COMPUTE WS-MONTHLY-RATE ROUNDED =
                       LN-NOTE-RATE / 12
                   COMPUTE WS-GROWTH-FACTOR ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** LN-TERM-MONTHS
                   COMPUTE LN-PAYMENT-AMT ROUNDED =
                       LN-ORIG-PRINCIPAL * WS-MONTHLY-RATE
                       * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
               END-IF
           END-IF
           IF LN-ORIG-DATE = 0
               MOVE WS-RUN-DATE TO LN-ORIG-DATE
           END-IF
           IF LN-NEXT-DUE-DATE = 0
               MOVE LN-ORIG-DATE TO LN-NEXT-DUE-DATE
               PERFORM 4500-ROLL-DUE-DATE
           END-IF
           MOVE LN-ORIG-PRINCIPAL TO LN-PRINCIPAL-BAL
           MOVE 0                 TO LN-ACCRUED-INT
           MOVE 0                 TO LN-UNAPPLIED
           MOVE 0                 TO LN-PAID-TO-DATE
           INITIALIZE TRANSACTION-RECORD
           MOVE LN-ACCT-ID        TO TRANS-ACCT-ID
           SET  TRANS-TRANSFER    TO TRUE
           MOVE LN-ORIG-PRINCIPAL TO TRANS-AMOUNT
           MOVE WS-RUN-DATE       TO TRANS-DATE
           MOVE LN-ACCT-ID        TO WS-LOOKUP-ACCT
           PERFORM 4600-FIND-BRANCH
           MOVE WS-LOOKUP-BRANCH  TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ       TO TRANS-SEQ
           MOVE 'LOAN DISB'       TO TRANS-DESC
           MOVE LN-DISB-ACCT-ID   TO TRANS-XFER-ACCT-ID
           SET  TRANS-XFER-DEBIT  TO TRUE
           WRITE TRANSACTION-RECORD
      *> Credit leg — same TRANS-SEQ, accounts swapped
           MOVE LN-DISB-ACCT-ID   TO TRANS-ACCT-ID
           MOVE LN-DISB-ACCT-ID   TO WS-LOOKUP-ACCT
           PERFORM 4600-FIND-BRANCH
           MOVE WS-LOOKUP-BRANCH  TO TRANS-BRANCH
           MOVE LN-ACCT-ID        TO TRANS-XFER-ACCT-ID
           SET  TRANS-XFER-CREDIT TO TRUE
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-NEXT-SEQ
           SET  LN-DISB-PENDING   TO TRUE
           MOVE 'DISBURSED'       TO WS-ACTION
           ADD 1 TO WS-CTR-BOOKED
           .

      *>================================================================*
      *> CHECK DISBURSED — the loan account's balance on tonight's
      *> posted master goes negative when the disbursement's debit
      *> leg posts. Until then the note stays pending and accrues
      *> nothing; a pair that was rejected keeps it on the report.
      *>================================================================*
       4050-CHECK-DISBURSED.
           MOVE LN-ACCT-ID TO WS-LOOKUP-ACCT
           PERFORM 4600-FIND-BRANCH
           IF WS-LOOKUP-BALANCE < 0
               SET  LN-ACTIVE     TO TRUE
               MOVE 'ACTIVATED'   TO WS-ACTION
               ADD 1 TO WS-CTR-ACTIVATED
           ELSE
               MOVE 'DISB PEND'   TO WS-ACTION
               ADD 1 TO WS-CTR-DISB-PENDING
           END-IF
           .

      *> One month forward off LN-NEXT-DUE-DATE, the day restored
      *> from the note date and clamped to the landing month.
       4500-ROLL-DUE-DATE.
           MOVE LN-NEXT-DUE-DATE TO WS-NEW-DUE
           MOVE LN-ORIG-DATE     TO WS-ANCHOR-DATE
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
           MOVE WS-NEW-DUE TO LN-NEXT-DUE-DATE
           .

       4600-FIND-BRANCH.
           MOVE SPACES TO WS-LOOKUP-BRANCH
           MOVE 0      TO WS-LOOKUP-BALANCE
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               OR WS-MB-ACCT-ID(WS-MB-IDX) = WS-LOOKUP-ACCT
               CONTINUE
           END-PERFORM
           IF WS-MB-IDX NOT > WS-MB-COUNT
               MOVE WS-MB-BRANCH(WS-MB-IDX) TO WS-LOOKUP-BRANCH
               MOVE WS-MB-BALANCE(WS-MB-IDX) TO WS-LOOKUP-BALANCE
           END-IF
           .

       5000-REWRITE-LOAN-FILE.
           OPEN OUTPUT LOAN-FILE
           IF WS-LN-STATUS NOT = '00'
               DISPLAY 'LOANACRL: ERROR rewriting LOAN-MASTER.DAT, '
                       'STATUS=' WS-LN-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               MOVE WS-LN-ROW(WS-LN-IDX) TO LOAN-MASTER-RECORD
               WRITE LOAN-MASTER-RECORD
           END-PERFORM
           CLOSE LOAN-FILE
           .

       7000-FINAL-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-TOTAL-PRINCIPAL   TO TOT-PRINCIPAL
           MOVE WS-TOTAL-DAY-ACCRUAL TO TOT-DAY-ACCRUAL
           MOVE WS-TOTAL-ACCRUED     TO TOT-ACCRUED
           WRITE REPORT-LINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .

       9000-TERMINATE.
           IF WS-LTRANS-STATUS = '00'
               CLOSE LOAN-TRANS-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY '--- LOANACRL Summary ---'
           DISPLAY '  Loans read         : ' WS-CTR-LOANS-READ
           DISPLAY '  Payments applied   : ' WS-CTR-PAYMENTS
           DISPLAY '  Payments unmatched : ' WS-CTR-PAY-UNMATCHED
           DISPLAY '  Loans disbursed    : ' WS-CTR-BOOKED
           DISPLAY '  Loans activated    : ' WS-CTR-ACTIVATED
           DISPLAY '  Disbursement pend. : ' WS-CTR-DISB-PENDING
           DISPLAY '  Loans accrued      : ' WS-CTR-ACCRUED
           DISPLAY '  Loans paid off     : ' WS-CTR-PAID-OFF
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
