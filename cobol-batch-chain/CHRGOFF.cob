      *>================================================================*
      *> CHRGOFF.cob — Monthly Charge-Off of Aged Negative Balances
      *>
      *> The step after NEGBAL: NEGBAL ages the overdrawn balances
      *> left on closed and frozen accounts, this run writes off the
      *> ones that have aged past the charge-off threshold. Each
      *> account written off gets
      *>   - a deposit for the overdrawn amount with TRANS-DESC
      *>     'CHARGE-OFF', which TXNAPPLY books as audit type 'X' so
      *>     the balance returns to zero on the trail and GLEXTRACT
      *>     carries the write-off on its own line;
      *>   - a TRANS-MAINTENANCE 'CO' action behind it that stamps
      *>     the master charged-off ('O'),
      *> both dropped into data/CHARGEOFF-TRANS.DAT for TXNSORT's
      *> merge — the same synthetic-transaction pattern ESCHEAT uses
      *> — and a pending row on the charged-off ledger carrying the
      *> debt. Nothing has been written off until TXNAPPLY posts the
      *> credit, so the row only counts as charged off (open) once
      *> TXNAPPLY reports it posted.
      *>
      *> Before charging anything off, the run works through every
      *> item TXNAPPLY queued on CHARGEOFF-RECOVERY.DAT since the
      *> last run, then empties that file:
      *>   - a write-off credit posted: its pending row goes open;
      *>   - a write-off credit rejected (the account was cured or
      *>     its overdraft moved before posting): its pending row is
      *>     dropped, and the account is judged afresh below;
      *>   - a recovery (a deposit or collection-agency payment to
      *>     a charged-off account) credits its row, and a row
      *>     recovered in full is marked paid.
      *>
      *> The threshold, in days since the account's last activity
      *> (NEGBAL's aging), comes from data/CHARGEOFF-PARM.DAT when
      *> ops has dropped one; otherwise WS-DEFAULT-THRESHOLD applies.
      *> Run standalone once a month, after the daily chain.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT       (SEQUENTIAL, binary)
      *>         data/CHARGEOFF-LEDGER.DAT    (LINE SEQUENTIAL, CHGOFF)
      *>         data/CHARGEOFF-RECOVERY.DAT  (LINE SEQUENTIAL, CORECOV)
      *>         data/CHARGEOFF-PARM.DAT      (LINE SEQUENTIAL, optional
      *>                                       — threshold days 9(3))
      *> Output: data/CHARGEOFF-LEDGER.DAT    (rewritten)
      *>         data/CHARGEOFF-RECOVERY.DAT  (emptied once applied)
      *>         data/CHARGEOFF-TRANS.DAT     (LINE SEQUENTIAL,
      *>                                       TRANSREC, merged by
      *>                                       TXNSORT)
      *>         data/CHARGEOFF-REPORT.TXT    (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = nothing charged off,
      *>                4 = write-offs generated (normal when due),
      *>                    or a recovery or write-off outcome named
      *>                    no ledger row,
      *>                8 = input file error
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHRGOFF.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO 'data/CHARGEOFF-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT RECOVERY-FILE
               ASSIGN TO 'data/CHARGEOFF-RECOVERY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'data/CHARGEOFF-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHGOFF-TRANS-FILE
               ASSIGN TO 'data/CHARGEOFF-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRANS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/CHARGEOFF-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LEDGER-FILE.
       COPY CHGOFF.

       FD  RECOVERY-FILE.
       COPY CORECOV.

       FD  PARM-FILE.
       01  CHARGEOFF-PARM-RECORD.
           05  CP-THRESHOLD-DAYS      PIC 9(3).
           05  CP-FILLER              PIC X(77).

       FD  CHGOFF-TRANS-FILE.
       01  CHGOFF-TRANS-RECORD            PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       COPY TRANSREC.

       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-LEDG-STATUS                 PIC XX.
       01  WS-CR-STATUS                   PIC XX.
       01  WS-PARM-STATUS                 PIC XX.
       01  WS-CTRANS-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-CUST-EOF-FLAG               PIC X(1)  VALUE 'N'.
           88  CUST-EOF                             VALUE 'Y'.
       01  WS-CR-EOF-FLAG                 PIC X(1)  VALUE 'N'.
           88  CR-EOF                               VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Charge-off threshold, in days past last activity. Regulatory
      *> guidance expects an overdrawn deposit account charged off
      *> within 60 days; CHARGEOFF-PARM.DAT overrides it when present.
      *>----------------------------------------------------------------*
       01  WS-DEFAULT-THRESHOLD           PIC 9(3)  VALUE 060.
       01  WS-THRESHOLD-DAYS              PIC 9(3).

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-JULIAN                  PIC 9(7) COMP.
       01  WS-LAST-ACT-JULIAN             PIC 9(7) COMP.
       01  WS-DAYS-AGED                   PIC S9(7).
       01  WS-CHGOFF-AMOUNT               PIC 9(7)V99.
       01  WS-CHGOFF-SEQ                  PIC 9(6).

      *>----------------------------------------------------------------*
      *> Charged-off ledger — the file image per row, worked in
      *> memory and rewritten at end of run.
      *>----------------------------------------------------------------*
       01  WS-CO-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-CO-TABLE-AREA.
           05  WS-CO-ROW OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CO-COUNT
                   INDEXED BY WS-CO-IDX
                                          PIC X(100).

      *>----------------------------------------------------------------*
      *> Synthetic-transaction sequence — CHRGOFF's own block, the
      *> way ESCHEAT and the other generators each run theirs.
      *>----------------------------------------------------------------*
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 980001.

       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-CHARGED-OFF             PIC 9(7)  VALUE 0.
       01  WS-CTR-ALREADY-ON-LEDGER       PIC 9(7)  VALUE 0.
       01  WS-CTR-RECOVERIES              PIC 9(7)  VALUE 0.
       01  WS-CTR-REC-UNMATCHED           PIC 9(7)  VALUE 0.
       01  WS-CTR-PAID                    PIC 9(7)  VALUE 0.
       01  WS-CTR-CONFIRMED               PIC 9(7)  VALUE 0.
       01  WS-CTR-DROPPED                 PIC 9(7)  VALUE 0.
       01  WS-CTR-PENDING                 PIC 9(7)  VALUE 0.
       01  WS-TOTAL-CONFIRMED             PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DROPPED               PIC 9(9)V99 VALUE 0.
       01  WS-LEDGER-PENDING              PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-CHARGED-OFF           PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-RECOVERED             PIC 9(9)V99 VALUE 0.
       01  WS-LEDGER-OUTSTANDING          PIC S9(9)V99 VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(38)
               VALUE 'CHARGE-OFF RUN - NEGATIVE BALANCES - '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(17)
               VALUE '   THRESHOLD DAYS'.
           05  HDR-THRESHOLD              PIC ZZ9.
           05  FILLER                     PIC X(34) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'ACCT-ID'.
           05  FILLER              PIC X(27)  VALUE 'NAME'.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(3)   VALUE 'ST'.
           05  FILLER              PIC X(10)  VALUE 'DAYS-AGED'.
           05  FILLER              PIC X(16)  VALUE '          AMOUNT'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(27)  VALUE 'ACTION'.
       01  DTL-LINE.
           05  DTL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NAME                   PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-STATUS                 PIC X(1).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-DAYS-AGED              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  DTL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-ACTION                 PIC X(12).
           05  FILLER                     PIC X(15) VALUE SPACES.
       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(30).
           05  TOT-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(40) VALUE SPACES.
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-APPLY-RECOVERIES
               PERFORM 3000-READ-CUSTOMER
               PERFORM 3100-PROCESS-CUSTOMER
                   UNTIL CUST-EOF
               PERFORM 5000-REWRITE-LEDGER
               PERFORM 7000-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- CHRGOFF: Monthly Charge-Off Run ---'
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
           MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD-DAYS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF CP-THRESHOLD-DAYS IS NUMERIC
                           AND CP-THRESHOLD-DAYS > 0
                           MOVE CP-THRESHOLD-DAYS
                               TO WS-THRESHOLD-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           PERFORM 1100-LOAD-LEDGER
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'CHRGOFF: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHGOFF-TRANS-FILE
           IF WS-CTRANS-STATUS NOT = '00'
               DISPLAY 'CHRGOFF: ERROR opening CHARGEOFF-TRANS.DAT, '
                       'STATUS=' WS-CTRANS-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE       TO HDR-RUN-DATE
           MOVE WS-THRESHOLD-DAYS TO HDR-THRESHOLD
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

       1100-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDG-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'CHRGOFF: ERROR opening CHARGEOFF-LEDGER.DAT, '
                       'STATUS=' WS-LEDG-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDG-STATUS NOT = '00'
               READ LEDGER-FILE
                   AT END
                       MOVE '10' TO WS-LEDG-STATUS
                   NOT AT END
      *> The ledger is rewritten from this table at end of run, so
      *> an overflow must stop the run rather than drop debt
                       IF WS-CO-COUNT = 2000
                           DISPLAY 'CHRGOFF: ERROR - more than 2000 '
                               'ledger rows; table full, run '
                               'abandoned before any rewrite'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CO-COUNT
                       MOVE CHARGEOFF-RECORD
                           TO WS-CO-ROW(WS-CO-COUNT)
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .

      *>================================================================*
      *> APPLY RECOVERIES — each item TXNAPPLY queued confirms,
      *> drops or credits its ledger row; the file is emptied behind
      *> the pass so a rerun can't apply the same item twice.
      *>================================================================*
       2000-APPLY-RECOVERIES.
           OPEN INPUT RECOVERY-FILE
           IF WS-CR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CR-EOF
               READ RECOVERY-FILE
                   AT END
                       SET CR-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-APPLY-ONE-RECOVERY
               END-READ
           END-PERFORM
           CLOSE RECOVERY-FILE
           OPEN OUTPUT RECOVERY-FILE
           CLOSE RECOVERY-FILE
           .

       2100-APPLY-ONE-RECOVERY.
           IF CR-CHGOFF-POSTED OR CR-CHGOFF-REJECTED
               PERFORM 2200-SETTLE-PENDING-ROW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               OR WS-CO-ROW(WS-CO-IDX)(1:8) = CR-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-CO-IDX > WS-CO-COUNT
               DISPLAY 'CHRGOFF: recovery for ' CR-ACCT-ID
                   ' seq ' CR-SEQ ' names no charged-off ledger row'
               ADD 1 TO WS-CTR-REC-UNMATCHED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CO-ROW(WS-CO-IDX) TO CHARGEOFF-RECORD
           ADD CR-AMOUNT TO CO-RECOVERED-AMT
           MOVE CR-DATE  TO CO-LAST-RECOVERY
           ADD 1 TO WS-CTR-RECOVERIES
           ADD CR-AMOUNT TO WS-TOTAL-RECOVERED
           MOVE CO-ACCT-ID  TO DTL-ACCT-ID
           MOVE CO-NAME     TO DTL-NAME
           MOVE CO-BRANCH   TO DTL-BRANCH
           MOVE 'O'         TO DTL-STATUS
           MOVE 0           TO DTL-DAYS-AGED
           MOVE CR-AMOUNT   TO DTL-AMOUNT
           MOVE 'RECOVERY'  TO DTL-ACTION
           IF CO-OPEN AND CO-RECOVERED-AMT >= CO-CHGOFF-AMT
               SET CO-PAID TO TRUE
               ADD 1 TO WS-CTR-PAID
               MOVE 'RECOVERED'  TO DTL-ACTION
           END-IF
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           MOVE CHARGEOFF-RECORD TO WS-CO-ROW(WS-CO-IDX)
           .

      *>================================================================*
      *> SETTLE PENDING ROW — TXNAPPLY's outcome on a write-off
      *> credit, matched to the pending row by account and the
      *> credit's sequence. Posted: the debt is now on the ledger.
      *> Rejected: the balance never left the master, so the row is
      *> taken out of the table and the account can qualify again.
      *>================================================================*
       2200-SETTLE-PENDING-ROW.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               OR (WS-CO-ROW(WS-CO-IDX)(1:8) = CR-ACCT-ID
                   AND WS-CO-ROW(WS-CO-IDX)(76:1) = 'W'
                   AND WS-CO-ROW(WS-CO-IDX)(77:6) = CR-SEQ)
               CONTINUE
           END-PERFORM
           IF WS-CO-IDX > WS-CO-COUNT
               DISPLAY 'CHRGOFF: write-off outcome for ' CR-ACCT-ID
                   ' seq ' CR-SEQ ' names no pending ledger row'
               ADD 1 TO WS-CTR-REC-UNMATCHED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CO-ROW(WS-CO-IDX) TO CHARGEOFF-RECORD
           MOVE CO-ACCT-ID    TO DTL-ACCT-ID
           MOVE CO-NAME       TO DTL-NAME
           MOVE CO-BRANCH     TO DTL-BRANCH
           MOVE CO-DAYS-AGED  TO DTL-DAYS-AGED
           MOVE CO-CHGOFF-AMT TO DTL-AMOUNT
           IF CR-CHGOFF-POSTED
               SET CO-OPEN TO TRUE
               MOVE 'O'             TO DTL-STATUS
               MOVE 'CHARGED OFF'   TO DTL-ACTION
               MOVE CHARGEOFF-RECORD TO WS-CO-ROW(WS-CO-IDX)
               ADD 1 TO WS-CTR-CONFIRMED
               ADD CO-CHGOFF-AMT TO WS-TOTAL-CONFIRMED
           ELSE
               MOVE SPACE           TO DTL-STATUS
               MOVE 'CO REJECTED'   TO DTL-ACTION
               PERFORM VARYING WS-CO-IDX FROM WS-CO-IDX BY 1
                   UNTIL WS-CO-IDX >= WS-CO-COUNT
                   MOVE WS-CO-ROW(WS-CO-IDX + 1)
                       TO WS-CO-ROW(WS-CO-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-CO-COUNT
               ADD 1 TO WS-CTR-DROPPED
               ADD CO-CHGOFF-AMT TO WS-TOTAL-DROPPED
           END-IF
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       3000-READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   SET CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-CUST-READ
           END-READ
           .

      *>================================================================*
      *> PROCESS CUSTOMER — a closed or frozen deposit account still
      *> overdrawn past the threshold is written off. A loan carries
      *> a negative balance by design and is never a candidate; an
      *> account already on the ledger (including a charge-off
      *> generated but not yet posted) is not charged off twice.
      *>================================================================*
       3100-PROCESS-CUSTOMER.
           IF (CUST-CLOSED OR CUST-FROZEN)
                   AND CUST-BALANCE < 0
                   AND NOT CUST-LOAN
               COMPUTE WS-LAST-ACT-JULIAN =
                   FUNCTION INTEGER-OF-DATE(CUST-LAST-ACTIVITY)
               COMPUTE WS-DAYS-AGED =
                   WS-RUN-JULIAN - WS-LAST-ACT-JULIAN
               IF WS-DAYS-AGED > WS-THRESHOLD-DAYS
                   PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-CO-COUNT
                       OR WS-CO-ROW(WS-CO-IDX)(1:8) = CUST-ID
                       CONTINUE
                   END-PERFORM
                   IF WS-CO-IDX > WS-CO-COUNT
                       PERFORM 4000-CHARGE-OFF-ACCOUNT
                   ELSE
                       ADD 1 TO WS-CTR-ALREADY-ON-LEDGER
                   END-IF
               END-IF
           END-IF
           PERFORM 3000-READ-CUSTOMER
           .

      *>================================================================*
      *> CHARGE OFF ACCOUNT — write-off credit, then the 'CO' status
      *> stamp, in that sequence order so the balance is zeroed
      *> before the account is marked; then the ledger row, pending
      *> under the credit's sequence until TXNAPPLY posts it.
      *>================================================================*
       4000-CHARGE-OFF-ACCOUNT.
           IF WS-CO-COUNT = 2000
               DISPLAY 'CHRGOFF: ledger table full - ' CUST-ID
                   ' not charged off this run'
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHGOFF-AMOUNT = 0 - CUST-BALANCE
           INITIALIZE TRANSACTION-RECORD
           MOVE CUST-ID          TO TRANS-ACCT-ID
           SET  TRANS-DEPOSIT    TO TRUE
           MOVE WS-CHGOFF-AMOUNT TO TRANS-AMOUNT
           MOVE WS-RUN-DATE      TO TRANS-DATE
           MOVE CUST-BRANCH      TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ      TO TRANS-SEQ
           MOVE WS-NEXT-SEQ      TO WS-CHGOFF-SEQ
           ADD 1 TO WS-NEXT-SEQ
           MOVE 'CHARGE-OFF'     TO TRANS-DESC
           WRITE CHGOFF-TRANS-RECORD FROM TRANSACTION-RECORD
           INITIALIZE TRANSACTION-RECORD
           MOVE CUST-ID          TO TRANS-ACCT-ID
           SET  TRANS-MAINTENANCE TO TRUE
           MOVE ZEROES           TO TRANS-AMOUNT
           MOVE WS-RUN-DATE      TO TRANS-DATE
           MOVE CUST-BRANCH      TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ      TO TRANS-SEQ
           ADD 1 TO WS-NEXT-SEQ
           MOVE 'CO'             TO TRANS-DESC(1:2)
           WRITE CHGOFF-TRANS-RECORD FROM TRANSACTION-RECORD

           INITIALIZE CHARGEOFF-RECORD
           MOVE WS-CHGOFF-SEQ    TO CO-CHGOFF-SEQ
           MOVE CUST-ID          TO CO-ACCT-ID
           MOVE CUST-NAME        TO CO-NAME
           MOVE CUST-BRANCH      TO CO-BRANCH
           MOVE WS-RUN-DATE      TO CO-CHGOFF-DATE
           MOVE WS-DAYS-AGED     TO CO-DAYS-AGED
           MOVE WS-CHGOFF-AMOUNT TO CO-CHGOFF-AMT
           MOVE 0                TO CO-RECOVERED-AMT
           MOVE 0                TO CO-LAST-RECOVERY
           SET  CO-PENDING       TO TRUE
           ADD 1 TO WS-CO-COUNT
           MOVE CHARGEOFF-RECORD TO WS-CO-ROW(WS-CO-COUNT)

           MOVE CUST-ID          TO DTL-ACCT-ID
           MOVE CUST-NAME        TO DTL-NAME
           MOVE CUST-BRANCH      TO DTL-BRANCH
           MOVE CUST-STATUS      TO DTL-STATUS
           MOVE WS-DAYS-AGED     TO DTL-DAYS-AGED
           MOVE WS-CHGOFF-AMOUNT TO DTL-AMOUNT
           MOVE 'CO PENDING'     TO DTL-ACTION
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CTR-CHARGED-OFF
           ADD WS-CHGOFF-AMOUNT TO WS-TOTAL-CHARGED-OFF
           .

       5000-REWRITE-LEDGER.
           OPEN OUTPUT LEDGER-FILE
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'CHRGOFF: ERROR rewriting CHARGEOFF-LEDGER.DAT, '
                       'STATUS=' WS-LEDG-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               MOVE WS-CO-ROW(WS-CO-IDX) TO CHARGEOFF-RECORD
               IF CO-OPEN
                   COMPUTE WS-LEDGER-OUTSTANDING =
                       WS-LEDGER-OUTSTANDING
                       + CO-CHGOFF-AMT - CO-RECOVERED-AMT
               END-IF
               IF CO-PENDING
                   ADD 1 TO WS-CTR-PENDING
                   ADD CO-CHGOFF-AMT TO WS-LEDGER-PENDING
               END-IF
               WRITE CHARGEOFF-RECORD
           END-PERFORM
           CLOSE LEDGER-FILE
           .

       7000-FINAL-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'WRITE-OFFS CONFIRMED POSTED'  TO TOT-LABEL
           MOVE WS-CTR-CONFIRMED           TO TOT-COUNT
           MOVE WS-TOTAL-CONFIRMED         TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'WRITE-OFFS REJECTED, DROPPED' TO TOT-LABEL
           MOVE WS-CTR-DROPPED             TO TOT-COUNT
           MOVE WS-TOTAL-DROPPED           TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'WRITE-OFFS GENERATED THIS RUN' TO TOT-LABEL
           MOVE WS-CTR-CHARGED-OFF         TO TOT-COUNT
           MOVE WS-TOTAL-CHARGED-OFF       TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECOVERIES APPLIED'       TO TOT-LABEL
           MOVE WS-CTR-RECOVERIES          TO TOT-COUNT
           MOVE WS-TOTAL-RECOVERED         TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LEDGER OUTSTANDING'       TO TOT-LABEL
           MOVE WS-CO-COUNT                TO TOT-COUNT
           MOVE WS-LEDGER-OUTSTANDING      TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LEDGER PENDING POSTING'   TO TOT-LABEL
           MOVE WS-CTR-PENDING             TO TOT-COUNT
           MOVE WS-LEDGER-PENDING          TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

       9000-TERMINATE.
           IF WS-CUSTF-STATUS = '00' OR WS-CUSTF-STATUS = '10'
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CTRANS-STATUS = '00'
               CLOSE CHGOFF-TRANS-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY '--- CHRGOFF Summary ---'
           DISPLAY '  Customers read     : ' WS-CTR-CUST-READ
           DISPLAY '  Threshold days     : ' WS-THRESHOLD-DAYS
           DISPLAY '  Write-offs confirmed: ' WS-CTR-CONFIRMED
           DISPLAY '  Write-offs dropped : ' WS-CTR-DROPPED
           DISPLAY '  Write-offs generated: ' WS-CTR-CHARGED-OFF
           DISPLAY '  Amount generated   : ' WS-TOTAL-CHARGED-OFF
           DISPLAY '  Already on ledger  : ' WS-CTR-ALREADY-ON-LEDGER
           DISPLAY '  Recoveries applied : ' WS-CTR-RECOVERIES
           DISPLAY '  Recoveries unmatched: ' WS-CTR-REC-UNMATCHED
           DISPLAY '  Ledger rows paid   : ' WS-CTR-PAID
           IF WS-RETURN-CODE = 0 AND WS-CTR-CHARGED-OFF > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
