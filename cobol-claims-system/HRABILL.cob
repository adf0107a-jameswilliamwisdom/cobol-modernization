      *>================================================================*
      *> HRABILL.cob — Monthly HRA employer funding invoice
      *> Compile: cobc -x -free -I copybooks HRABILL.cob
      *> The groups fund their HRAs as the money is drawn, billed in
      *> arrears: run early in the month, this invoices each group
      *> for every HRA draw on the ledger through the month just
      *> ended that no earlier invoice has carried — a draw paid
      *> late in a month the last run had already closed bills on
      *> this one. One invoice per group, itemized by claim with
      *> the deductible, coinsurance and copay each draw covered.
      *> Billed rows are stamped with the invoice month on the
      *> ledger, so a rerun for the same month bills nothing again.
      *>
      *> Input:  data/HRA-LEDGER.DAT           (LINE SEQ, HRALDG)
      *> Output: data/HRA-LEDGER.DAT           (rewritten)
      *>         data/HRA-FUNDING-INVOICES.TXT (LINE SEQUENTIAL)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRABILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRA-LEDGER-FILE
               ASSIGN TO 'data/HRA-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRL-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO 'data/HRA-FUNDING-INVOICES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HRA-LEDGER-FILE.
       COPY HRALDG.

       FD  INVOICE-FILE.
       01  INVOICE-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HRL-STATUS              PIC XX.
       01  WS-INV-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY            PIC 9(4).
           05  WS-RUN-MM              PIC 9(2).
           05  WS-RUN-DD              PIC 9(2).
       01  WS-BILL-MONTH              PIC 9(6).
       01  WS-BILL-MONTH-PARTS REDEFINES WS-BILL-MONTH.
           05  WS-BILL-YYYY           PIC 9(4).
           05  WS-BILL-MM             PIC 9(2).

      *> The ledger in memory — stamped as it bills, then written
      *> back whole
       01  WS-LG-COUNT                PIC 9(4) VALUE 0.
       01  WS-LG-TABLE.
           05  WS-LG-ENTRY            PIC X(120) OCCURS 3000.
       01  WS-LG-IDX                  PIC 9(4).

      *> Groups with draws to bill this month
       01  WS-GP-COUNT                PIC 9(3) VALUE 0.
       01  WS-GP-TABLE.
           05  WS-GP-ENTRY OCCURS 100.
               10  WS-GP-ID           PIC X(5).
               10  WS-GP-DRAWS        PIC 9(5).
               10  WS-GP-DEDUCT       PIC S9(9)V99.
               10  WS-GP-COINS        PIC S9(9)V99.
               10  WS-GP-COPAY        PIC S9(9)V99.
               10  WS-GP-TOTAL        PIC S9(9)V99.
       01  WS-GP-IDX                  PIC 9(3).

       01  WS-CTR-BILLED              PIC 9(5) VALUE 0.
       01  WS-AMT-BILLED              PIC S9(11)V99 VALUE 0.

       01  INV-HDR-LINE.
           05  FILLER                 PIC X(24)
               VALUE 'HRA FUNDING INVOICE -   '.
           05  FILLER                 PIC X(7)  VALUE 'GROUP: '.
           05  INV-HDR-GROUP          PIC X(5).
           05  FILLER                 PIC X(18)
               VALUE '   FOR DRAWS THRU '.
           05  INV-HDR-MONTH          PIC 9(6).
           05  FILLER                 PIC X(12) VALUE '   INVOICED '.
           05  INV-HDR-DATE           PIC 9(8).
           05  FILLER                 PIC X(20) VALUE SPACES.
       01  INV-COL-LINE.
           05  FILLER                 PIC X(50) VALUE
               'MEMBER      CLAIM         PAID      CHECK     DEDU'.
           05  FILLER                 PIC X(50) VALUE
               'CTIBLE       COINS       COPAY    HRA DRAW'.
       01  INV-DTL-LINE.
           05  INV-DTL-MEMBER         PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-DTL-CLAIM          PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-DTL-DATE           PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-DTL-CHECK          PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-DTL-DEDUCT         PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-DTL-COINS          PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-DTL-COPAY          PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-DTL-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(8)  VALUE SPACES.
       01  INV-TOT-LINE.
           05  FILLER                 PIC X(46)
               VALUE 'TOTAL DRAWN - AMOUNT DUE FROM GROUP'.
           05  INV-TOT-DEDUCT         PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-TOT-COINS          PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-TOT-COPAY          PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  INV-TOT-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(8)  VALUE SPACES.
       01  INV-SUM-LINE.
           05  FILLER                 PIC X(30)
               VALUE 'HRA FUNDING INVOICES - GROUPS '.
           05  INV-SUM-GROUPS         PIC ZZ9.
           05  FILLER                 PIC X(9)  VALUE '   DRAWS '.
           05  INV-SUM-DRAWS          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE '   BILLED '.
           05  INV-SUM-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'HRABILL - HRA EMPLOYER FUNDING INVOICES'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
      *> Billed in arrears — the month before the run month
           IF WS-RUN-MM = 1
               COMPUTE WS-BILL-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-BILL-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-BILL-YYYY
               COMPUTE WS-BILL-MM = WS-RUN-MM - 1
           END-IF
           PERFORM LOAD-HRA-LEDGER
           PERFORM COLLECT-UNBILLED-DRAWS
           PERFORM WRITE-INVOICES
           IF WS-CTR-BILLED > 0
               PERFORM REWRITE-HRA-LEDGER
           END-IF
           DISPLAY 'HRABILL COMPLETE - MONTH ' WS-BILL-MONTH
           DISPLAY '  GROUPS INVOICED: ' WS-GP-COUNT
           DISPLAY '  DRAWS BILLED:    ' WS-CTR-BILLED
               ' FOR $' WS-AMT-BILLED
           STOP RUN.

       LOAD-HRA-LEDGER.
           OPEN INPUT HRA-LEDGER-FILE
           IF WS-HRL-STATUS NOT = '00'
               DISPLAY 'HRABILL: NO HRA-LEDGER.DAT - NOTHING DRAWN'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HRA-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> HRA-LEDGER.DAT is rewritten from this table, so overflow
      *> must stop the run rather than drop a draw
                       IF WS-LG-COUNT = 3000
                           DISPLAY 'HRABILL: ERROR - HRA LEDGER '
                               'EXCEEDS THE 3000-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LG-COUNT
                       MOVE HRA-LEDGER-RECORD
                           TO WS-LG-ENTRY(WS-LG-COUNT)
               END-READ
           END-PERFORM
           CLOSE HRA-LEDGER-FILE
           DISPLAY 'HRA LEDGER LOADED: ' WS-LG-COUNT.

      *>================================================================*
      *> COLLECT-UNBILLED-DRAWS: Every unbilled draw paid through
      *> the billing month rolls into its group's totals.
      *>================================================================*
       COLLECT-UNBILLED-DRAWS.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT
               MOVE WS-LG-ENTRY(WS-LG-IDX) TO HRA-LEDGER-RECORD
               IF HRL-INVOICE-MONTH = 0
                   AND HRL-PAY-DATE(1:6) NOT > WS-BILL-MONTH
                   PERFORM FIND-OR-ADD-GROUP
                   ADD 1 TO WS-GP-DRAWS(WS-GP-IDX)
                   ADD HRL-DEDUCT-PAID TO WS-GP-DEDUCT(WS-GP-IDX)
                   ADD HRL-COINS-PAID  TO WS-GP-COINS(WS-GP-IDX)
                   ADD HRL-COPAY-PAID  TO WS-GP-COPAY(WS-GP-IDX)
                   ADD HRL-AMOUNT      TO WS-GP-TOTAL(WS-GP-IDX)
               END-IF
           END-PERFORM.

       FIND-OR-ADD-GROUP.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GP-COUNT
               OR WS-GP-ID(WS-GP-IDX) = HRL-GROUP-ID
               CONTINUE
           END-PERFORM
           IF WS-GP-IDX > WS-GP-COUNT
               IF WS-GP-COUNT = 100
                   DISPLAY 'HRABILL: ERROR - MORE THAN 100 GROUPS '
                       'TO INVOICE - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GP-COUNT
               MOVE WS-GP-COUNT  TO WS-GP-IDX
               MOVE HRL-GROUP-ID TO WS-GP-ID(WS-GP-IDX)
               MOVE 0 TO WS-GP-DRAWS(WS-GP-IDX)
               MOVE 0 TO WS-GP-DEDUCT(WS-GP-IDX)
               MOVE 0 TO WS-GP-COINS(WS-GP-IDX)
               MOVE 0 TO WS-GP-COPAY(WS-GP-IDX)
               MOVE 0 TO WS-GP-TOTAL(WS-GP-IDX)
           END-IF.

      *>================================================================*
      *> WRITE-INVOICES: One page per group — its draws itemized,
      *> each stamped billed on the ledger as it prints — and a
      *> closing summary of the month's billing.
      *>================================================================*
       WRITE-INVOICES.
           OPEN OUTPUT INVOICE-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'HRABILL: ERROR OPENING INVOICES: '
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
               UNTIL WS-GP-IDX > WS-GP-COUNT
               PERFORM WRITE-ONE-INVOICE
           END-PERFORM
           MOVE WS-GP-COUNT   TO INV-SUM-GROUPS
           MOVE WS-CTR-BILLED TO INV-SUM-DRAWS
           MOVE WS-AMT-BILLED TO INV-SUM-AMOUNT
           WRITE INVOICE-LINE FROM INV-SUM-LINE
               AFTER ADVANCING PAGE
           CLOSE INVOICE-FILE.

       WRITE-ONE-INVOICE.
           MOVE WS-GP-ID(WS-GP-IDX) TO INV-HDR-GROUP
           MOVE WS-BILL-MONTH       TO INV-HDR-MONTH
           MOVE WS-RUN-DATE         TO INV-HDR-DATE
           WRITE INVOICE-LINE FROM INV-HDR-LINE
               AFTER ADVANCING PAGE
           WRITE INVOICE-LINE FROM INV-COL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT
               MOVE WS-LG-ENTRY(WS-LG-IDX) TO HRA-LEDGER-RECORD
               IF HRL-INVOICE-MONTH = 0
                   AND HRL-PAY-DATE(1:6) NOT > WS-BILL-MONTH
                   AND HRL-GROUP-ID = WS-GP-ID(WS-GP-IDX)
                   PERFORM BILL-ONE-DRAW
               END-IF
           END-PERFORM
           MOVE WS-GP-DEDUCT(WS-GP-IDX) TO INV-TOT-DEDUCT
           MOVE WS-GP-COINS(WS-GP-IDX)  TO INV-TOT-COINS
           MOVE WS-GP-COPAY(WS-GP-IDX)  TO INV-TOT-COPAY
           MOVE WS-GP-TOTAL(WS-GP-IDX)  TO INV-TOT-AMOUNT
           WRITE INVOICE-LINE FROM INV-TOT-LINE
               AFTER ADVANCING 2 LINES.

       BILL-ONE-DRAW.
           MOVE HRL-MEMBER-ID    TO INV-DTL-MEMBER
           MOVE HRL-CLAIM-ID     TO INV-DTL-CLAIM
           MOVE HRL-PAY-DATE     TO INV-DTL-DATE
           MOVE HRL-CHECK-NUMBER TO INV-DTL-CHECK
           MOVE HRL-DEDUCT-PAID  TO INV-DTL-DEDUCT
           MOVE HRL-COINS-PAID   TO INV-DTL-COINS
           MOVE HRL-COPAY-PAID   TO INV-DTL-COPAY
           MOVE HRL-AMOUNT       TO INV-DTL-AMOUNT
           WRITE INVOICE-LINE FROM INV-DTL-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-BILL-MONTH TO HRL-INVOICE-MONTH
           MOVE HRA-LEDGER-RECORD TO WS-LG-ENTRY(WS-LG-IDX)
           ADD 1 TO WS-CTR-BILLED
           ADD HRL-AMOUNT TO WS-AMT-BILLED.

       REWRITE-HRA-LEDGER.
           OPEN OUTPUT HRA-LEDGER-FILE
           IF WS-HRL-STATUS NOT = '00'
               DISPLAY 'HRABILL: ERROR REWRITING HRA-LEDGER: '
                   WS-HRL-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT
               MOVE WS-LG-ENTRY(WS-LG-IDX) TO HRA-LEDGER-RECORD
               WRITE HRA-LEDGER-RECORD
           END-PERFORM
           CLOSE HRA-LEDGER-FILE.
