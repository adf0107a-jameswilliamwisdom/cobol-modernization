      *>================================================================*
      *> HRAPAY.cob — HRA payment of member cost share
      *> Compile: cobc -x -free -I copybooks HRAPAY.cob
      *> Runs after CLMPROC, against the ADJUDICATED.DAT it just
      *> wrote. For each claim whose member has an employer-funded
      *> HRA for the claim's plan year, the deductible, coinsurance
      *> and copay the claim left the member — the categories the
      *> group made eligible — are paid from the HRA balance, as far
      *> as the balance goes. The HRA pays the provider or
      *> reimburses the member, as the group chose: one check per
      *> payee per run, numbered off PAY-CONTROL the way CLMPROC
      *> numbers its own and put on the check register so positive
      *> pay and the bank see it.
      *>
      *> Every draw is a row on the HRA ledger, which HRABILL
      *> invoices the groups from each month. A claim already on
      *> the ledger is never paid twice; a rerun against the same
      *> ADJUDICATED.DAT just carries its earlier row forward onto
      *> HRA-PAYMENTS.DAT for the EOB and the member statement.
      *>
      *> Input:  data/ADJUDICATED.DAT     (SEQUENTIAL, CLAIMREC)
      *>         data/HRA-MASTER.DAT      (LINE SEQ, HRAMAST)
      *>         data/HRA-LEDGER.DAT      (LINE SEQ, HRALDG)
      *>         data/MEMBERS.DAT         (SEQUENTIAL, MBRMAST)
      *>         data/PROVIDER-MASTER.DAT (SEQUENTIAL, PROVMAST)
      *>         data/PAY-CONTROL.DAT     (SEQUENTIAL, PAYCTRL)
      *> Output: data/HRA-MASTER.DAT      (rewritten)
      *>         data/HRA-LEDGER.DAT      (draws appended)
      *>         data/HRA-PAYMENTS.DAT    (LINE SEQ, HRALDG — this
      *>                                   ADJUDICATED.DAT's draws)
      *>         data/CHECK-REGISTER.DAT  (issued checks appended)
      *>         data/PAY-CONTROL.DAT     (rewritten)
      *>         data/HRA-PAYMENT-REPORT.TXT (LINE SEQUENTIAL)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRAPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-FILE
               ASSIGN TO 'data/ADJUDICATED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT HRA-MASTER-FILE
               ASSIGN TO 'data/HRA-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRA-STATUS.
           SELECT HRA-LEDGER-FILE
               ASSIGN TO 'data/HRA-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRL-STATUS.
           SELECT HRA-RUN-FILE
               ASSIGN TO 'data/HRA-PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRR-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO 'data/MEMBERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT PAY-CONTROL-IN-FILE
               ASSIGN TO 'data/PAY-CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCI-STATUS.
           SELECT PAY-CONTROL-OUT-FILE
               ASSIGN TO 'data/PAY-CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCO-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'data/CHECK-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/HRA-PAYMENT-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-FILE.
       COPY CLAIMREC.

       FD  HRA-MASTER-FILE.
       COPY HRAMAST.

       FD  HRA-LEDGER-FILE.
       COPY HRALDG.

       FD  HRA-RUN-FILE.
       01  HRA-RUN-RECORD             PIC X(120).

       FD  MEMBER-FILE.
       COPY MBRMAST.

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  PAY-CONTROL-IN-FILE.
       COPY PAYCTRL.

       FD  PAY-CONTROL-OUT-FILE.
       01  PAY-CONTROL-OUT-RECORD     PIC X(26).

       FD  CHECK-REGISTER-FILE.
       COPY CHECKREG.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-HRA-STATUS              PIC XX.
       01  WS-HRL-STATUS              PIC XX.
       01  WS-HRR-STATUS              PIC XX.
       01  WS-MBR-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-PCI-STATUS              PIC XX.
       01  WS-PCO-STATUS              PIC XX.
       01  WS-CHKREG-STATUS           PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).

      *> HRA master in memory — drawn on as claims settle, then
      *> written back whole
       01  WS-HM-COUNT                PIC 9(3) VALUE 0.
       01  WS-HM-TABLE.
           05  WS-HM-ENTRY            PIC X(80) OCCURS 500.
       01  WS-HM-IDX                  PIC 9(3).
       01  WS-HM-FOUND                PIC 9(3).

      *> Claims the ledger already shows paid from an HRA, with the
      *> row itself so a rerun can carry it forward
       01  WS-LG-COUNT                PIC 9(4) VALUE 0.
       01  WS-LG-TABLE.
           05  WS-LG-ENTRY            PIC X(120) OCCURS 3000.
       01  WS-LG-IDX                  PIC 9(4).
       01  WS-LG-FOUND                PIC 9(4).

      *> Payee names for the checks
       01  WS-MB-COUNT                PIC 9(3) VALUE 0.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 200.
               10  WS-MB-ID           PIC X(10).
               10  WS-MB-NAME         PIC X(25).
       01  WS-MB-IDX                  PIC 9(3).

       01  WS-PV-COUNT                PIC 9(3) VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 50.
               10  WS-PV-ID           PIC X(10).
               10  WS-PV-NAME         PIC X(30).
       01  WS-PV-IDX                  PIC 9(3).

      *> One check per payee this run — provider or member
       01  WS-IS-COUNT                PIC 9(3) VALUE 0.
       01  WS-IS-TABLE.
           05  WS-IS-ENTRY OCCURS 100.
               10  WS-IS-PAY-TO       PIC X(1).
               10  WS-IS-PAYEE-ID     PIC X(10).
               10  WS-IS-NUMBER       PIC 9(8).
               10  WS-IS-TOTAL        PIC S9(9)V99.
               10  WS-IS-PAYEE        PIC X(30).
       01  WS-IS-IDX                  PIC 9(3).

       01  WS-NEXT-CHECK-NUMBER       PIC 9(8) VALUE 0.
       01  WS-NEXT-EFT-TRACE          PIC 9(8) VALUE 0.

      *> The claim being gathered off ADJUDICATED.DAT
       01  WS-CUR-CLAIM-ID            PIC X(12) VALUE SPACES.
       01  WS-CUR-MEMBER              PIC X(10).
       01  WS-CUR-PROVIDER            PIC X(10).
       01  WS-CUR-PLAN-YEAR           PIC 9(4).
       01  WS-CUR-DEDUCT              PIC S9(7)V99.
       01  WS-CUR-COINS               PIC S9(7)V99.
       01  WS-CUR-COPAY               PIC S9(7)V99.

      *> The draw on the member's HRA for that claim
       01  WS-ELIGIBLE                PIC S9(7)V99.
       01  WS-DRAW                    PIC S9(7)V99.
       01  WS-LEFT                    PIC S9(7)V99.
       01  WS-PAY-DEDUCT              PIC S9(7)V99.
       01  WS-PAY-COINS               PIC S9(7)V99.
       01  WS-PAY-COPAY               PIC S9(7)V99.
       01  WS-PAYEE-ID                PIC X(10).
       01  WS-PAYEE-NAME              PIC X(30).

       01  WS-CTR-CLAIMS              PIC 9(5) VALUE 0.
       01  WS-CTR-PAID                PIC 9(5) VALUE 0.
       01  WS-CTR-CARRIED             PIC 9(5) VALUE 0.
       01  WS-CTR-EXHAUSTED           PIC 9(5) VALUE 0.
       01  WS-CTR-CHECKS              PIC 9(3) VALUE 0.
       01  WS-AMT-PAID                PIC S9(9)V99 VALUE 0.
       01  WS-AMT-EXHAUSTED           PIC S9(9)V99 VALUE 0.
       01  WS-AMT-CARRIED             PIC S9(9)V99 VALUE 0.

       01  RPT-HDR-LINE.
           05  FILLER                 PIC X(36)
               VALUE 'HRA PAYMENTS OF MEMBER COST SHARE - '.
           05  RPT-HDR-DATE           PIC 9(8).
           05  FILLER                 PIC X(88) VALUE SPACES.
       01  RPT-COL-LINE.
           05  FILLER                 PIC X(44) VALUE
               '  CLAIM         MEMBER      GROUP  TO  PAYEE'.
           05  FILLER                 PIC X(44) VALUE
               '        ELIGIBLE    HRA PAID     BALANCE  CH'.
           05  FILLER                 PIC X(44) VALUE
               'ECK     NOTE'.
       01  RPT-DTL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CLAIM          PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-MEMBER         PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-GROUP          PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-PAY-TO         PIC X(1).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-DTL-PAYEE          PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-DTL-ELIGIBLE       PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-PAID           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-BALANCE        PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CHECK          PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-NOTE           PIC X(24).
           05  FILLER                 PIC X(12) VALUE SPACES.
       01  RPT-TOT-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL          PIC X(30).
           05  RPT-TOT-COUNT          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-TOT-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'HRAPAY - HRA PAYMENT OF MEMBER COST SHARE'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-HRA-MASTER
           PERFORM LOAD-HRA-LEDGER
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-PROVIDERS
           PERFORM LOAD-PAY-CONTROL
           PERFORM PROCESS-ADJUDICATED
           IF WS-IS-COUNT > 0
               PERFORM SAVE-PAY-CONTROL
               PERFORM REGISTER-ISSUED-CHECKS
           END-IF
           IF WS-CTR-PAID > 0
               PERFORM REWRITE-HRA-MASTER
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'HRAPAY COMPLETE'
           DISPLAY '  CLAIMS READ:     ' WS-CTR-CLAIMS
           DISPLAY '  PAID FROM HRA:   ' WS-CTR-PAID
               ' FOR $' WS-AMT-PAID
           DISPLAY '  ALREADY PAID:    ' WS-CTR-CARRIED
           DISPLAY '  CHECKS ISSUED:   ' WS-CTR-CHECKS
           STOP RUN.

      *>================================================================*
      *> LOAD-HRA-MASTER: No master on file means no group funds an
      *> HRA yet — the run still empties HRA-PAYMENTS.DAT so the EOB
      *> never prints a draw left over from an earlier night.
      *>================================================================*
       LOAD-HRA-MASTER.
           OPEN INPUT HRA-MASTER-FILE
           IF WS-HRA-STATUS NOT = '00'
               DISPLAY 'HRAPAY: NO HRA-MASTER.DAT - NO HRAS FUNDED'
               OPEN OUTPUT HRA-RUN-FILE
               IF WS-HRR-STATUS = '00'
                   CLOSE HRA-RUN-FILE
               END-IF
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HRA-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> HRA-MASTER.DAT is rewritten from this table, so overflow
      *> must stop the run rather than drop a funded HRA
                       IF WS-HM-COUNT = 500
                           DISPLAY 'HRAPAY: ERROR - HRA MASTER '
                               'EXCEEDS THE 500-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HM-COUNT
                       MOVE HRA-MASTER-RECORD
                           TO WS-HM-ENTRY(WS-HM-COUNT)
               END-READ
           END-PERFORM
           CLOSE HRA-MASTER-FILE
           DISPLAY 'HRA MASTER LOADED: ' WS-HM-COUNT.

       LOAD-HRA-LEDGER.
           OPEN INPUT HRA-LEDGER-FILE
           IF WS-HRL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HRA-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> The ledger is what stops a claim paying twice — a row we
      *> cannot hold is a claim we could pay again
                       IF WS-LG-COUNT = 3000
                           DISPLAY 'HRAPAY: ERROR - HRA LEDGER '
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

       LOAD-MEMBERS.
           OPEN INPUT MEMBER-FILE
           IF WS-MBR-STATUS NOT = '00'
               DISPLAY 'HRAPAY: NO MEMBERS.DAT - MEMBER CHECKS GO '
                   'OUT UNDER THE MEMBER ID'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MB-COUNT < 200
                           ADD 1 TO WS-MB-COUNT
                           MOVE MBR-MEMBER-ID
                               TO WS-MB-ID(WS-MB-COUNT)
                           MOVE MBR-NAME
                               TO WS-MB-NAME(WS-MB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

       LOAD-PROVIDERS.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               DISPLAY 'HRAPAY: NO PROVIDER-MASTER.DAT - PROVIDER '
                   'CHECKS GO OUT UNDER THE PROVIDER ID'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PV-COUNT < 50
                           ADD 1 TO WS-PV-COUNT
                           MOVE PRV-PROVIDER-ID
                               TO WS-PV-ID(WS-PV-COUNT)
                           MOVE PRV-PROVIDER-NAME
                               TO WS-PV-NAME(WS-PV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE.

       LOAD-PAY-CONTROL.
           OPEN INPUT PAY-CONTROL-IN-FILE
           IF WS-PCI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PAY-CONTROL-IN-FILE
               NOT AT END
                   MOVE PC-LAST-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
                   MOVE PC-LAST-EFT-TRACE    TO WS-NEXT-EFT-TRACE
           END-READ
           CLOSE PAY-CONTROL-IN-FILE.

       SAVE-PAY-CONTROL.
           OPEN OUTPUT PAY-CONTROL-OUT-FILE
           IF WS-PCO-STATUS NOT = '00'
               DISPLAY 'HRAPAY: ERROR REWRITING PAY-CONTROL: '
                   WS-PCO-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PAY-CONTROL-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO PC-LAST-CHECK-NUMBER
           MOVE WS-NEXT-EFT-TRACE    TO PC-LAST-EFT-TRACE
           MOVE PAY-CONTROL-RECORD   TO PAY-CONTROL-OUT-RECORD
           WRITE PAY-CONTROL-OUT-RECORD
           CLOSE PAY-CONTROL-OUT-FILE.

      *>================================================================*
      *> PROCESS-ADJUDICATED: One pass — an H record settles the
      *> claim gathered so far and starts the next; A records fold
      *> the member cost share the claim's payable lines left.
      *>================================================================*
       PROCESS-ADJUDICATED.
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'HRAPAY: NO ADJUDICATED.DAT ON FILE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HRA-RUN-FILE
           IF WS-HRR-STATUS NOT = '00'
               DISPLAY 'HRAPAY: ERROR OPENING HRA-PAYMENTS: '
                   WS-HRR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HRA-LEDGER-FILE
           IF WS-HRL-STATUS NOT = '00'
               OPEN OUTPUT HRA-LEDGER-FILE
           END-IF
           IF WS-HRL-STATUS NOT = '00'
               DISPLAY 'HRAPAY: ERROR OPENING HRA-LEDGER: '
                   WS-HRL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO RPT-HDR-DATE
           WRITE REPORT-LINE FROM RPT-HDR-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM RPT-COL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM GATHER-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM SETTLE-CLAIM
           CLOSE ADJ-FILE
           CLOSE HRA-RUN-FILE
           CLOSE HRA-LEDGER-FILE.

       GATHER-ONE-RECORD.
           EVALUATE TRUE
               WHEN CFR-IS-HEADER
                   PERFORM SETTLE-CLAIM
                   ADD 1 TO WS-CTR-CLAIMS
                   MOVE CFR-CLAIM-ID      TO WS-CUR-CLAIM-ID
                   MOVE CFH-MEMBER-ID     TO WS-CUR-MEMBER
                   MOVE CFH-PROVIDER-ID   TO WS-CUR-PROVIDER
                   MOVE CFH-CLAIM-DATE(1:4) TO WS-CUR-PLAN-YEAR
                   MOVE 0 TO WS-CUR-DEDUCT
                   MOVE 0 TO WS-CUR-COINS
                   MOVE 0 TO WS-CUR-COPAY
               WHEN CFR-IS-ADJUDICATION
                   IF CFA-APPROVED OR CFA-PARTIAL
                       ADD CFA-DEDUCT-AMT TO WS-CUR-DEDUCT
                       ADD CFA-COINS-AMT  TO WS-CUR-COINS
                       ADD CFA-COPAY-AMT  TO WS-CUR-COPAY
                   END-IF
               WHEN CFR-IS-VOID
      *> A void closes the claim before it, whose H/A/P rows are
      *> already gathered
                   PERFORM SETTLE-CLAIM
           END-EVALUATE.

      *>================================================================*
      *> SETTLE-CLAIM: Pay the gathered claim's eligible cost share
      *> from the member's HRA for the claim's plan year —
      *> deductible first, then coinsurance, then copay, until the
      *> balance runs out.
      *>================================================================*
       SETTLE-CLAIM.
           IF WS-CUR-CLAIM-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LG-FOUND
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT
               OR WS-LG-FOUND > 0
               IF WS-LG-ENTRY(WS-LG-IDX)(1:12) = WS-CUR-CLAIM-ID
                   MOVE WS-LG-IDX TO WS-LG-FOUND
               END-IF
           END-PERFORM
           IF WS-LG-FOUND > 0
               MOVE WS-LG-ENTRY(WS-LG-FOUND) TO HRA-LEDGER-RECORD
               MOVE WS-LG-ENTRY(WS-LG-FOUND) TO HRA-RUN-RECORD
               WRITE HRA-RUN-RECORD
               ADD 1 TO WS-CTR-CARRIED
               ADD HRL-AMOUNT TO WS-AMT-CARRIED
               MOVE SPACES TO WS-CUR-CLAIM-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MEMBER-HRA
           IF WS-HM-FOUND = 0
               MOVE SPACES TO WS-CUR-CLAIM-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HM-ENTRY(WS-HM-FOUND) TO HRA-MASTER-RECORD
           MOVE 0 TO WS-ELIGIBLE
           IF HRA-DEDUCT-ELIGIBLE
               ADD WS-CUR-DEDUCT TO WS-ELIGIBLE
           END-IF
           IF HRA-COINS-ELIGIBLE
               ADD WS-CUR-COINS TO WS-ELIGIBLE
           END-IF
           IF HRA-COPAY-ELIGIBLE
               ADD WS-CUR-COPAY TO WS-ELIGIBLE
           END-IF
           IF WS-ELIGIBLE NOT > 0
               MOVE SPACES TO WS-CUR-CLAIM-ID
               EXIT PARAGRAPH
           END-IF
           IF HRA-BALANCE NOT > 0
               ADD 1 TO WS-CTR-EXHAUSTED
               ADD WS-ELIGIBLE TO WS-AMT-EXHAUSTED
               MOVE 0 TO WS-DRAW
               PERFORM WRITE-EXHAUSTED-LINE
               MOVE SPACES TO WS-CUR-CLAIM-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-ELIGIBLE > HRA-BALANCE
               MOVE HRA-BALANCE TO WS-DRAW
           ELSE
               MOVE WS-ELIGIBLE TO WS-DRAW
           END-IF
           PERFORM SPLIT-DRAW
           PERFORM FIND-OR-ADD-CHECK
           SUBTRACT WS-DRAW FROM HRA-BALANCE
           ADD WS-DRAW TO HRA-DRAWN-YTD
           MOVE WS-RUN-DATE TO HRA-LAST-DRAW-DATE
           MOVE HRA-MASTER-RECORD TO WS-HM-ENTRY(WS-HM-FOUND)
           ADD WS-DRAW TO WS-IS-TOTAL(WS-IS-IDX)
           PERFORM WRITE-LEDGER-ROW
           ADD 1 TO WS-CTR-PAID
           ADD WS-DRAW TO WS-AMT-PAID
           MOVE SPACES TO WS-CUR-CLAIM-ID.

       FIND-MEMBER-HRA.
           MOVE 0 TO WS-HM-FOUND
           PERFORM VARYING WS-HM-IDX FROM 1 BY 1
               UNTIL WS-HM-IDX > WS-HM-COUNT
               OR WS-HM-FOUND > 0
               MOVE WS-HM-ENTRY(WS-HM-IDX) TO HRA-MASTER-RECORD
               IF HRA-MEMBER-ID = WS-CUR-MEMBER
                   AND HRA-PLAN-YEAR = WS-CUR-PLAN-YEAR
                   MOVE WS-HM-IDX TO WS-HM-FOUND
               END-IF
           END-PERFORM.

      *> The draw comes off the categories in a fixed order, so the
      *> ledger shows exactly which cost share the HRA covered
       SPLIT-DRAW.
           MOVE WS-DRAW TO WS-LEFT
           MOVE 0 TO WS-PAY-DEDUCT
           MOVE 0 TO WS-PAY-COINS
           MOVE 0 TO WS-PAY-COPAY
           IF HRA-DEDUCT-ELIGIBLE
               IF WS-CUR-DEDUCT > WS-LEFT
                   MOVE WS-LEFT TO WS-PAY-DEDUCT
               ELSE
                   MOVE WS-CUR-DEDUCT TO WS-PAY-DEDUCT
               END-IF
               SUBTRACT WS-PAY-DEDUCT FROM WS-LEFT
           END-IF
           IF HRA-COINS-ELIGIBLE
               IF WS-CUR-COINS > WS-LEFT
                   MOVE WS-LEFT TO WS-PAY-COINS
               ELSE
                   MOVE WS-CUR-COINS TO WS-PAY-COINS
               END-IF
               SUBTRACT WS-PAY-COINS FROM WS-LEFT
           END-IF
           IF HRA-COPAY-ELIGIBLE
               IF WS-CUR-COPAY > WS-LEFT
                   MOVE WS-LEFT TO WS-PAY-COPAY
               ELSE
                   MOVE WS-CUR-COPAY TO WS-PAY-COPAY
               END-IF
               SUBTRACT WS-PAY-COPAY FROM WS-LEFT
           END-IF.

      *>================================================================*
      *> FIND-OR-ADD-CHECK: The payee's one check for this run,
      *> numbered from PAY-CONTROL the first time the payee is seen
      *>================================================================*
       FIND-OR-ADD-CHECK.
           IF HRA-PAYS-MEMBER
               MOVE WS-CUR-MEMBER TO WS-PAYEE-ID
           ELSE
               MOVE WS-CUR-PROVIDER TO WS-PAYEE-ID
           END-IF
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
               UNTIL WS-IS-IDX > WS-IS-COUNT
               OR (WS-IS-PAY-TO(WS-IS-IDX) = HRA-PAY-TO
                   AND WS-IS-PAYEE-ID(WS-IS-IDX) = WS-PAYEE-ID)
               CONTINUE
           END-PERFORM
           IF WS-IS-IDX > WS-IS-COUNT
               IF WS-IS-COUNT = 100
                   DISPLAY 'HRAPAY: ERROR - MORE THAN 100 HRA '
                       'PAYEES THIS RUN - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM FIND-PAYEE-NAME
               ADD 1 TO WS-IS-COUNT
               MOVE WS-IS-COUNT TO WS-IS-IDX
               MOVE HRA-PAY-TO    TO WS-IS-PAY-TO(WS-IS-IDX)
               MOVE WS-PAYEE-ID   TO WS-IS-PAYEE-ID(WS-IS-IDX)
               ADD 1 TO WS-NEXT-CHECK-NUMBER
               MOVE WS-NEXT-CHECK-NUMBER TO WS-IS-NUMBER(WS-IS-IDX)
               MOVE 0             TO WS-IS-TOTAL(WS-IS-IDX)
               MOVE WS-PAYEE-NAME TO WS-IS-PAYEE(WS-IS-IDX)
           END-IF.

       FIND-PAYEE-NAME.
           MOVE WS-PAYEE-ID TO WS-PAYEE-NAME
           IF HRA-PAYS-MEMBER
               PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > WS-MB-COUNT
                   IF WS-MB-ID(WS-MB-IDX) = WS-PAYEE-ID
                       MOVE WS-MB-NAME(WS-MB-IDX) TO WS-PAYEE-NAME
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
                   IF WS-PV-ID(WS-PV-IDX) = WS-PAYEE-ID
                       MOVE WS-PV-NAME(WS-PV-IDX) TO WS-PAYEE-NAME
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-LEDGER-ROW.
           INITIALIZE HRA-LEDGER-RECORD
           MOVE WS-CUR-CLAIM-ID          TO HRL-CLAIM-ID
           MOVE WS-CUR-MEMBER            TO HRL-MEMBER-ID
           MOVE HRA-PLAN-YEAR            TO HRL-PLAN-YEAR
           MOVE HRA-GROUP-ID             TO HRL-GROUP-ID
           MOVE HRA-PAY-TO               TO HRL-PAY-TO
           MOVE WS-PAYEE-ID              TO HRL-PAYEE-ID
           MOVE WS-PAY-DEDUCT            TO HRL-DEDUCT-PAID
           MOVE WS-PAY-COINS             TO HRL-COINS-PAID
           MOVE WS-PAY-COPAY             TO HRL-COPAY-PAID
           MOVE WS-DRAW                  TO HRL-AMOUNT
           MOVE HRA-BALANCE              TO HRL-BALANCE-AFTER
           MOVE WS-IS-NUMBER(WS-IS-IDX)  TO HRL-CHECK-NUMBER
           MOVE WS-RUN-DATE              TO HRL-PAY-DATE
           MOVE 0                        TO HRL-INVOICE-MONTH
           WRITE HRA-LEDGER-RECORD
           MOVE HRA-LEDGER-RECORD TO HRA-RUN-RECORD
           WRITE HRA-RUN-RECORD
           MOVE WS-CUR-CLAIM-ID          TO RPT-DTL-CLAIM
           MOVE WS-CUR-MEMBER            TO RPT-DTL-MEMBER
           MOVE HRA-GROUP-ID             TO RPT-DTL-GROUP
           MOVE HRA-PAY-TO               TO RPT-DTL-PAY-TO
           MOVE WS-PAYEE-ID              TO RPT-DTL-PAYEE
           MOVE WS-ELIGIBLE              TO RPT-DTL-ELIGIBLE
           MOVE WS-DRAW                  TO RPT-DTL-PAID
           MOVE HRA-BALANCE              TO RPT-DTL-BALANCE
           MOVE WS-IS-NUMBER(WS-IS-IDX)  TO RPT-DTL-CHECK
           IF WS-DRAW < WS-ELIGIBLE
               MOVE 'BALANCE NOW EXHAUSTED' TO RPT-DTL-NOTE
           ELSE
               MOVE SPACES TO RPT-DTL-NOTE
           END-IF
           WRITE REPORT-LINE FROM RPT-DTL-LINE
               AFTER ADVANCING 1 LINE.

      *> Cost share the HRA would have paid but for a spent balance
      *> — listed so the group can see what its funding left unpaid
       WRITE-EXHAUSTED-LINE.
           MOVE WS-CUR-CLAIM-ID          TO RPT-DTL-CLAIM
           MOVE WS-CUR-MEMBER            TO RPT-DTL-MEMBER
           MOVE HRA-GROUP-ID             TO RPT-DTL-GROUP
           MOVE HRA-PAY-TO               TO RPT-DTL-PAY-TO
           MOVE SPACES                   TO RPT-DTL-PAYEE
           MOVE WS-ELIGIBLE              TO RPT-DTL-ELIGIBLE
           MOVE 0                        TO RPT-DTL-PAID
           MOVE 0                        TO RPT-DTL-BALANCE
           MOVE 0                        TO RPT-DTL-CHECK
           MOVE 'NOT PAID - NO BALANCE'  TO RPT-DTL-NOTE
           WRITE REPORT-LINE FROM RPT-DTL-LINE
               AFTER ADVANCING 1 LINE.

      *>================================================================*
      *> REGISTER-ISSUED-CHECKS: Each check goes on the register the
      *> way CLMPROC registers its own, flagged when it reimburses a
      *> member rather than paying a provider
      *>================================================================*
       REGISTER-ISSUED-CHECKS.
           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS NOT = '00'
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY 'HRAPAY: ERROR APPENDING CHECK REGISTER: '
                   WS-CHKREG-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
               UNTIL WS-IS-IDX > WS-IS-COUNT
               MOVE WS-IS-NUMBER(WS-IS-IDX)   TO CHK-NUMBER
               MOVE WS-IS-PAYEE-ID(WS-IS-IDX) TO CHK-PROVIDER-ID
               MOVE WS-IS-PAYEE(WS-IS-IDX)    TO CHK-PAYEE
               MOVE WS-IS-TOTAL(WS-IS-IDX)    TO CHK-AMOUNT
               MOVE WS-RUN-DATE               TO CHK-ISSUE-DATE
               SET  CHK-OUTSTANDING           TO TRUE
               MOVE 0                         TO CHK-CLEARED-DATE
               IF WS-IS-PAY-TO(WS-IS-IDX) = 'M'
                   SET CHK-TO-MEMBER          TO TRUE
               ELSE
                   SET CHK-TO-PROVIDER        TO TRUE
               END-IF
               WRITE CHECK-REGISTER-RECORD
               ADD 1 TO WS-CTR-CHECKS
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.

       REWRITE-HRA-MASTER.
           OPEN OUTPUT HRA-MASTER-FILE
           IF WS-HRA-STATUS NOT = '00'
               DISPLAY 'HRAPAY: ERROR REWRITING HRA-MASTER: '
                   WS-HRA-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HM-IDX FROM 1 BY 1
               UNTIL WS-HM-IDX > WS-HM-COUNT
               MOVE WS-HM-ENTRY(WS-HM-IDX) TO HRA-MASTER-RECORD
               WRITE HRA-MASTER-RECORD
           END-PERFORM
           CLOSE HRA-MASTER-FILE.

       WRITE-REPORT-TOTALS.
           MOVE 'CLAIMS PAID FROM HRAS' TO RPT-TOT-LABEL
           MOVE WS-CTR-PAID TO RPT-TOT-COUNT
           MOVE WS-AMT-PAID TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CHECKS ISSUED' TO RPT-TOT-LABEL
           MOVE WS-CTR-CHECKS TO RPT-TOT-COUNT
           MOVE WS-AMT-PAID TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'UNPAID - HRA BALANCE SPENT' TO RPT-TOT-LABEL
           MOVE WS-CTR-EXHAUSTED TO RPT-TOT-COUNT
           MOVE WS-AMT-EXHAUSTED TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ALREADY PAID ON AN EARLIER RUN' TO RPT-TOT-LABEL
           MOVE WS-CTR-CARRIED TO RPT-TOT-COUNT
           MOVE WS-AMT-CARRIED TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOT-LINE
               AFTER ADVANCING 1 LINE
           CLOSE REPORT-FILE.
