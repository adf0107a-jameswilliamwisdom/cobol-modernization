      *>================================================================*
      *> CAPBONUS.cob — Quarterly PCP quality and utilization bonus
      *> Compile: cobc -x -free -I copybooks CAPBONUS.cob
      *> The HMO network contracts put a bonus pool on top of the
      *> flat capitation CAPRUN pays: each quarter every capitated
      *> primary-care provider's panel is scored on the metrics
      *> contracting keeps on CAP-BONUS-METRICS.DAT (BONMETR) —
      *> emergency visits and inpatient admits per thousand off the
      *> place of service on claim history, preventive-visit
      *> completion off its procedure codes — against each metric's
      *> target. The panel is what CAPRUN actually paid: the
      *> quarter's rows on CAP-PAID-ROSTERS.DAT give the provider's
      *> member months and which provider a member's claims count
      *> against in each month; the preventive denominator is the
      *> panel in the quarter's last month.
      *>
      *> The pool is a rate per member month (CAP-BONUS-PARM.DAT);
      *> a provider earns the weight of each metric met, as a per
      *> cent of pool rate x member months. Each bonus is paid as a
      *> check or EFT by the provider's fee-schedule preference,
      *> numbered off PAY-CONTROL.DAT the way CLMPROC numbers its
      *> own and entered on the check or EFT register, so positive
      *> pay and the 1099s see it. CAP-BONUS-PAID.DAT records each
      *> quarter paid, so a rerun scores again but never pays twice;
      *> a provider on payment hold is scored but not paid until
      *> the hold lifts and the quarter is rerun. Every provider
      *> scored gets a scorecard.
      *>
      *> Run after the quarter's last capitation run for the quarter
      *> just closed, or the quarter the parm names.
      *>
      *> Input:  data/CAP-BONUS-METRICS.DAT   (LINE SEQ, BONMETR)
      *>         data/CAP-PAID-ROSTERS.DAT    (LINE SEQ, CAPRUN's)
      *>         data/CLAIM-HISTORY.DAT       (SEQUENTIAL, CLMHIST)
      *>         data/PROVIDER-MASTER.DAT     (SEQUENTIAL, PROVMAST)
      *>         data/PROVIDERS.DAT           (SEQUENTIAL, FEESCHED:
      *>                                       pay method)
      *>         data/PAY-CONTROL.DAT         (PAYCTRL)
      *>         data/CAP-BONUS-PARM.DAT      (LINE SEQ, optional:
      *>                 quarter CCYYQ, pool rate 9(3)V99 PMPM)
      *> Output: data/CAP-BONUS-PAYMENTS.TXT  (payment register)
      *>         data/CAP-BONUS-SCORECARDS.TXT (one page per PCP)
      *>         data/CAP-BONUS-PAID.DAT      (quarters paid,
      *>                                       appended)
      *>         data/CHECK-REGISTER.DAT      (checks appended)
      *>         data/EFT-REGISTER.DAT        (EFTs appended)
      *>         data/PAY-CONTROL.DAT         (sequence advanced)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPBONUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METRIC-FILE
               ASSIGN TO 'data/CAP-BONUS-METRICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MET-STATUS.
           SELECT PAID-ROSTER-FILE
               ASSIGN TO 'data/CAP-PAID-ROSTERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDR-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO 'data/CLAIM-HISTORY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT FEE-FILE
               ASSIGN TO 'data/PROVIDERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT PAY-CONTROL-IN-FILE
               ASSIGN TO 'data/PAY-CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PC-IN-STATUS.
           SELECT PAY-CONTROL-OUT-FILE
               ASSIGN TO 'data/PAY-CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PC-OUT-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'data/CAP-BONUS-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BONUS-PAID-FILE
               ASSIGN TO 'data/CAP-BONUS-PAID.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPD-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO 'data/CAP-BONUS-PAYMENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT SCORECARD-FILE
               ASSIGN TO 'data/CAP-BONUS-SCORECARDS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCD-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'data/CHECK-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT EFT-REGISTER-FILE
               ASSIGN TO 'data/EFT-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFTREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METRIC-FILE.
       COPY BONMETR.

       FD  PAID-ROSTER-FILE.
       01  CAP-PAID-ROSTER-RECORD.
           05  CPR-MONTH              PIC 9(6).
           05  CPR-PROVIDER-ID        PIC X(10).
           05  CPR-MEMBER-ID          PIC X(10).
           05  CPR-RATE               PIC 9(4)V99.

       FD  HISTORY-FILE.
       COPY CLMHIST.

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  FEE-FILE.
       COPY FEESCHED.

       FD  PAY-CONTROL-IN-FILE.
       COPY PAYCTRL.

       FD  PAY-CONTROL-OUT-FILE.
       01  PAY-CONTROL-OUT-RECORD     PIC X(26).

       FD  PARM-FILE.
       01  CAP-BONUS-PARM-RECORD.
           05  PARM-QUARTER           PIC X(5).
           05  PARM-POOL-PMPM         PIC X(5).
           05  PARM-POOL-PMPM-9 REDEFINES PARM-POOL-PMPM
                                      PIC 9(3)V99.
           05  PARM-FILLER            PIC X(10).

      *> One row per provider per quarter paid
       FD  BONUS-PAID-FILE.
       01  CAP-BONUS-PAID-RECORD.
           05  CBP-QUARTER            PIC 9(5).
           05  CBP-PROVIDER-ID        PIC X(10).
           05  CBP-PAY-METHOD         PIC X(1).
           05  CBP-PAY-NUMBER         PIC 9(8).
           05  CBP-AMOUNT             PIC 9(7)V99.
           05  CBP-PAY-DATE           PIC 9(8).

       FD  PAYMENT-FILE.
       01  PAYMENT-LINE               PIC X(100).

       FD  SCORECARD-FILE.
       01  SCORECARD-LINE             PIC X(100).

       FD  CHECK-REGISTER-FILE.
       COPY CHECKREG.

       FD  EFT-REGISTER-FILE.
       COPY EFTREG.

       WORKING-STORAGE SECTION.
       01  WS-MET-STATUS              PIC XX.
       01  WS-PDR-STATUS              PIC XX.
       01  WS-HIST-STATUS             PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-FEE-STATUS              PIC XX.
       01  WS-PC-IN-STATUS            PIC XX.
       01  WS-PC-OUT-STATUS           PIC XX.
       01  WS-PARM-STATUS             PIC XX.
       01  WS-BPD-STATUS              PIC XX.
       01  WS-PAY-STATUS              PIC XX.
       01  WS-SCD-STATUS              PIC XX.
       01  WS-CHKREG-STATUS           PIC XX.
       01  WS-EFTREG-STATUS           PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY            PIC 9(4).
           05  WS-RUN-MM              PIC 9(2).
           05  WS-RUN-DD              PIC 9(2).

      *> The quarter scored, CCYYQ, and its bounds
       01  WS-QUARTER                 PIC 9(5).
       01  WS-QUARTER-X REDEFINES WS-QUARTER.
           05  WS-QTR-YYYY            PIC 9(4).
           05  WS-QTR-Q               PIC 9(1).
       01  WS-QTR-FIRST-MONTH         PIC 9(6).
       01  WS-QTR-LAST-MONTH          PIC 9(6).
       01  WS-QTR-START-DATE          PIC 9(8).
       01  WS-QTR-END-DATE            PIC 9(8).
       01  WS-QTR-END-X REDEFINES WS-QTR-END-DATE.
           05  WS-QE-YYYY             PIC 9(4).
           05  WS-QE-MM               PIC 9(2).
           05  WS-QE-DD               PIC 9(2).
       01  WS-POOL-PMPM               PIC 9(3)V99 VALUE 0.

      *> A date some whole months before the quarter's end
       01  WS-BACK-MONTH-NO           PIC 9(6).
       01  WS-BACK-REM                PIC 9(2).
       01  WS-BACK-DATE               PIC 9(8).
       01  WS-BACK-DATE-X REDEFINES WS-BACK-DATE.
           05  WS-BACK-YYYY           PIC 9(4).
           05  WS-BACK-MM             PIC 9(2).
           05  WS-BACK-DD             PIC 9(2).

      *> Metrics
       01  WS-MT-COUNT                PIC 9(2) VALUE 0.
       01  WS-MT-TABLE.
           05  WS-MT-ENTRY OCCURS 10.
               10  WS-MT-ID           PIC X(6).
               10  WS-MT-DESC         PIC X(30).
               10  WS-MT-TYPE         PIC X(1).
               10  WS-MT-POS          PIC X(2).
               10  WS-MT-TARGET       PIC 9(5)V99.
               10  WS-MT-DIRECTION    PIC X(1).
               10  WS-MT-WEIGHT       PIC 9(3).
               10  WS-MT-LOOK-FROM    PIC 9(8).
               10  WS-MT-CODE         PIC X(5) OCCURS 8.
       01  WS-MT-IDX                  PIC 9(2).
       01  WS-CODE-IDX                PIC 9(2).
       01  WS-WEIGHT-TOTAL            PIC 9(4) VALUE 0.

      *> The quarter's paid-roster rows: member months, and who a
      *> member's claims count against in each month
       01  WS-RS-COUNT                PIC 9(4) VALUE 0.
       01  WS-RS-TABLE.
           05  WS-RS-ENTRY OCCURS 5000.
               10  WS-RS-MONTH        PIC 9(6).
               10  WS-RS-PROVIDER-IDX PIC 9(3).
               10  WS-RS-MEMBER       PIC X(10).
               10  WS-RS-PREV-MET     PIC X(1) OCCURS 10.
       01  WS-RS-IDX                  PIC 9(4).
       01  WS-FIND-MONTH              PIC 9(6).

      *> Providers scored
       01  WS-PV-COUNT                PIC 9(3) VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 200.
               10  WS-PV-ID           PIC X(10).
               10  WS-PV-NAME         PIC X(30).
               10  WS-PV-ADDR1        PIC X(30).
               10  WS-PV-CITY         PIC X(15).
               10  WS-PV-STATE        PIC X(2).
               10  WS-PV-ZIP          PIC X(9).
               10  WS-PV-ON-MASTER    PIC X(1).
               10  WS-PV-HELD         PIC X(1).
               10  WS-PV-METHOD       PIC X(1).
               10  WS-PV-MBR-MONTHS   PIC 9(6).
               10  WS-PV-PANEL-END    PIC 9(5).
               10  WS-PV-WEIGHT       PIC 9(3).
               10  WS-PV-BONUS        PIC 9(7)V99.
      *> P paid this run, R paid by an earlier run, H held,
      *> blank nothing earned
               10  WS-PV-PAY-STATUS   PIC X(1).
               10  WS-PV-PAY-METHOD   PIC X(1).
               10  WS-PV-PAY-NUMBER   PIC 9(8).
               10  WS-PV-PAY-DATE     PIC 9(8).
               10  WS-PV-PAY-AMOUNT   PIC 9(7)V99.
               10  WS-PV-METRIC OCCURS 10.
                   15  WS-PV-EVENTS   PIC 9(5).
                   15  WS-PV-RESULT   PIC 9(5)V99.
                   15  WS-PV-OUTCOME  PIC X(1).
       01  WS-PV-IDX                  PIC 9(3).
       01  WS-FIND-PROVIDER           PIC X(10).

      *> Claims already counted against a utilization metric — a
      *> claim with several lines at the place of service is one
      *> visit or admission
       01  WS-EV-COUNT                PIC 9(4) VALUE 0.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 5000.
               10  WS-EV-METRIC       PIC 9(2).
               10  WS-EV-CLAIM-ID     PIC X(12).
       01  WS-EV-IDX                  PIC 9(4).

      *> Payment numbering carried through PAY-CONTROL.DAT
       01  WS-NEXT-EFT-TRACE          PIC 9(8) VALUE 0.
       01  WS-NEXT-CHECK-NUMBER       PIC 9(8) VALUE 0.

       01  WS-CTR-HIST-COUNTED        PIC 9(6) VALUE 0.
       01  WS-CTR-PAID                PIC 9(4) VALUE 0.
       01  WS-CTR-PAID-BEFORE         PIC 9(4) VALUE 0.
       01  WS-CTR-HELD                PIC 9(4) VALUE 0.
       01  WS-TOTAL-BONUS             PIC 9(9)V99 VALUE 0.

       01  PAY-HDR-LINE.
           05  FILLER             PIC X(36)
               VALUE 'PCP QUALITY BONUS PAYMENTS - QUARTER'.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  PHL-QUARTER        PIC 9(5).
           05  FILLER             PIC X(15) VALUE '   POOL PMPM $'.
           05  PHL-POOL           PIC ZZ9.99.
           05  FILLER             PIC X(37) VALUE SPACES.
       01  PAY-DTL-LINE.
           05  FILLER             PIC X(9)  VALUE 'PROVIDER '.
           05  PDL-PROVIDER       PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PDL-METHOD         PIC X(9).
           05  PDL-NUMBER         PIC 9(8).
           05  FILLER             PIC X(14) VALUE '  MBR MONTHS '.
           05  PDL-MBR-MONTHS     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(9)  VALUE '  AMOUNT '.
           05  PDL-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(22) VALUE SPACES.
       01  PAY-TOT-LINE.
           05  FILLER             PIC X(22)
               VALUE 'TOTAL BONUS PAID:    $'.
           05  PTL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(64) VALUE SPACES.

       01  SCD-SEPARATOR              PIC X(100) VALUE ALL '='.
       01  BLANK-LINE                 PIC X(100) VALUE SPACES.
       01  SCD-ADDR-1.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  SCA-NAME           PIC X(30).
           05  FILLER             PIC X(66) VALUE SPACES.
       01  SCD-ADDR-2.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  SCA-ADDR1          PIC X(30).
           05  FILLER             PIC X(66) VALUE SPACES.
       01  SCD-ADDR-3.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  SCA-CITY           PIC X(15).
           05  SCA-STATE          PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  SCA-ZIP            PIC X(9).
           05  FILLER             PIC X(69) VALUE SPACES.
       01  SCD-NO-ADDR                PIC X(100)
           VALUE '    (PROVIDER NOT ON PROVIDER MASTER - NO ADDRESS)'.
       01  SCD-TITLE-LINE.
           05  FILLER             PIC X(44) VALUE
               '    PRIMARY CARE QUALITY BONUS SCORECARD - Q'.
           05  FILLER             PIC X(7)  VALUE 'UARTER '.
           05  SCT-QUARTER        PIC 9(5).
           05  FILLER             PIC X(15) VALUE '   PROVIDER ID '.
           05  SCT-PROVIDER       PIC X(10).
           05  FILLER             PIC X(19) VALUE SPACES.
       01  SCD-PANEL-LINE.
           05  FILLER             PIC X(29)
               VALUE '    PANEL MEMBER MONTHS:     '.
           05  SCP-MBR-MONTHS     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(29)
               VALUE '    MEMBERS AT QUARTER END: '.
           05  SCP-PANEL-END      PIC ZZ,ZZ9.
           05  FILLER             PIC X(29) VALUE SPACES.
       01  SCD-COL-LINE.
           05  FILLER             PIC X(44) VALUE
               '    METRIC  DESCRIPTION                     '.
           05  FILLER             PIC X(44) VALUE
               '   RESULT        TARGET WEIGHT   OUTCOME'.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  SCD-METRIC-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  SCM-ID             PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SCM-DESC           PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SCM-RESULT         PIC ZZ,ZZ9.99.
           05  SCM-RESULT-X REDEFINES SCM-RESULT
                                  PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SCM-COMPARE        PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  SCM-TARGET         PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SCM-WEIGHT         PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE '%'.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SCM-OUTCOME        PIC X(12).
           05  FILLER             PIC X(11) VALUE SPACES.
       01  SCD-EARNED-LINE.
           05  FILLER             PIC X(19)
               VALUE '    WEIGHT EARNED: '.
           05  SCE-WEIGHT         PIC ZZ9.
           05  FILLER             PIC X(14) VALUE '%   POOL RATE '.
           05  SCE-POOL           PIC $$$9.99.
           05  FILLER             PIC X(25)
               VALUE ' PMPM X MEMBER MONTHS'.
           05  FILLER             PIC X(32) VALUE SPACES.
       01  SCD-BONUS-LINE.
           05  FILLER             PIC X(11) VALUE '    BONUS: '.
           05  SCB-AMOUNT         PIC $$$$,$$9.99.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SCB-STATUS         PIC X(75).
       01  SCD-STATUS-PAID.
           05  FILLER             PIC X(8)  VALUE 'PAID BY '.
           05  SCS-METHOD         PIC X(9).
           05  SCS-NUMBER         PIC 9(8).
           05  FILLER             PIC X(4)  VALUE ' ON '.
           05  SCS-DATE           PIC 9(8).
           05  FILLER             PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CAPBONUS - PCP QUALITY AND UTILIZATION BONUS'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SET-QUARTER
           DISPLAY 'QUARTER: ' WS-QUARTER '  POOL PMPM: ' WS-POOL-PMPM
           PERFORM LOAD-METRICS
           PERFORM LOAD-PAID-ROSTERS
           PERFORM LOAD-PROVIDER-MASTER
           PERFORM LOAD-PAY-METHODS
           PERFORM LOAD-BONUS-PAID
           PERFORM LOAD-PAY-CONTROL
           PERFORM SCAN-CLAIM-HISTORY
           PERFORM SCORE-PROVIDERS
           PERFORM ISSUE-BONUSES
           PERFORM SAVE-PAY-CONTROL
           PERFORM WRITE-SCORECARDS
           DISPLAY 'CAPBONUS COMPLETE'
           DISPLAY '  PROVIDERS SCORED: ' WS-PV-COUNT
           DISPLAY '  BONUSES PAID:     ' WS-CTR-PAID
           DISPLAY '  PAID BEFORE:      ' WS-CTR-PAID-BEFORE
           DISPLAY '  ON PAYMENT HOLD:  ' WS-CTR-HELD
           DISPLAY '  TOTAL BONUS:      $' WS-TOTAL-BONUS
           STOP RUN.

      *>================================================================*
      *> SET-QUARTER: The quarter before the run date's unless the
      *> parm names one; the pool rate comes only from the parm
      *>================================================================*
       SET-QUARTER.
           COMPUTE WS-QTR-Q = (WS-RUN-MM - 1) / 3 + 1
           MOVE WS-RUN-YYYY TO WS-QTR-YYYY
           IF WS-QTR-Q = 1
               MOVE 4 TO WS-QTR-Q
               SUBTRACT 1 FROM WS-QTR-YYYY
           ELSE
               SUBTRACT 1 FROM WS-QTR-Q
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PARM-QUARTER IS NUMERIC
                           AND PARM-QUARTER(5:1) >= '1'
                           AND PARM-QUARTER(5:1) <= '4'
                           MOVE PARM-QUARTER TO WS-QUARTER
                       END-IF
                       IF PARM-POOL-PMPM IS NUMERIC
                           MOVE PARM-POOL-PMPM-9 TO WS-POOL-PMPM
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-POOL-PMPM = 0
               DISPLAY 'CAPBONUS: NO POOL RATE ON CAP-BONUS-PARM.DAT - '
                   'SCORECARDS ONLY'
           END-IF
           COMPUTE WS-QTR-FIRST-MONTH =
               WS-QTR-YYYY * 100 + (WS-QTR-Q - 1) * 3 + 1
           COMPUTE WS-QTR-LAST-MONTH = WS-QTR-FIRST-MONTH + 2
           COMPUTE WS-QTR-START-DATE = WS-QTR-FIRST-MONTH * 100 + 1
           COMPUTE WS-QTR-END-DATE = WS-QTR-LAST-MONTH * 100 + 31
           IF WS-QTR-Q = 2 OR WS-QTR-Q = 3
               MOVE 30 TO WS-QE-DD
           END-IF.

      *>================================================================*
      *> LOAD-METRICS: A preventive metric's lookback runs back from
      *> the quarter's last day
      *>================================================================*
       LOAD-METRICS.
           OPEN INPUT METRIC-FILE
           IF WS-MET-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: NO CAP-BONUS-METRICS.DAT - NOTHING '
                   'TO SCORE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ METRIC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-METRIC
               END-READ
           END-PERFORM
           CLOSE METRIC-FILE
           DISPLAY 'METRICS LOADED: ' WS-MT-COUNT
           IF WS-WEIGHT-TOTAL NOT = 100
               DISPLAY 'CAPBONUS: METRIC WEIGHTS TOTAL '
                   WS-WEIGHT-TOTAL ' - NOT 100'
           END-IF.

       LOAD-ONE-METRIC.
           IF NOT BNM-UTILIZATION AND NOT BNM-PREVENTIVE
               DISPLAY 'CAPBONUS: METRIC ' BNM-METRIC-ID
                   ' HAS UNKNOWN TYPE ' BNM-TYPE ' - IGNORED'
               EXIT PARAGRAPH
           END-IF
           IF WS-MT-COUNT = 10
               DISPLAY 'CAPBONUS: MORE THAN 10 METRICS - '
                   BNM-METRIC-ID ' IGNORED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MT-COUNT
           MOVE BNM-METRIC-ID    TO WS-MT-ID(WS-MT-COUNT)
           MOVE BNM-DESCRIPTION  TO WS-MT-DESC(WS-MT-COUNT)
           MOVE BNM-TYPE         TO WS-MT-TYPE(WS-MT-COUNT)
           MOVE BNM-PLACE-OF-SVC TO WS-MT-POS(WS-MT-COUNT)
           MOVE BNM-TARGET       TO WS-MT-TARGET(WS-MT-COUNT)
           MOVE BNM-DIRECTION    TO WS-MT-DIRECTION(WS-MT-COUNT)
           MOVE BNM-WEIGHT       TO WS-MT-WEIGHT(WS-MT-COUNT)
           ADD BNM-WEIGHT TO WS-WEIGHT-TOTAL
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 8
               MOVE BNM-PROC-CODE(WS-CODE-IDX)
                   TO WS-MT-CODE(WS-MT-COUNT, WS-CODE-IDX)
           END-PERFORM
           COMPUTE WS-BACK-MONTH-NO =
               WS-QE-YYYY * 12 + WS-QE-MM - 1 - BNM-LOOKBACK-MONTHS
           DIVIDE WS-BACK-MONTH-NO BY 12 GIVING WS-BACK-YYYY
               REMAINDER WS-BACK-REM
           COMPUTE WS-BACK-MM = WS-BACK-REM + 1
           MOVE WS-QE-DD TO WS-BACK-DD
           MOVE WS-BACK-DATE TO WS-MT-LOOK-FROM(WS-MT-COUNT).

      *>================================================================*
      *> LOAD-PAID-ROSTERS: The quarter's member months by provider,
      *> and the panel in the quarter's last month
      *>================================================================*
       LOAD-PAID-ROSTERS.
           OPEN INPUT PAID-ROSTER-FILE
           IF WS-PDR-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: NO CAP-PAID-ROSTERS.DAT - NO PANELS '
                   'TO SCORE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAID-ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CPR-MONTH >= WS-QTR-FIRST-MONTH
                           AND CPR-MONTH <= WS-QTR-LAST-MONTH
                           PERFORM LOAD-ONE-ROSTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAID-ROSTER-FILE
           DISPLAY 'MEMBER MONTHS LOADED: ' WS-RS-COUNT
               '  PROVIDERS: ' WS-PV-COUNT.

       LOAD-ONE-ROSTER-ROW.
           IF WS-RS-COUNT = 5000
               DISPLAY 'CAPBONUS: ERROR - MORE THAN 5000 MEMBER '
                   'MONTHS IN THE QUARTER - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CPR-PROVIDER-ID TO WS-FIND-PROVIDER
           PERFORM FIND-OR-ADD-PROVIDER
           ADD 1 TO WS-RS-COUNT
           INITIALIZE WS-RS-ENTRY(WS-RS-COUNT)
           MOVE CPR-MONTH     TO WS-RS-MONTH(WS-RS-COUNT)
           MOVE WS-PV-IDX     TO WS-RS-PROVIDER-IDX(WS-RS-COUNT)
           MOVE CPR-MEMBER-ID TO WS-RS-MEMBER(WS-RS-COUNT)
           ADD 1 TO WS-PV-MBR-MONTHS(WS-PV-IDX)
           IF CPR-MONTH = WS-QTR-LAST-MONTH
               ADD 1 TO WS-PV-PANEL-END(WS-PV-IDX)
           END-IF.

       FIND-OR-ADD-PROVIDER.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
               OR WS-PV-ID(WS-PV-IDX) = WS-FIND-PROVIDER
               CONTINUE
           END-PERFORM
           IF WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-COUNT = 200
                   DISPLAY 'CAPBONUS: ERROR - MORE THAN 200 CAPITATED '
                       'PROVIDERS - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PV-COUNT
               MOVE WS-PV-COUNT TO WS-PV-IDX
               INITIALIZE WS-PV-ENTRY(WS-PV-IDX)
               MOVE WS-FIND-PROVIDER TO WS-PV-ID(WS-PV-IDX)
               MOVE 'N' TO WS-PV-ON-MASTER(WS-PV-IDX)
               MOVE 'N' TO WS-PV-HELD(WS-PV-IDX)
               MOVE 'E' TO WS-PV-METHOD(WS-PV-IDX)
           END-IF.

       LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: NO PROVIDER-MASTER.DAT - PAYEES BY '
                   'ID ONLY'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                           UNTIL WS-PV-IDX > WS-PV-COUNT
                           OR WS-PV-ID(WS-PV-IDX) = PRV-PROVIDER-ID
                           CONTINUE
                       END-PERFORM
                       IF WS-PV-IDX NOT > WS-PV-COUNT
                           MOVE 'Y' TO WS-PV-ON-MASTER(WS-PV-IDX)
                           MOVE PRV-PROVIDER-NAME
                               TO WS-PV-NAME(WS-PV-IDX)
                           MOVE PRV-ADDRESS-LINE1
                               TO WS-PV-ADDR1(WS-PV-IDX)
                           MOVE PRV-CITY  TO WS-PV-CITY(WS-PV-IDX)
                           MOVE PRV-STATE TO WS-PV-STATE(WS-PV-IDX)
                           MOVE PRV-ZIP   TO WS-PV-ZIP(WS-PV-IDX)
                           IF PRV-PAYMENT-HELD
                               MOVE 'Y' TO WS-PV-HELD(WS-PV-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE.

      *> The provider's fee-schedule rows carry its payment
      *> preference, last row on file winning as in CLMPROC; EFT
      *> when it has none
       LOAD-PAY-METHODS.
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: NO PROVIDERS.DAT - ALL BONUSES BY EFT'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                           UNTIL WS-PV-IDX > WS-PV-COUNT
                           OR WS-PV-ID(WS-PV-IDX) = FEE-PROVIDER-ID
                           CONTINUE
                       END-PERFORM
                       IF WS-PV-IDX NOT > WS-PV-COUNT
                           AND (FEE-PAY-EFT OR FEE-PAY-CHECK)
                           MOVE FEE-PAY-METHOD
                               TO WS-PV-METHOD(WS-PV-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.

      *> A provider already paid for the quarter is scored again
      *> but keeps the payment it had
       LOAD-BONUS-PAID.
           OPEN INPUT BONUS-PAID-FILE
           IF WS-BPD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BONUS-PAID-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CBP-QUARTER = WS-QUARTER
                           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                               UNTIL WS-PV-IDX > WS-PV-COUNT
                               OR WS-PV-ID(WS-PV-IDX)
                                   = CBP-PROVIDER-ID
                               CONTINUE
                           END-PERFORM
                           IF WS-PV-IDX NOT > WS-PV-COUNT
                               MOVE 'R' TO WS-PV-PAY-STATUS(WS-PV-IDX)
                               MOVE CBP-PAY-METHOD
                                   TO WS-PV-PAY-METHOD(WS-PV-IDX)
                               MOVE CBP-PAY-NUMBER
                                   TO WS-PV-PAY-NUMBER(WS-PV-IDX)
                               MOVE CBP-PAY-DATE
                                   TO WS-PV-PAY-DATE(WS-PV-IDX)
                               MOVE CBP-AMOUNT
                                   TO WS-PV-PAY-AMOUNT(WS-PV-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BONUS-PAID-FILE.

       LOAD-PAY-CONTROL.
           OPEN INPUT PAY-CONTROL-IN-FILE
           IF WS-PC-IN-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: NO PAY-CONTROL.DAT YET - STARTING '
                   'AT 0'
               EXIT PARAGRAPH
           END-IF
           READ PAY-CONTROL-IN-FILE
               NOT AT END
                   MOVE PC-LAST-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
                   MOVE PC-LAST-EFT-TRACE TO WS-NEXT-EFT-TRACE
           END-READ
           CLOSE PAY-CONTROL-IN-FILE.

       SAVE-PAY-CONTROL.
           OPEN OUTPUT PAY-CONTROL-OUT-FILE
           IF WS-PC-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR SAVING PAY CONTROL: ' WS-PC-OUT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-CHECK-NUMBER TO PC-LAST-CHECK-NUMBER
           MOVE WS-NEXT-EFT-TRACE TO PC-LAST-EFT-TRACE
           MOVE SPACES TO PC-FILLER
           MOVE PAY-CONTROL-RECORD TO PAY-CONTROL-OUT-RECORD
           WRITE PAY-CONTROL-OUT-RECORD
           CLOSE PAY-CONTROL-OUT-FILE.

      *>================================================================*
      *> SCAN-CLAIM-HISTORY: A line in the quarter at a utilization
      *> metric's place of service counts its claim once against
      *> the provider the member was rostered to that month; a line
      *> on a preventive code inside the lookback marks the member
      *> met on the quarter-end panel
      *>================================================================*
       SCAN-CLAIM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: NO CLAIM-HISTORY.DAT - NO SERVICES '
                   'ON RECORD'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CH-DATE-OF-SVC NOT > WS-QTR-END-DATE
                           PERFORM APPLY-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       APPLY-HISTORY-LINE.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               EVALUATE TRUE
                   WHEN WS-MT-TYPE(WS-MT-IDX) = 'U'
                       AND CH-PLACE-OF-SVC = WS-MT-POS(WS-MT-IDX)
                       AND CH-DATE-OF-SVC NOT < WS-QTR-START-DATE
                       PERFORM COUNT-UTILIZATION
                   WHEN WS-MT-TYPE(WS-MT-IDX) = 'P'
                       AND CH-DATE-OF-SVC > WS-MT-LOOK-FROM(WS-MT-IDX)
                       PERFORM MARK-PREVENTIVE
               END-EVALUATE
           END-PERFORM.

       COUNT-UTILIZATION.
           MOVE CH-DATE-OF-SVC(1:6) TO WS-FIND-MONTH
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
               OR (WS-RS-MONTH(WS-RS-IDX) = WS-FIND-MONTH
                   AND WS-RS-MEMBER(WS-RS-IDX) = CH-MEMBER-ID)
               CONTINUE
           END-PERFORM
           IF WS-RS-IDX > WS-RS-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               OR (WS-EV-METRIC(WS-EV-IDX) = WS-MT-IDX
                   AND WS-EV-CLAIM-ID(WS-EV-IDX) = CH-CLAIM-ID)
               CONTINUE
           END-PERFORM
           IF WS-EV-IDX NOT > WS-EV-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-EV-COUNT = 5000
               DISPLAY 'CAPBONUS: ERROR - MORE THAN 5000 VISITS AND '
                   'ADMISSIONS - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EV-COUNT
           MOVE WS-MT-IDX   TO WS-EV-METRIC(WS-EV-COUNT)
           MOVE CH-CLAIM-ID TO WS-EV-CLAIM-ID(WS-EV-COUNT)
           MOVE WS-RS-PROVIDER-IDX(WS-RS-IDX) TO WS-PV-IDX
           ADD 1 TO WS-PV-EVENTS(WS-PV-IDX, WS-MT-IDX)
           ADD 1 TO WS-CTR-HIST-COUNTED.

       MARK-PREVENTIVE.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 8
               OR (WS-MT-CODE(WS-MT-IDX, WS-CODE-IDX) NOT = SPACES
                   AND WS-MT-CODE(WS-MT-IDX, WS-CODE-IDX)
                       = CH-PROCEDURE-CODE)
               CONTINUE
           END-PERFORM
           IF WS-CODE-IDX > 8
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
               IF WS-RS-MONTH(WS-RS-IDX) = WS-QTR-LAST-MONTH
                   AND WS-RS-MEMBER(WS-RS-IDX) = CH-MEMBER-ID
                   MOVE 'Y' TO WS-RS-PREV-MET(WS-RS-IDX, WS-MT-IDX)
               END-IF
           END-PERFORM.

      *>================================================================*
      *> SCORE-PROVIDERS: Each metric's result against its target;
      *> a metric with no denominator (no member months, nobody on
      *> the panel at quarter end) is not scored and earns nothing
      *>================================================================*
       SCORE-PROVIDERS.
      *> Preventive numerators off the quarter-end panel rows
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
               MOVE WS-RS-PROVIDER-IDX(WS-RS-IDX) TO WS-PV-IDX
               PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
                   IF WS-RS-PREV-MET(WS-RS-IDX, WS-MT-IDX) = 'Y'
                       ADD 1 TO WS-PV-EVENTS(WS-PV-IDX, WS-MT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
               PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
                   PERFORM SCORE-ONE-METRIC
               END-PERFORM
               COMPUTE WS-PV-BONUS(WS-PV-IDX) ROUNDED =
                   WS-POOL-PMPM * WS-PV-MBR-MONTHS(WS-PV-IDX)
                   * WS-PV-WEIGHT(WS-PV-IDX) / 100
           END-PERFORM.

       SCORE-ONE-METRIC.
           MOVE 'X' TO WS-PV-OUTCOME(WS-PV-IDX, WS-MT-IDX)
           IF WS-MT-TYPE(WS-MT-IDX) = 'U'
               IF WS-PV-MBR-MONTHS(WS-PV-IDX) = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PV-RESULT(WS-PV-IDX, WS-MT-IDX) ROUNDED =
                   WS-PV-EVENTS(WS-PV-IDX, WS-MT-IDX) * 12000
                   / WS-PV-MBR-MONTHS(WS-PV-IDX)
           ELSE
               IF WS-PV-PANEL-END(WS-PV-IDX) = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PV-RESULT(WS-PV-IDX, WS-MT-IDX) ROUNDED =
                   WS-PV-EVENTS(WS-PV-IDX, WS-MT-IDX) * 100
                   / WS-PV-PANEL-END(WS-PV-IDX)
           END-IF
           MOVE 'N' TO WS-PV-OUTCOME(WS-PV-IDX, WS-MT-IDX)
           IF (WS-MT-DIRECTION(WS-MT-IDX) = 'L'
                   AND WS-PV-RESULT(WS-PV-IDX, WS-MT-IDX)
                       NOT > WS-MT-TARGET(WS-MT-IDX))
               OR (WS-MT-DIRECTION(WS-MT-IDX) NOT = 'L'
                   AND WS-PV-RESULT(WS-PV-IDX, WS-MT-IDX)
                       NOT < WS-MT-TARGET(WS-MT-IDX))
               MOVE 'M' TO WS-PV-OUTCOME(WS-PV-IDX, WS-MT-IDX)
               ADD WS-MT-WEIGHT(WS-MT-IDX) TO WS-PV-WEIGHT(WS-PV-IDX)
           END-IF.

      *>================================================================*
      *> ISSUE-BONUSES: One check or EFT per provider earning a
      *> bonus, off the shared PAY-CONTROL numbering, onto the
      *> register for its method and the quarter's paid record
      *>================================================================*
       ISSUE-BONUSES.
           OPEN OUTPUT PAYMENT-FILE
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: ERROR OPENING '
                   'CAP-BONUS-PAYMENTS.TXT: '
                   WS-PAY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-QUARTER   TO PHL-QUARTER
           MOVE WS-POOL-PMPM TO PHL-POOL
           WRITE PAYMENT-LINE FROM PAY-HDR-LINE
           WRITE PAYMENT-LINE FROM BLANK-LINE
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
               EVALUATE TRUE
                   WHEN WS-PV-PAY-STATUS(WS-PV-IDX) = 'R'
                       ADD 1 TO WS-CTR-PAID-BEFORE
                   WHEN WS-PV-BONUS(WS-PV-IDX) = 0
                       CONTINUE
                   WHEN WS-PV-HELD(WS-PV-IDX) = 'Y'
                       MOVE 'H' TO WS-PV-PAY-STATUS(WS-PV-IDX)
                       ADD 1 TO WS-CTR-HELD
                       DISPLAY 'CAPBONUS: PROVIDER '
                           WS-PV-ID(WS-PV-IDX)
                           ' ON PAYMENT HOLD - BONUS NOT ISSUED'
                   WHEN OTHER
                       PERFORM ISSUE-ONE-BONUS
               END-EVALUATE
           END-PERFORM
           MOVE WS-TOTAL-BONUS TO PTL-AMOUNT
           WRITE PAYMENT-LINE FROM BLANK-LINE
           WRITE PAYMENT-LINE FROM PAY-TOT-LINE
           CLOSE PAYMENT-FILE.

       ISSUE-ONE-BONUS.
           MOVE 'P' TO WS-PV-PAY-STATUS(WS-PV-IDX)
           MOVE WS-PV-METHOD(WS-PV-IDX) TO WS-PV-PAY-METHOD(WS-PV-IDX)
           IF WS-PV-METHOD(WS-PV-IDX) = 'C'
               ADD 1 TO WS-NEXT-CHECK-NUMBER
               MOVE WS-NEXT-CHECK-NUMBER
                   TO WS-PV-PAY-NUMBER(WS-PV-IDX)
               MOVE 'CHECK NO ' TO PDL-METHOD
           ELSE
               ADD 1 TO WS-NEXT-EFT-TRACE
               MOVE WS-NEXT-EFT-TRACE TO WS-PV-PAY-NUMBER(WS-PV-IDX)
               MOVE 'EFT NO   ' TO PDL-METHOD
           END-IF
           MOVE WS-RUN-DATE TO WS-PV-PAY-DATE(WS-PV-IDX)
           MOVE WS-PV-BONUS(WS-PV-IDX) TO WS-PV-PAY-AMOUNT(WS-PV-IDX)
           ADD 1 TO WS-CTR-PAID
           ADD WS-PV-BONUS(WS-PV-IDX) TO WS-TOTAL-BONUS
           MOVE WS-PV-ID(WS-PV-IDX)         TO PDL-PROVIDER
           MOVE WS-PV-PAY-NUMBER(WS-PV-IDX) TO PDL-NUMBER
           MOVE WS-PV-MBR-MONTHS(WS-PV-IDX) TO PDL-MBR-MONTHS
           MOVE WS-PV-BONUS(WS-PV-IDX)      TO PDL-AMOUNT
           WRITE PAYMENT-LINE FROM PAY-DTL-LINE
           IF WS-PV-METHOD(WS-PV-IDX) = 'C'
               PERFORM APPEND-CHECK-REGISTER
           ELSE
               PERFORM APPEND-EFT-REGISTER
           END-IF
           PERFORM APPEND-BONUS-PAID.

       APPEND-CHECK-REGISTER.
           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS NOT = '00'
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: ERROR APPENDING CHECK REGISTER: '
                   WS-CHKREG-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PV-PAY-NUMBER(WS-PV-IDX) TO CHK-NUMBER
           MOVE WS-PV-ID(WS-PV-IDX)         TO CHK-PROVIDER-ID
           MOVE WS-PV-NAME(WS-PV-IDX)       TO CHK-PAYEE
           MOVE WS-PV-BONUS(WS-PV-IDX)      TO CHK-AMOUNT
           MOVE WS-RUN-DATE                 TO CHK-ISSUE-DATE
           SET  CHK-OUTSTANDING             TO TRUE
           MOVE 0                           TO CHK-CLEARED-DATE
           MOVE SPACES                      TO CHK-PAYEE-TYPE
           WRITE CHECK-REGISTER-RECORD
           CLOSE CHECK-REGISTER-FILE.

       APPEND-EFT-REGISTER.
           OPEN EXTEND EFT-REGISTER-FILE
           IF WS-EFTREG-STATUS NOT = '00'
               OPEN OUTPUT EFT-REGISTER-FILE
           END-IF
           IF WS-EFTREG-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: ERROR APPENDING EFT REGISTER: '
                   WS-EFTREG-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PV-PAY-NUMBER(WS-PV-IDX) TO EFR-TRACE-NUMBER
           MOVE WS-PV-ID(WS-PV-IDX)         TO EFR-PROVIDER-ID
           MOVE WS-PV-NAME(WS-PV-IDX)       TO EFR-PAYEE
           MOVE WS-PV-BONUS(WS-PV-IDX)      TO EFR-AMOUNT
           MOVE WS-RUN-DATE                 TO EFR-ISSUE-DATE
           SET  EFR-FROM-QUALITY-BONUS      TO TRUE
           MOVE SPACES                      TO EFR-FILLER
           WRITE EFT-REGISTER-RECORD
           CLOSE EFT-REGISTER-FILE.

       APPEND-BONUS-PAID.
           OPEN EXTEND BONUS-PAID-FILE
           IF WS-BPD-STATUS NOT = '00'
               OPEN OUTPUT BONUS-PAID-FILE
           END-IF
           IF WS-BPD-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: ERROR APPENDING CAP-BONUS-PAID.DAT: '
                   WS-BPD-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUARTER                  TO CBP-QUARTER
           MOVE WS-PV-ID(WS-PV-IDX)         TO CBP-PROVIDER-ID
           MOVE WS-PV-PAY-METHOD(WS-PV-IDX) TO CBP-PAY-METHOD
           MOVE WS-PV-PAY-NUMBER(WS-PV-IDX) TO CBP-PAY-NUMBER
           MOVE WS-PV-BONUS(WS-PV-IDX)      TO CBP-AMOUNT
           MOVE WS-RUN-DATE                 TO CBP-PAY-DATE
           WRITE CAP-BONUS-PAID-RECORD
           CLOSE BONUS-PAID-FILE.

      *>================================================================*
      *> WRITE-SCORECARDS: One page per provider scored — the panel,
      *> each metric's result against target, the weight earned and
      *> what the bonus came to and how it was paid
      *>================================================================*
       WRITE-SCORECARDS.
           OPEN OUTPUT SCORECARD-FILE
           IF WS-SCD-STATUS NOT = '00'
               DISPLAY 'CAPBONUS: ERROR OPENING CAP-BONUS-SCORECARDS'
                   '.TXT: ' WS-SCD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
               PERFORM WRITE-ONE-SCORECARD
           END-PERFORM
           CLOSE SCORECARD-FILE.

       WRITE-ONE-SCORECARD.
           WRITE SCORECARD-LINE FROM SCD-SEPARATOR
               AFTER ADVANCING PAGE
           IF WS-PV-ON-MASTER(WS-PV-IDX) = 'Y'
               MOVE WS-PV-NAME(WS-PV-IDX)  TO SCA-NAME
               WRITE SCORECARD-LINE FROM SCD-ADDR-1
                   AFTER ADVANCING 1 LINE
               MOVE WS-PV-ADDR1(WS-PV-IDX) TO SCA-ADDR1
               WRITE SCORECARD-LINE FROM SCD-ADDR-2
                   AFTER ADVANCING 1 LINE
               MOVE WS-PV-CITY(WS-PV-IDX)  TO SCA-CITY
               MOVE WS-PV-STATE(WS-PV-IDX) TO SCA-STATE
               MOVE WS-PV-ZIP(WS-PV-IDX)   TO SCA-ZIP
               WRITE SCORECARD-LINE FROM SCD-ADDR-3
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE SCORECARD-LINE FROM SCD-NO-ADDR
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-QUARTER          TO SCT-QUARTER
           MOVE WS-PV-ID(WS-PV-IDX) TO SCT-PROVIDER
           WRITE SCORECARD-LINE FROM SCD-TITLE-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-PV-MBR-MONTHS(WS-PV-IDX) TO SCP-MBR-MONTHS
           MOVE WS-PV-PANEL-END(WS-PV-IDX)  TO SCP-PANEL-END
           WRITE SCORECARD-LINE FROM SCD-PANEL-LINE
               AFTER ADVANCING 1 LINE
           WRITE SCORECARD-LINE FROM SCD-COL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               PERFORM WRITE-METRIC-LINE
           END-PERFORM
           MOVE WS-PV-WEIGHT(WS-PV-IDX) TO SCE-WEIGHT
           MOVE WS-POOL-PMPM            TO SCE-POOL
           WRITE SCORECARD-LINE FROM SCD-EARNED-LINE
               AFTER ADVANCING 2 LINES
           EVALUATE WS-PV-PAY-STATUS(WS-PV-IDX)
               WHEN 'P'
               WHEN 'R'
                   MOVE WS-PV-PAY-AMOUNT(WS-PV-IDX) TO SCB-AMOUNT
                   IF WS-PV-PAY-METHOD(WS-PV-IDX) = 'C'
                       MOVE 'CHECK NO ' TO SCS-METHOD
                   ELSE
                       MOVE 'EFT NO   ' TO SCS-METHOD
                   END-IF
                   MOVE WS-PV-PAY-NUMBER(WS-PV-IDX) TO SCS-NUMBER
                   MOVE WS-PV-PAY-DATE(WS-PV-IDX)   TO SCS-DATE
                   MOVE SCD-STATUS-PAID TO SCB-STATUS
               WHEN 'H'
                   MOVE WS-PV-BONUS(WS-PV-IDX) TO SCB-AMOUNT
                   MOVE 'WITHHELD WHILE YOUR PAYMENTS ARE ON HOLD'
                       TO SCB-STATUS
               WHEN OTHER
                   MOVE 0 TO SCB-AMOUNT
                   MOVE SPACES TO SCB-STATUS
           END-EVALUATE
           WRITE SCORECARD-LINE FROM SCD-BONUS-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-METRIC-LINE.
           MOVE WS-MT-ID(WS-MT-IDX)     TO SCM-ID
           MOVE WS-MT-DESC(WS-MT-IDX)   TO SCM-DESC
           MOVE WS-MT-TARGET(WS-MT-IDX) TO SCM-TARGET
           MOVE WS-MT-WEIGHT(WS-MT-IDX) TO SCM-WEIGHT
           IF WS-MT-DIRECTION(WS-MT-IDX) = 'L'
               MOVE '<=' TO SCM-COMPARE
           ELSE
               MOVE '>=' TO SCM-COMPARE
           END-IF
           EVALUATE WS-PV-OUTCOME(WS-PV-IDX, WS-MT-IDX)
               WHEN 'M'
                   MOVE WS-PV-RESULT(WS-PV-IDX, WS-MT-IDX)
                       TO SCM-RESULT
                   MOVE 'MET'        TO SCM-OUTCOME
               WHEN 'N'
                   MOVE WS-PV-RESULT(WS-PV-IDX, WS-MT-IDX)
                       TO SCM-RESULT
                   MOVE 'NOT MET'    TO SCM-OUTCOME
               WHEN OTHER
                   MOVE '      N/A'  TO SCM-RESULT-X
                   MOVE 'NOT SCORED' TO SCM-OUTCOME
           END-EVALUATE
           WRITE SCORECARD-LINE FROM SCD-METRIC-LINE
               AFTER ADVANCING 1 LINE.
