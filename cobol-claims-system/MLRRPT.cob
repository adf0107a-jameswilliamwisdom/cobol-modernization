      *>================================================================*
      *> MLRRPT.cob — Medical loss ratio by group and plan type
      *> Compile: cobc -x -free -I copybooks MLRRPT.cob
      *> Ties the premium GRPBILL bills to what the groups' members
      *> cost, month and year to date, so underwriting sees a
      *> losing group before renewal rather than at it. Run after
      *> month-end for the month just closed (or MLR-PARM.DAT's
      *> CCYYMM), through the policy master:
      *>   premium     GROUP-INVOICES.DAT billed for the month,
      *>               spread across the group's plan types by
      *>               member months at the PREMIUM-RATES rate —
      *>               the way GRPBILL built the invoice
      *>   claims      the paid-claim lag file IBNRRSV keeps, by
      *>               paid month, charged to the member's group
      *>   capitation  CAP-PAID-ROSTERS.DAT by coverage month
      *>   stop-loss   reinsurer reimbursements on STOPLOSS-ACCUM,
      *>               which carries them year to date; the month's
      *>               share is the growth since the last month
      *>               closed, held on MLR-SL-BASIS.DAT
      *> Loss ratio = (claims + capitation - stop-loss) / premium.
      *> A group whose year-to-date ratio is over the target
      *> (85.00% unless the parm names another) is flagged and
      *> listed for the underwriters at the end. Costs whose
      *> member has no policy on file are totalled, not charged.
      *>
      *> Input:  data/POLICIES.DAT         (SEQUENTIAL, POLREC)
      *>         data/PREMIUM-RATES.DAT    (LINE SEQ: plan X(1),
      *>                 monthly rate 9(5)V99)
      *>         data/GROUP-INVOICES.DAT   (LINE SEQ, GRPBILL's)
      *>         data/CLAIM-LAG.DAT        (LINE SEQ, CLMLAG)
      *>         data/CAP-PAID-ROSTERS.DAT (LINE SEQ, CAPRUN's)
      *>         data/STOPLOSS-ACCUM.DAT   (LINE SEQ, SLACCUM)
      *>         data/MLR-SL-BASIS.DAT     (LINE SEQ: member X(10),
      *>                 year 9(4), month 9(6), reimbursed
      *>                 S9(9)V99 sign leading separate)
      *>         data/MLR-PARM.DAT         (LINE SEQ, optional:
      *>                 month CCYYMM, target pct 9(3)V99)
      *> Output: data/MLR-SL-BASIS.DAT     (rewritten)
      *>         data/MLR-REPORT.TXT       (LINE SEQUENTIAL)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MLRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT RATE-FILE
               ASSIGN TO 'data/PREMIUM-RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO 'data/GROUP-INVOICES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT CLAIM-LAG-FILE
               ASSIGN TO 'data/CLAIM-LAG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAG-STATUS.
           SELECT PAID-ROSTER-FILE
               ASSIGN TO 'data/CAP-PAID-ROSTERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDR-STATUS.
           SELECT SL-ACCUM-FILE
               ASSIGN TO 'data/STOPLOSS-ACCUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
           SELECT SL-BASIS-FILE
               ASSIGN TO 'data/MLR-SL-BASIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLB-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'data/MLR-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/MLR-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       COPY POLREC.

       FD  RATE-FILE.
       01  PREMIUM-RATE-RECORD.
           05  PRR-PLAN-TYPE          PIC X(1).
           05  PRR-MONTHLY-RATE       PIC 9(5)V99.

       FD  INVOICE-FILE.
       01  GROUP-INVOICE-RECORD.
           05  GIV-GROUP-ID           PIC X(5).
           05  GIV-INVOICE-MONTH      PIC 9(6).
           05  GIV-BILLED-AMT         PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  GIV-PAID-AMT           PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  GIV-STATUS             PIC X(1).
               88  GIV-OPEN               VALUE 'O'.
               88  GIV-SETTLED            VALUE 'P'.

       FD  CLAIM-LAG-FILE.
       COPY CLMLAG.

       FD  PAID-ROSTER-FILE.
       01  CAP-PAID-ROSTER-RECORD.
           05  CPR-MONTH              PIC 9(6).
           05  CPR-PROVIDER-ID        PIC X(10).
           05  CPR-MEMBER-ID          PIC X(10).
           05  CPR-RATE               PIC 9(4)V99.

       FD  SL-ACCUM-FILE.
       COPY SLACCUM.

      *> The reimbursed-to-date each member's stop-loss stood at
      *> when a month was reported
       FD  SL-BASIS-FILE.
       01  SL-BASIS-RECORD.
           05  SLB-MEMBER-ID          PIC X(10).
           05  SLB-CONTRACT-YEAR      PIC 9(4).
           05  SLB-MONTH              PIC 9(6).
           05  SLB-REIMBURSED         PIC S9(9)V99
                                      SIGN LEADING SEPARATE.

       FD  PARM-FILE.
       01  MLR-PARM-RECORD.
           05  PARM-REPORT-MONTH      PIC X(6).
           05  PARM-TARGET-PCT        PIC X(5).
           05  PARM-FILLER            PIC X(9).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POL-STATUS              PIC XX.
       01  WS-RATE-STATUS             PIC XX.
       01  WS-INV-STATUS              PIC XX.
       01  WS-LAG-STATUS              PIC XX.
       01  WS-PDR-STATUS              PIC XX.
       01  WS-SLA-STATUS              PIC XX.
       01  WS-SLB-STATUS              PIC XX.
       01  WS-PARM-STATUS             PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY            PIC 9(4).
           05  WS-RUN-MM              PIC 9(2).
           05  WS-RUN-DD              PIC 9(2).
       01  WS-RPT-MONTH               PIC 9(6).
       01  WS-RPT-MONTH-PARTS REDEFINES WS-RPT-MONTH.
           05  WS-RPT-YYYY            PIC 9(4).
           05  WS-RPT-MM              PIC 9(2).
       01  WS-YEAR-START              PIC 9(6).
       01  WS-RPT-END-DATE            PIC 9(8).

      *> Underwriting target, as a percentage
       01  WS-TARGET-PCT              PIC 9(3)V99 VALUE 085.00.

      *> Month being counted and its first and last possible days
       01  WS-CALC-MONTH              PIC 9(6).
       01  WS-CALC-MONTH-PARTS REDEFINES WS-CALC-MONTH.
           05  WS-CALC-YYYY           PIC 9(4).
           05  WS-CALC-MM             PIC 9(2).
       01  WS-CALC-FIRST              PIC 9(8).
       01  WS-CALC-LAST               PIC 9(8).
       01  WS-CALC-DATE               PIC 9(8).
       01  WS-MM-IDX                  PIC 9(2).

      *> Plan-type monthly rates
       01  WS-RT-COUNT                PIC 9(1) VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 5.
               10  WS-RT-PLAN         PIC X(1).
               10  WS-RT-RATE         PIC 9(5)V99.
       01  WS-RT-IDX                  PIC 9(1).

      *> Policies — member to group and plan type
       01  WS-PO-COUNT                PIC 9(4) VALUE 0.
       01  WS-PO-TABLE.
           05  WS-PO-ENTRY OCCURS 2000.
               10  WS-PO-GROUP        PIC X(5).
               10  WS-PO-MEMBER       PIC X(10).
               10  WS-PO-PLAN         PIC X(1).
               10  WS-PO-EFF          PIC 9(8).
               10  WS-PO-TERM         PIC 9(8).
       01  WS-PO-IDX                  PIC 9(4).
       01  WS-PO-HIT                  PIC 9(4).
       01  WS-FIND-MEMBER             PIC X(10).

      *> Plan types reported — P PPO, H HMO, I indemnity, and a
      *> fourth line for a group's premium that no member month
      *> could place
       01  WS-PLAN-CODES              PIC X(4) VALUE 'PHI '.
       01  WS-PLAN-NAME-VALUES.
           05  FILLER                 PIC X(10) VALUE 'PPO'.
           05  FILLER                 PIC X(10) VALUE 'HMO'.
           05  FILLER                 PIC X(10) VALUE 'INDEMNITY'.
           05  FILLER                 PIC X(10) VALUE 'UNASSIGNED'.
       01  WS-PLAN-NAME-TABLE REDEFINES WS-PLAN-NAME-VALUES.
           05  WS-PLAN-NAME           PIC X(10) OCCURS 4.
       01  WS-PL-IDX                  PIC 9(1).
       01  WS-PER-IDX                 PIC 9(1).

      *> Groups by plan type, month (1) and year to date (2)
       01  WS-GR-COUNT                PIC 9(3) VALUE 0.
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 200.
               10  WS-GR-ID           PIC X(5).
               10  WS-GR-OVER         PIC X(1).
               10  WS-GR-PLAN OCCURS 4.
                   15  WS-GR-PER OCCURS 2.
                       20  WS-GA-MM       PIC 9(7).
                       20  WS-GA-PREM     PIC S9(11)V99.
                       20  WS-GA-CLAIMS   PIC S9(11)V99.
                       20  WS-GA-CAP      PIC S9(11)V99.
                       20  WS-GA-SL       PIC S9(11)V99.
       01  WS-GR-IDX                  PIC 9(3).
       01  WS-FIND-GROUP              PIC X(5).

      *> A line's figures, summed for the group, plan and report
      *> totals as they print
       01  WS-LN-FIGURES.
           05  WS-LN-MM               PIC 9(7).
           05  WS-LN-PREM             PIC S9(11)V99.
           05  WS-LN-CLAIMS           PIC S9(11)V99.
           05  WS-LN-CAP              PIC S9(11)V99.
           05  WS-LN-SL               PIC S9(11)V99.
       01  WS-LN-NET                  PIC S9(11)V99.
       01  WS-LN-RATIO                PIC S9(5)V99.
       01  WS-GT-TABLE.
           05  WS-GT-PER OCCURS 2.
               10  WS-GT-MM           PIC 9(7).
               10  WS-GT-PREM         PIC S9(11)V99.
               10  WS-GT-CLAIMS       PIC S9(11)V99.
               10  WS-GT-CAP          PIC S9(11)V99.
               10  WS-GT-SL           PIC S9(11)V99.
       01  WS-PT-TABLE.
           05  WS-PT-PLAN OCCURS 4.
               10  WS-PT-PER OCCURS 2.
                   15  WS-PT-MM       PIC 9(7).
                   15  WS-PT-PREM     PIC S9(11)V99.
                   15  WS-PT-CLAIMS   PIC S9(11)V99.
                   15  WS-PT-CAP      PIC S9(11)V99.
                   15  WS-PT-SL       PIC S9(11)V99.
       01  WS-TT-TABLE.
           05  WS-TT-PER OCCURS 2.
               10  WS-TT-MM           PIC 9(7).
               10  WS-TT-PREM         PIC S9(11)V99.
               10  WS-TT-CLAIMS       PIC S9(11)V99.
               10  WS-TT-CAP          PIC S9(11)V99.
               10  WS-TT-SL           PIC S9(11)V99.

      *> Premium spread across a group's plan types
       01  WS-WEIGHTS.
           05  WS-WT-PLAN             PIC S9(9)V99 OCCURS 4.
       01  WS-WT-TOTAL                PIC S9(9)V99.
       01  WS-ALLOC-AMT               PIC S9(11)V99.
       01  WS-ALLOC-LEFT              PIC S9(11)V99.
       01  WS-LAST-PLAN               PIC 9(1).

      *> Stop-loss basis carried month to month
       01  WS-SB-COUNT                PIC 9(4) VALUE 0.
       01  WS-SB-TABLE.
           05  WS-SB-ENTRY OCCURS 3000.
               10  WS-SB-MEMBER       PIC X(10).
               10  WS-SB-YEAR         PIC 9(4).
               10  WS-SB-MONTH        PIC 9(6).
               10  WS-SB-REIMBURSED   PIC S9(9)V99.
       01  WS-SB-IDX                  PIC 9(4).
       01  WS-SB-HIT                  PIC 9(4).
       01  WS-SN-COUNT                PIC 9(4) VALUE 0.
       01  WS-SN-TABLE.
           05  WS-SN-ENTRY OCCURS 3000.
               10  WS-SN-MEMBER       PIC X(10).
               10  WS-SN-YEAR         PIC 9(4).
               10  WS-SN-REIMBURSED   PIC S9(9)V99.
               10  WS-SN-PRIOR-HIT    PIC 9(4).
       01  WS-SN-IDX                  PIC 9(4).
       01  WS-SL-MONTH-AMT            PIC S9(9)V99.

       01  WS-CTR-OVER                PIC 9(3) VALUE 0.
       01  WS-CTR-UNMATCHED           PIC 9(5) VALUE 0.
       01  WS-AMT-UNMATCHED           PIC S9(11)V99 VALUE 0.
       01  WS-AMT-NO-GROUP-PREM       PIC S9(11)V99 VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                 PIC X(30)
               VALUE 'MEDICAL LOSS RATIO - MONTH    '.
           05  HDR-MONTH              PIC 9(6).
           05  FILLER                 PIC X(18)
               VALUE '   TARGET RATIO   '.
           05  HDR-TARGET             PIC ZZ9.99.
           05  FILLER                 PIC X(12) VALUE '%   RUN     '.
           05  HDR-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER                 PIC X(44) VALUE
               'GROUP PLAN       PERIOD  MEMBER MOS        P'.
           05  FILLER                 PIC X(44) VALUE
               'REMIUM   PAID CLAIMS    CAPITATION     STOP-'.
           05  FILLER                 PIC X(44) VALUE
               'LOSS    NET CLAIMS      MLR'.
       01  DTL-LINE.
           05  DTL-GROUP              PIC X(5).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DTL-PLAN               PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DTL-PERIOD             PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DTL-MM                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DTL-PREM               PIC ---,---,--9.99.
           05  DTL-CLAIMS             PIC ---,---,--9.99.
           05  DTL-CAP                PIC ---,---,--9.99.
           05  DTL-SL                 PIC ---,---,--9.99.
           05  DTL-NET                PIC ---,---,--9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DTL-RATIO              PIC ----9.99.
           05  DTL-RATIO-X REDEFINES DTL-RATIO
                                      PIC X(8).
           05  DTL-PCT                PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  DTL-FLAG               PIC X(14).
       01  OVER-HDR-LINE.
           05  FILLER                 PIC X(44) VALUE
               'GROUPS OVER THE TARGET LOSS RATIO YEAR TO DA'.
           05  FILLER                 PIC X(44) VALUE
               'TE - REFER TO UNDERWRITING'.
           05  FILLER                 PIC X(44) VALUE SPACES.
       01  OVER-DTL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OVR-GROUP              PIC X(5).
           05  FILLER                 PIC X(14)
               VALUE '   YTD RATIO  '.
           05  OVR-RATIO              PIC ----9.99.
           05  FILLER                 PIC X(14)
               VALUE '%   PREMIUM   '.
           05  OVR-PREM               PIC ---,---,--9.99.
           05  FILLER                 PIC X(16)
               VALUE '   NET CLAIMS   '.
           05  OVR-NET                PIC ---,---,--9.99.
           05  FILLER                 PIC X(45) VALUE SPACES.
       01  OVER-NONE-LINE.
           05  FILLER                 PIC X(44) VALUE
               '  NO GROUP IS OVER THE TARGET YEAR TO DATE'.
           05  FILLER                 PIC X(88) VALUE SPACES.
       01  EXC-LINE.
           05  FILLER                 PIC X(44) VALUE
               'COSTS FOR MEMBERS WITH NO POLICY ON FILE (NO'.
           05  FILLER                 PIC X(16) VALUE
               'T CHARGED):     '.
           05  EXC-COUNT              PIC ZZ,ZZ9.
           05  FILLER                 PIC X(5)  VALUE ' FOR '.
           05  EXC-AMOUNT             PIC ---,---,--9.99.
           05  FILLER                 PIC X(47) VALUE SPACES.
       01  EXC-PREM-LINE.
           05  FILLER                 PIC X(44) VALUE
               'PREMIUM BILLED TO GROUPS WITH NO POLICIES ON'.
           05  FILLER                 PIC X(27) VALUE
               ' FILE (NOT REPORTED):      '.
           05  EXC-PREM-AMOUNT        PIC ---,---,--9.99.
           05  FILLER                 PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'MLRRPT - MEDICAL LOSS RATIO BY GROUP'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SET-REPORT-MONTH
           DISPLAY 'REPORT MONTH: ' WS-RPT-MONTH
               '  TARGET: ' WS-TARGET-PCT
           PERFORM LOAD-RATES
           PERFORM LOAD-POLICIES
           PERFORM COUNT-MEMBER-MONTHS
           PERFORM APPLY-PREMIUM
           PERFORM APPLY-PAID-CLAIMS
           PERFORM APPLY-CAPITATION
           PERFORM APPLY-STOP-LOSS
           PERFORM WRITE-REPORT
           PERFORM REWRITE-SL-BASIS
           DISPLAY 'MLRRPT COMPLETE'
           DISPLAY '  GROUPS REPORTED:  ' WS-GR-COUNT
           DISPLAY '  OVER TARGET:      ' WS-CTR-OVER
           DISPLAY '  NOT CHARGED:      ' WS-CTR-UNMATCHED
               ' FOR $' WS-AMT-UNMATCHED
           STOP RUN.

      *>================================================================*
      *> SET-REPORT-MONTH: The month before the run month unless
      *> the parm names one; the parm may also move the target
      *>================================================================*
       SET-REPORT-MONTH.
           IF WS-RUN-MM = 1
               COMPUTE WS-RPT-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-RPT-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-RPT-YYYY
               COMPUTE WS-RPT-MM = WS-RUN-MM - 1
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PARM-REPORT-MONTH IS NUMERIC
                           AND PARM-REPORT-MONTH NOT = '000000'
                           MOVE PARM-REPORT-MONTH TO WS-RPT-MONTH
                       END-IF
                       IF PARM-TARGET-PCT IS NUMERIC
                           AND PARM-TARGET-PCT NOT = '00000'
                           MOVE PARM-TARGET-PCT TO WS-TARGET-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-YEAR-START = WS-RPT-YYYY * 100 + 1
           COMPUTE WS-RPT-END-DATE = WS-RPT-MONTH * 100 + 31.

       LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'MLRRPT: NO PREMIUM-RATES.DAT - PREMIUM '
                   'SPREAD BY MEMBER MONTHS ALONE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RT-COUNT < 5
                           ADD 1 TO WS-RT-COUNT
                           MOVE PRR-PLAN-TYPE
                               TO WS-RT-PLAN(WS-RT-COUNT)
                           MOVE PRR-MONTHLY-RATE
                               TO WS-RT-RATE(WS-RT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

      *>================================================================*
      *> LOAD-POLICIES: Every policy, in force or not — a member
      *> termed mid-year still owns the year's earlier months
      *>================================================================*
       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'MLRRPT: ERROR OPENING POLICIES.DAT: '
                   WS-POL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PO-COUNT = 2000
                           DISPLAY 'MLRRPT: ERROR - MORE THAN 2000 '
                               'POLICIES - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PO-COUNT
                       MOVE POL-POLICY-ID
                           TO WS-PO-GROUP(WS-PO-COUNT)
                       MOVE POL-MEMBER-ID
                           TO WS-PO-MEMBER(WS-PO-COUNT)
                       MOVE POL-TYPE TO WS-PO-PLAN(WS-PO-COUNT)
                       MOVE POL-EFFECTIVE-DATE
                           TO WS-PO-EFF(WS-PO-COUNT)
                       MOVE POL-TERM-DATE TO WS-PO-TERM(WS-PO-COUNT)
                       MOVE POL-POLICY-ID TO WS-FIND-GROUP
                       PERFORM FIND-OR-ADD-GROUP
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           DISPLAY 'POLICIES LOADED: ' WS-PO-COUNT
               '  GROUPS: ' WS-GR-COUNT.

       FIND-OR-ADD-GROUP.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
               OR WS-GR-ID(WS-GR-IDX) = WS-FIND-GROUP
               CONTINUE
           END-PERFORM
           IF WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-COUNT = 200
                   DISPLAY 'MLRRPT: ERROR - MORE THAN 200 GROUPS - '
                       'RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GR-COUNT
               MOVE WS-GR-COUNT TO WS-GR-IDX
               INITIALIZE WS-GR-ENTRY(WS-GR-IDX)
               MOVE WS-FIND-GROUP TO WS-GR-ID(WS-GR-IDX)
               MOVE 'N' TO WS-GR-OVER(WS-GR-IDX)
           END-IF.

       FIND-GROUP.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
               OR WS-GR-ID(WS-GR-IDX) = WS-FIND-GROUP
               CONTINUE
           END-PERFORM.

       FIND-PLAN-IDX.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > 3
               OR WS-PLAN-CODES(WS-PL-IDX:1) = WS-PO-PLAN(WS-PO-HIT)
               CONTINUE
           END-PERFORM.

      *>================================================================*
      *> SET-CALC-MONTH-RANGE: The first and last days a policy in
      *> force in WS-CALC-MONTH must straddle
      *>================================================================*
       SET-CALC-MONTH-RANGE.
           COMPUTE WS-CALC-FIRST = WS-CALC-MONTH * 100 + 1
           COMPUTE WS-CALC-LAST  = WS-CALC-MONTH * 100 + 31.

      *>================================================================*
      *> COUNT-MEMBER-MONTHS: A member is a month of exposure in
      *> any month the policy was in force for at least a day
      *>================================================================*
       COUNT-MEMBER-MONTHS.
           PERFORM VARYING WS-PO-HIT FROM 1 BY 1
               UNTIL WS-PO-HIT > WS-PO-COUNT
               MOVE WS-PO-GROUP(WS-PO-HIT) TO WS-FIND-GROUP
               PERFORM FIND-GROUP
               PERFORM FIND-PLAN-IDX
               PERFORM VARYING WS-MM-IDX FROM 1 BY 1
                   UNTIL WS-MM-IDX > WS-RPT-MM
                   COMPUTE WS-CALC-MONTH =
                       WS-RPT-YYYY * 100 + WS-MM-IDX
                   PERFORM SET-CALC-MONTH-RANGE
                   IF WS-PO-EFF(WS-PO-HIT) NOT > WS-CALC-LAST
                       AND (WS-PO-TERM(WS-PO-HIT) = 0
                            OR WS-PO-TERM(WS-PO-HIT)
                               NOT < WS-CALC-FIRST)
                       ADD 1 TO WS-GA-MM(WS-GR-IDX, WS-PL-IDX, 2)
                       IF WS-MM-IDX = WS-RPT-MM
                           ADD 1 TO WS-GA-MM(WS-GR-IDX, WS-PL-IDX, 1)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>================================================================*
      *> APPLY-PREMIUM: Each invoice of the year through the report
      *> month is earned in its invoice month, spread across the
      *> group's plan types by the members in force that month at
      *> each type's rate; the last type takes the rounding
      *>================================================================*
       APPLY-PREMIUM.
           OPEN INPUT INVOICE-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'MLRRPT: NO GROUP-INVOICES.DAT - NO PREMIUM'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GIV-INVOICE-MONTH NOT < WS-YEAR-START
                           AND GIV-INVOICE-MONTH NOT > WS-RPT-MONTH
                           PERFORM SPREAD-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE.

       SPREAD-ONE-INVOICE.
           MOVE GIV-GROUP-ID TO WS-FIND-GROUP
           PERFORM FIND-GROUP
           IF WS-GR-IDX > WS-GR-COUNT
               ADD GIV-BILLED-AMT TO WS-AMT-NO-GROUP-PREM
               EXIT PARAGRAPH
           END-IF
           MOVE GIV-INVOICE-MONTH TO WS-CALC-MONTH
           PERFORM SET-CALC-MONTH-RANGE
           INITIALIZE WS-WEIGHTS
           MOVE 0 TO WS-WT-TOTAL
           PERFORM VARYING WS-PO-HIT FROM 1 BY 1
               UNTIL WS-PO-HIT > WS-PO-COUNT
               IF WS-PO-GROUP(WS-PO-HIT) = GIV-GROUP-ID
                   AND WS-PO-EFF(WS-PO-HIT) NOT > WS-CALC-LAST
                   AND (WS-PO-TERM(WS-PO-HIT) = 0
                        OR WS-PO-TERM(WS-PO-HIT) NOT < WS-CALC-FIRST)
                   PERFORM FIND-PLAN-IDX
                   PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                       OR WS-RT-PLAN(WS-RT-IDX) = WS-PO-PLAN(WS-PO-HIT)
                       CONTINUE
                   END-PERFORM
      *> A plan type with no rate on file weighs a dollar a head
                   IF WS-RT-IDX > WS-RT-COUNT
                       ADD 1 TO WS-WT-PLAN(WS-PL-IDX)
                       ADD 1 TO WS-WT-TOTAL
                   ELSE
                       ADD WS-RT-RATE(WS-RT-IDX)
                           TO WS-WT-PLAN(WS-PL-IDX)
                       ADD WS-RT-RATE(WS-RT-IDX) TO WS-WT-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WT-TOTAL = 0
               MOVE 1 TO WS-WT-PLAN(4)
               MOVE 1 TO WS-WT-TOTAL
           END-IF
           MOVE 0 TO WS-LAST-PLAN
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > 4
               IF WS-WT-PLAN(WS-PL-IDX) NOT = 0
                   MOVE WS-PL-IDX TO WS-LAST-PLAN
               END-IF
           END-PERFORM
           MOVE GIV-BILLED-AMT TO WS-ALLOC-LEFT
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-LAST-PLAN
               IF WS-WT-PLAN(WS-PL-IDX) NOT = 0
                   IF WS-PL-IDX = WS-LAST-PLAN
                       MOVE WS-ALLOC-LEFT TO WS-ALLOC-AMT
                   ELSE
                       COMPUTE WS-ALLOC-AMT ROUNDED =
                           GIV-BILLED-AMT * WS-WT-PLAN(WS-PL-IDX)
                           / WS-WT-TOTAL
                   END-IF
                   SUBTRACT WS-ALLOC-AMT FROM WS-ALLOC-LEFT
                   ADD WS-ALLOC-AMT
                       TO WS-GA-PREM(WS-GR-IDX, WS-PL-IDX, 2)
                   IF GIV-INVOICE-MONTH = WS-RPT-MONTH
                       ADD WS-ALLOC-AMT
                           TO WS-GA-PREM(WS-GR-IDX, WS-PL-IDX, 1)
                   END-IF
               END-IF
           END-PERFORM.

      *>================================================================*
      *> FIND-MEMBER-POLICY: The member's policy in force on
      *> WS-CALC-DATE, else the member's last policy on file;
      *> WS-PO-HIT is zero when the member has none
      *>================================================================*
       FIND-MEMBER-POLICY.
           MOVE 0 TO WS-PO-HIT
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-MEMBER(WS-PO-IDX) = WS-FIND-MEMBER
                   IF WS-PO-EFF(WS-PO-IDX) NOT > WS-CALC-DATE
                       AND (WS-PO-TERM(WS-PO-IDX) = 0
                            OR WS-PO-TERM(WS-PO-IDX)
                               NOT < WS-CALC-DATE)
                       MOVE WS-PO-IDX TO WS-PO-HIT
                       EXIT PERFORM
                   END-IF
                   MOVE WS-PO-IDX TO WS-PO-HIT
               END-IF
           END-PERFORM
           IF WS-PO-HIT > 0
               MOVE WS-PO-GROUP(WS-PO-HIT) TO WS-FIND-GROUP
               PERFORM FIND-GROUP
               PERFORM FIND-PLAN-IDX
           END-IF.

      *>================================================================*
      *> APPLY-PAID-CLAIMS: Claims paid (net of voids) in the year
      *> through the report month, charged by paid month
      *>================================================================*
       APPLY-PAID-CLAIMS.
           OPEN INPUT CLAIM-LAG-FILE
           IF WS-LAG-STATUS NOT = '00'
               DISPLAY 'MLRRPT: NO CLAIM-LAG.DAT - NO PAID CLAIMS'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLAIM-LAG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LAG-PAID-DATE(1:6) NOT < WS-YEAR-START
                           AND LAG-PAID-DATE(1:6) NOT > WS-RPT-MONTH
                           MOVE LAG-MEMBER-ID TO WS-FIND-MEMBER
                           MOVE LAG-PAID-DATE TO WS-CALC-DATE
                           PERFORM FIND-MEMBER-POLICY
                           IF WS-PO-HIT = 0
                               ADD 1 TO WS-CTR-UNMATCHED
                               ADD LAG-AMOUNT TO WS-AMT-UNMATCHED
                           ELSE
                               ADD LAG-AMOUNT
                                   TO WS-GA-CLAIMS(WS-GR-IDX,
                                                   WS-PL-IDX, 2)
                               IF LAG-PAID-DATE(1:6) = WS-RPT-MONTH
                                   ADD LAG-AMOUNT
                                       TO WS-GA-CLAIMS(WS-GR-IDX,
                                                       WS-PL-IDX, 1)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-LAG-FILE.

      *>================================================================*
      *> APPLY-CAPITATION: Each member's capitation for the
      *> coverage months of the year through the report month, as
      *> the corrected paid rosters now stand
      *>================================================================*
       APPLY-CAPITATION.
           OPEN INPUT PAID-ROSTER-FILE
           IF WS-PDR-STATUS NOT = '00'
               DISPLAY 'MLRRPT: NO CAP-PAID-ROSTERS.DAT - NO '
                   'CAPITATION'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAID-ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CPR-MONTH NOT < WS-YEAR-START
                           AND CPR-MONTH NOT > WS-RPT-MONTH
                           MOVE CPR-MEMBER-ID TO WS-FIND-MEMBER
                           COMPUTE WS-CALC-DATE = CPR-MONTH * 100 + 1
                           PERFORM FIND-MEMBER-POLICY
                           IF WS-PO-HIT = 0
                               ADD 1 TO WS-CTR-UNMATCHED
                               ADD CPR-RATE TO WS-AMT-UNMATCHED
                           ELSE
                               ADD CPR-RATE
                                   TO WS-GA-CAP(WS-GR-IDX,
                                                WS-PL-IDX, 2)
                               IF CPR-MONTH = WS-RPT-MONTH
                                   ADD CPR-RATE
                                       TO WS-GA-CAP(WS-GR-IDX,
                                                    WS-PL-IDX, 1)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAID-ROSTER-FILE.

      *>================================================================*
      *> APPLY-STOP-LOSS: The report year's reimbursements to date
      *> come off the group's claims year to date; the month's
      *> share is the growth over the basis the last earlier month
      *> reported left
      *>================================================================*
       APPLY-STOP-LOSS.
           PERFORM LOAD-SL-BASIS
           OPEN INPUT SL-ACCUM-FILE
           IF WS-SLA-STATUS NOT = '00'
               DISPLAY 'MLRRPT: NO STOPLOSS-ACCUM.DAT - NO '
                   'REIMBURSEMENTS'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SL-ACCUM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SLA-CONTRACT-YEAR = WS-RPT-YYYY
                           PERFORM APPLY-ONE-REIMBURSEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SL-ACCUM-FILE.

       APPLY-ONE-REIMBURSEMENT.
      *> The latest basis from a month before this one
           MOVE 0 TO WS-SB-HIT
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-COUNT
               IF WS-SB-MEMBER(WS-SB-IDX) = SLA-MEMBER-ID
                   AND WS-SB-YEAR(WS-SB-IDX) = SLA-CONTRACT-YEAR
                   AND WS-SB-MONTH(WS-SB-IDX) < WS-RPT-MONTH
                   IF WS-SB-HIT = 0
                       MOVE WS-SB-IDX TO WS-SB-HIT
                   ELSE
                       IF WS-SB-MONTH(WS-SB-IDX)
                           > WS-SB-MONTH(WS-SB-HIT)
                           MOVE WS-SB-IDX TO WS-SB-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SB-HIT = 0
               MOVE SLA-REIMBURSED-AMT TO WS-SL-MONTH-AMT
           ELSE
               COMPUTE WS-SL-MONTH-AMT = SLA-REIMBURSED-AMT
                   - WS-SB-REIMBURSED(WS-SB-HIT)
           END-IF
           IF WS-SN-COUNT = 3000
               DISPLAY 'MLRRPT: ERROR - MORE THAN 3000 STOP-LOSS '
                   'MEMBERS - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SN-COUNT
           MOVE SLA-MEMBER-ID      TO WS-SN-MEMBER(WS-SN-COUNT)
           MOVE SLA-CONTRACT-YEAR  TO WS-SN-YEAR(WS-SN-COUNT)
           MOVE SLA-REIMBURSED-AMT TO WS-SN-REIMBURSED(WS-SN-COUNT)
           MOVE WS-SB-HIT          TO WS-SN-PRIOR-HIT(WS-SN-COUNT)
           IF SLA-REIMBURSED-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SLA-MEMBER-ID   TO WS-FIND-MEMBER
           MOVE WS-RPT-END-DATE TO WS-CALC-DATE
           PERFORM FIND-MEMBER-POLICY
           IF WS-PO-HIT = 0
               ADD 1 TO WS-CTR-UNMATCHED
               SUBTRACT SLA-REIMBURSED-AMT FROM WS-AMT-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           ADD SLA-REIMBURSED-AMT TO WS-GA-SL(WS-GR-IDX, WS-PL-IDX, 2)
           ADD WS-SL-MONTH-AMT    TO WS-GA-SL(WS-GR-IDX, WS-PL-IDX, 1).

       LOAD-SL-BASIS.
           OPEN INPUT SL-BASIS-FILE
           IF WS-SLB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SL-BASIS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SB-COUNT = 3000
                           DISPLAY 'MLRRPT: ERROR - STOP-LOSS BASIS '
                               'EXCEEDS THE 3000-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SB-COUNT
                       MOVE SLB-MEMBER-ID
                           TO WS-SB-MEMBER(WS-SB-COUNT)
                       MOVE SLB-CONTRACT-YEAR
                           TO WS-SB-YEAR(WS-SB-COUNT)
                       MOVE SLB-MONTH TO WS-SB-MONTH(WS-SB-COUNT)
                       MOVE SLB-REIMBURSED
                           TO WS-SB-REIMBURSED(WS-SB-COUNT)
               END-READ
           END-PERFORM
           CLOSE SL-BASIS-FILE.

      *>================================================================*
      *> WRITE-REPORT: Each group by plan type, month and year to
      *> date, with the group total flagged against the target;
      *> then the plan-type and report totals and the groups for
      *> underwriting
      *>================================================================*
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MLRRPT: ERROR OPENING MLR-REPORT.TXT: '
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-PT-TABLE
           INITIALIZE WS-TT-TABLE
           MOVE WS-RPT-MONTH  TO HDR-MONTH
           MOVE WS-TARGET-PCT TO HDR-TARGET
           MOVE WS-RUN-DATE   TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
               PERFORM WRITE-ONE-GROUP
           END-PERFORM
           PERFORM WRITE-PLAN-TOTALS
           PERFORM WRITE-OVER-TARGET
           CLOSE REPORT-FILE.

       WRITE-ONE-GROUP.
           INITIALIZE WS-GT-TABLE
           MOVE SPACES TO DTL-LINE
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > 4
               IF WS-GA-MM(WS-GR-IDX, WS-PL-IDX, 2) NOT = 0
                   OR WS-GA-PREM(WS-GR-IDX, WS-PL-IDX, 2) NOT = 0
                   OR WS-GA-CLAIMS(WS-GR-IDX, WS-PL-IDX, 2) NOT = 0
                   OR WS-GA-CAP(WS-GR-IDX, WS-PL-IDX, 2) NOT = 0
                   OR WS-GA-SL(WS-GR-IDX, WS-PL-IDX, 2) NOT = 0
                   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > 2
                       MOVE WS-GR-PER(WS-GR-IDX, WS-PL-IDX, WS-PER-IDX)
                           TO WS-LN-FIGURES
                       PERFORM ADD-LINE-TO-TOTALS
                       MOVE WS-GR-ID(WS-GR-IDX)    TO DTL-GROUP
                       MOVE WS-PLAN-NAME(WS-PL-IDX) TO DTL-PLAN
                       MOVE SPACES                  TO DTL-FLAG
                       PERFORM WRITE-FIGURES-LINE
                   END-PERFORM
               END-IF
           END-PERFORM
      *> The group is judged on its year to date
           IF WS-GT-PREM(2) > 0
               COMPUTE WS-LN-RATIO ROUNDED =
                   (WS-GT-CLAIMS(2) + WS-GT-CAP(2) - WS-GT-SL(2))
                   * 100 / WS-GT-PREM(2)
               IF WS-LN-RATIO > WS-TARGET-PCT
                   MOVE 'Y' TO WS-GR-OVER(WS-GR-IDX)
                   ADD 1 TO WS-CTR-OVER
               END-IF
           END-IF
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 2
               MOVE WS-GT-PER(WS-PER-IDX) TO WS-LN-FIGURES
               MOVE WS-GR-ID(WS-GR-IDX) TO DTL-GROUP
               MOVE 'TOTAL'             TO DTL-PLAN
               MOVE SPACES              TO DTL-FLAG
               IF WS-PER-IDX = 2 AND WS-GR-OVER(WS-GR-IDX) = 'Y'
                   MOVE '** OVER TARGET' TO DTL-FLAG
               END-IF
               PERFORM WRITE-FIGURES-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

       ADD-LINE-TO-TOTALS.
           ADD WS-LN-MM     TO WS-GT-MM(WS-PER-IDX)
           ADD WS-LN-PREM   TO WS-GT-PREM(WS-PER-IDX)
           ADD WS-LN-CLAIMS TO WS-GT-CLAIMS(WS-PER-IDX)
           ADD WS-LN-CAP    TO WS-GT-CAP(WS-PER-IDX)
           ADD WS-LN-SL     TO WS-GT-SL(WS-PER-IDX)
           ADD WS-LN-MM     TO WS-PT-MM(WS-PL-IDX, WS-PER-IDX)
           ADD WS-LN-PREM   TO WS-PT-PREM(WS-PL-IDX, WS-PER-IDX)
           ADD WS-LN-CLAIMS TO WS-PT-CLAIMS(WS-PL-IDX, WS-PER-IDX)
           ADD WS-LN-CAP    TO WS-PT-CAP(WS-PL-IDX, WS-PER-IDX)
           ADD WS-LN-SL     TO WS-PT-SL(WS-PL-IDX, WS-PER-IDX)
           ADD WS-LN-MM     TO WS-TT-MM(WS-PER-IDX)
           ADD WS-LN-PREM   TO WS-TT-PREM(WS-PER-IDX)
           ADD WS-LN-CLAIMS TO WS-TT-CLAIMS(WS-PER-IDX)
           ADD WS-LN-CAP    TO WS-TT-CAP(WS-PER-IDX)
           ADD WS-LN-SL     TO WS-TT-SL(WS-PER-IDX).

      *>================================================================*
      *> WRITE-FIGURES-LINE: WS-LN-FIGURES for period WS-PER-IDX,
      *> its net claims and loss ratio; no premium, no ratio
      *>================================================================*
       WRITE-FIGURES-LINE.
           IF WS-PER-IDX = 1
               MOVE 'MONTH' TO DTL-PERIOD
           ELSE
               MOVE 'YTD'   TO DTL-PERIOD
           END-IF
           COMPUTE WS-LN-NET = WS-LN-CLAIMS + WS-LN-CAP - WS-LN-SL
           MOVE WS-LN-MM     TO DTL-MM
           MOVE WS-LN-PREM   TO DTL-PREM
           MOVE WS-LN-CLAIMS TO DTL-CLAIMS
           MOVE WS-LN-CAP    TO DTL-CAP
           MOVE WS-LN-SL     TO DTL-SL
           MOVE WS-LN-NET    TO DTL-NET
           IF WS-LN-PREM > 0
               COMPUTE WS-LN-RATIO ROUNDED =
                   WS-LN-NET * 100 / WS-LN-PREM
               MOVE WS-LN-RATIO TO DTL-RATIO
               MOVE '%' TO DTL-PCT
           ELSE
               MOVE 0 TO WS-LN-RATIO
               MOVE '     N/A' TO DTL-RATIO-X
               MOVE SPACE TO DTL-PCT
           END-IF
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-PLAN-TOTALS.
           MOVE 'ALL GROUPS BY PLAN TYPE' TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO DTL-LINE
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1 UNTIL WS-PL-IDX > 4
               IF WS-PT-MM(WS-PL-IDX, 2) NOT = 0
                   OR WS-PT-PREM(WS-PL-IDX, 2) NOT = 0
                   OR WS-PT-CLAIMS(WS-PL-IDX, 2) NOT = 0
                   OR WS-PT-CAP(WS-PL-IDX, 2) NOT = 0
                   OR WS-PT-SL(WS-PL-IDX, 2) NOT = 0
                   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > 2
                       MOVE WS-PT-PER(WS-PL-IDX, WS-PER-IDX)
                           TO WS-LN-FIGURES
                       MOVE SPACES                  TO DTL-GROUP
                       MOVE WS-PLAN-NAME(WS-PL-IDX) TO DTL-PLAN
                       MOVE SPACES                  TO DTL-FLAG
                       PERFORM WRITE-FIGURES-LINE
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 2
               MOVE WS-TT-PER(WS-PER-IDX) TO WS-LN-FIGURES
               MOVE 'ALL'   TO DTL-GROUP
               MOVE 'TOTAL' TO DTL-PLAN
               MOVE SPACES  TO DTL-FLAG
               PERFORM WRITE-FIGURES-LINE
           END-PERFORM
           MOVE WS-CTR-UNMATCHED TO EXC-COUNT
           MOVE WS-AMT-UNMATCHED TO EXC-AMOUNT
           WRITE REPORT-LINE FROM EXC-LINE
               AFTER ADVANCING 2 LINES
           IF WS-AMT-NO-GROUP-PREM NOT = 0
               MOVE WS-AMT-NO-GROUP-PREM TO EXC-PREM-AMOUNT
               WRITE REPORT-LINE FROM EXC-PREM-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-OVER-TARGET.
           WRITE REPORT-LINE FROM OVER-HDR-LINE
               AFTER ADVANCING PAGE
           IF WS-CTR-OVER = 0
               WRITE REPORT-LINE FROM OVER-NONE-LINE
                   AFTER ADVANCING 2 LINES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-OVER(WS-GR-IDX) = 'Y'
                   INITIALIZE WS-LN-FIGURES
                   PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > 4
                       ADD WS-GA-PREM(WS-GR-IDX, WS-PL-IDX, 2)
                           TO WS-LN-PREM
                       ADD WS-GA-CLAIMS(WS-GR-IDX, WS-PL-IDX, 2)
                           TO WS-LN-CLAIMS
                       ADD WS-GA-CAP(WS-GR-IDX, WS-PL-IDX, 2)
                           TO WS-LN-CAP
                       ADD WS-GA-SL(WS-GR-IDX, WS-PL-IDX, 2)
                           TO WS-LN-SL
                   END-PERFORM
                   COMPUTE WS-LN-NET =
                       WS-LN-CLAIMS + WS-LN-CAP - WS-LN-SL
                   COMPUTE WS-LN-RATIO ROUNDED =
                       WS-LN-NET * 100 / WS-LN-PREM
                   MOVE WS-GR-ID(WS-GR-IDX) TO OVR-GROUP
                   MOVE WS-LN-RATIO TO OVR-RATIO
                   MOVE WS-LN-PREM  TO OVR-PREM
                   MOVE WS-LN-NET   TO OVR-NET
                   WRITE REPORT-LINE FROM OVER-DTL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

      *>================================================================*
      *> REWRITE-SL-BASIS: For each member's report-year stop-loss,
      *> the basis the month was measured from and the month's own
      *> close, which the next month measures from; a rerun for the
      *> same month replaces its own close
      *>================================================================*
       REWRITE-SL-BASIS.
           OPEN OUTPUT SL-BASIS-FILE
           IF WS-SLB-STATUS NOT = '00'
               DISPLAY 'MLRRPT: ERROR OPENING MLR-SL-BASIS.DAT: '
                   WS-SLB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-PRIOR-HIT(WS-SN-IDX) > 0
                   MOVE WS-SN-PRIOR-HIT(WS-SN-IDX) TO WS-SB-IDX
                   MOVE WS-SB-MEMBER(WS-SB-IDX) TO SLB-MEMBER-ID
                   MOVE WS-SB-YEAR(WS-SB-IDX)   TO SLB-CONTRACT-YEAR
                   MOVE WS-SB-MONTH(WS-SB-IDX)  TO SLB-MONTH
                   MOVE WS-SB-REIMBURSED(WS-SB-IDX) TO SLB-REIMBURSED
                   WRITE SL-BASIS-RECORD
               END-IF
               MOVE WS-SN-MEMBER(WS-SN-IDX)     TO SLB-MEMBER-ID
               MOVE WS-SN-YEAR(WS-SN-IDX)       TO SLB-CONTRACT-YEAR
               MOVE WS-RPT-MONTH                TO SLB-MONTH
               MOVE WS-SN-REIMBURSED(WS-SN-IDX) TO SLB-REIMBURSED
               WRITE SL-BASIS-RECORD
           END-PERFORM
           CLOSE SL-BASIS-FILE.
