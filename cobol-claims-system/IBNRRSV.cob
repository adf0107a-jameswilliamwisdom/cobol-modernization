      *>================================================================*
      *> IBNRRSV.cob — IBNR reserve from paid-claim lag triangles
      *> Compile: cobc -x -free -I copybooks IBNRRSV.cob
      *> Finance's incurred-but-not-reported reserve. Two jobs in
      *> one step, run after every claims cycle (and PAYRELSE):
      *>   Harvest — every payment and void on this cycle's
      *>     ADJUDICATED.DAT goes onto the paid-claim lag file
      *>     before the next cycle rewrites it: incurred date the
      *>     claim's earliest date of service on CLAIM-HISTORY.DAT,
      *>     paid date the check register's issue date, product
      *>     from the policy type and the inpatient/outpatient
      *>     setting from the admission and place of service. A
      *>     rerun adds nothing twice.
      *>   Reserve — for the valuation month (the run month, or
      *>     IBNR-PARM.DAT's CCYYMM to restate one) the lag file
      *>     builds a cumulative paid triangle per product and
      *>     setting, 12 incurred months by 12 months of lag (lag
      *>     11 carries everything later). Chain-ladder development
      *>     factors give each lag's completion factor; paid to
      *>     date over completion is the ultimate, ultimate less
      *>     paid the IBNR reserve. The estimates are kept on
      *>     IBNR-ESTIMATES.DAT, and the report closes on how the
      *>     prior month's estimate developed against the runout
      *>     actually paid since. The last run of the month is the
      *>     month-end booking.
      *> A payment whose claim can't be traced to a product (a
      *> held payment released for a claim that cycled off before
      *> the harvest began) is counted on the summary, not
      *> reserved.
      *>
      *> Input:  data/ADJUDICATED.DAT     (SEQUENTIAL, CLAIMREC)
      *>         data/CLAIM-HISTORY.DAT   (SEQUENTIAL, CLMHIST)
      *>         data/CHECK-REGISTER.DAT  (LINE SEQ, CHECKREG)
      *>         data/CLAIM-LAG.DAT       (LINE SEQ, CLMLAG)
      *>         data/IBNR-ESTIMATES.DAT  (LINE SEQ, estimate rows)
      *>         data/IBNR-PARM.DAT       (LINE SEQ, optional:
      *>                                   valuation CCYYMM)
      *> Output: data/CLAIM-LAG.DAT       (rewritten, 36 incurred
      *>                                   months kept)
      *>         data/IBNR-ESTIMATES.DAT  (rewritten, 24 valuation
      *>                                   months kept)
      *>         data/IBNR-RESERVE.TXT    (LINE SEQUENTIAL, print)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBNRRSV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-FILE
               ASSIGN TO 'data/ADJUDICATED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO 'data/CLAIM-HISTORY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'data/CHECK-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.
           SELECT CLAIM-LAG-FILE
               ASSIGN TO 'data/CLAIM-LAG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAG-STATUS.
           SELECT ESTIMATE-FILE
               ASSIGN TO 'data/IBNR-ESTIMATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'data/IBNR-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/IBNR-RESERVE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-FILE.
       COPY CLAIMREC.

       FD  HISTORY-FILE.
       COPY CLMHIST.

       FD  CHECK-REGISTER-FILE.
       COPY CHECKREG.

       FD  CLAIM-LAG-FILE.
       COPY CLMLAG.

      *> One row per product/setting/incurred month per valuation
      *> month — the estimate as it stood when that month closed
       FD  ESTIMATE-FILE.
       01  IBNR-ESTIMATE-RECORD.
           05  EST-VALUATION-MONTH    PIC 9(6).
           05  EST-PRODUCT            PIC X(1).
           05  EST-SETTING            PIC X(1).
           05  EST-INCURRED-MONTH     PIC 9(6).
           05  EST-PAID-TO-DATE       PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  EST-COMPLETION         PIC 9(3)V9(6).
           05  EST-ULTIMATE           PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  EST-IBNR               PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  EST-FILLER             PIC X(1).

       FD  PARM-FILE.
       01  IBNR-PARM-RECORD.
           05  PARM-VALUATION-MONTH   PIC X(6).
           05  PARM-FILLER            PIC X(14).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-HIST-STATUS             PIC XX.
       01  WS-CHK-STATUS              PIC XX.
       01  WS-LAG-STATUS              PIC XX.
       01  WS-EST-STATUS              PIC XX.
       01  WS-PARM-STATUS             PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-FOUND                   PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-MONTH           PIC 9(6).
           05  WS-RUN-DD              PIC 9(2).
       01  WS-VAL-MONTH               PIC 9(6).
       01  WS-VAL-NO                  PIC 9(6).
       01  WS-PRIOR-MONTH             PIC 9(6).
       01  WS-KEEP-LAG-NO             PIC 9(6).
       01  WS-KEEP-EST-NO             PIC 9(6).

      *> Month arithmetic — CCYYMM to a running month number and
      *> back
       01  WS-MN-MONTH                PIC 9(6).
       01  WS-MN-MONTH-PARTS REDEFINES WS-MN-MONTH.
           05  WS-MN-YYYY             PIC 9(4).
           05  WS-MN-MM               PIC 9(2).
       01  WS-MN-NO                   PIC 9(6).
       01  WS-MN-REM                  PIC 9(2).
       01  WS-INC-NO                  PIC 9(6).
       01  WS-PAID-NO                 PIC 9(6).
       01  WS-MONTHS-BACK             PIC S9(6).
       01  WS-LAG-MONTHS              PIC S9(6).

      *> The six reserving segments — product by setting
       01  WS-SEG-CODE-VALUES.
           05  FILLER                 PIC X(12) VALUE 'PIPOHIHOIIIO'.
       01  WS-SEG-CODE-TABLE REDEFINES WS-SEG-CODE-VALUES.
           05  WS-SEG-CODE OCCURS 6.
               10  WS-SEG-PRODUCT     PIC X(1).
               10  WS-SEG-SETTING     PIC X(1).
       01  WS-SEG-NAME-VALUES.
           05  FILLER                 PIC X(21)
               VALUE 'PPO INPATIENT'.
           05  FILLER                 PIC X(21)
               VALUE 'PPO OUTPATIENT'.
           05  FILLER                 PIC X(21)
               VALUE 'HMO INPATIENT'.
           05  FILLER                 PIC X(21)
               VALUE 'HMO OUTPATIENT'.
           05  FILLER                 PIC X(21)
               VALUE 'INDEMNITY INPATIENT'.
           05  FILLER                 PIC X(21)
               VALUE 'INDEMNITY OUTPATIENT'.
       01  WS-SEG-NAME-TABLE REDEFINES WS-SEG-NAME-VALUES.
           05  WS-SEG-NAME            PIC X(21) OCCURS 6.
       01  WS-SEG-IDX                 PIC 9(1).
       01  WS-FIND-PRODUCT            PIC X(1).
       01  WS-FIND-SETTING            PIC X(1).

      *> Claims on this cycle's ADJUDICATED.DAT
       01  WS-CL-COUNT                PIC 9(4) VALUE 0.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 1000.
               10  WS-CL-ID           PIC X(12).
               10  WS-CL-MEMBER       PIC X(10).
               10  WS-CL-PRODUCT      PIC X(1).
               10  WS-CL-SETTING      PIC X(1).
               10  WS-CL-HDR-DATE     PIC 9(8).
               10  WS-CL-LINE-DATE    PIC 9(8).
               10  WS-CL-HIST-DATE    PIC 9(8).
       01  WS-CL-IDX                  PIC 9(4).
       01  WS-CUR-CL-IDX              PIC 9(4) VALUE 0.

      *> Payments and voids on this cycle's ADJUDICATED.DAT
       01  WS-PY-COUNT                PIC 9(4) VALUE 0.
       01  WS-PY-TABLE.
           05  WS-PY-ENTRY OCCURS 1000.
               10  WS-PY-CLAIM-ID     PIC X(12).
               10  WS-PY-SOURCE       PIC X(1).
               10  WS-PY-METHOD       PIC X(1).
               10  WS-PY-NUMBER       PIC 9(8).
               10  WS-PY-DATE         PIC 9(8).
               10  WS-PY-AMOUNT       PIC S9(9)V99.
       01  WS-PY-IDX                  PIC 9(4).

      *> The lag file in memory — added to, then written back whole
       01  WS-LS-COUNT                PIC 9(5) VALUE 0.
       01  WS-LS-TABLE.
           05  WS-LS-ENTRY            PIC X(70) OCCURS 20000.
       01  WS-LS-IDX                  PIC 9(5).
       01  WS-LS-LOADED               PIC 9(5) VALUE 0.

      *> The estimate history in memory
       01  WS-ES-COUNT                PIC 9(4) VALUE 0.
       01  WS-ES-TABLE.
           05  WS-ES-ENTRY            PIC X(60) OCCURS 3000.
       01  WS-ES-IDX                  PIC 9(4).

      *> Cumulative paid triangles: segment, incurred month (12 is
      *> the valuation month), lag (1 is lag 0, 12 is lag 11+)
       01  WS-TRI-TABLE.
           05  WS-TRI-SEG OCCURS 6.
               10  WS-TRI-ROW OCCURS 12.
                   15  WS-TRI-CELL    PIC S9(9)V99 OCCURS 12.
       01  WS-FAC-TABLE.
           05  WS-FAC-SEG OCCURS 6.
               10  WS-DEV-FACTOR      PIC 9(3)V9(6) OCCURS 12.
               10  WS-CMP-FACTOR      PIC 9(3)V9(6) OCCURS 12.
       01  WS-RES-TABLE.
           05  WS-RES-SEG OCCURS 6.
               10  WS-RES-ROW OCCURS 12.
                   15  WS-RES-PTD     PIC S9(9)V99.
                   15  WS-RES-CF      PIC 9(3)V9(6).
                   15  WS-RES-ULT     PIC S9(9)V99.
                   15  WS-RES-IBNR    PIC S9(9)V99.
       01  WS-SEG-TOTALS.
           05  WS-ST-ENTRY OCCURS 6.
               10  WS-ST-PTD          PIC S9(11)V99.
               10  WS-ST-ULT          PIC S9(11)V99.
               10  WS-ST-IBNR         PIC S9(11)V99.
       01  WS-ROW-IDX                 PIC 9(2).
       01  WS-LAG-IDX                 PIC 9(2).
       01  WS-OBS-LAG                 PIC 9(2).
       01  WS-FAC-NUM                 PIC S9(11)V99.
       01  WS-FAC-DEN                 PIC S9(11)V99.

      *> Development of the prior month's estimate
       01  WS-DV-PTD-NOW              PIC S9(11)V99.
       01  WS-DV-RUNOUT               PIC S9(11)V99.
       01  WS-DV-IBNR-NOW             PIC S9(11)V99.
       01  WS-DV-DEVELOPED            PIC S9(11)V99.
       01  WS-DV-ROWS                 PIC 9(4) VALUE 0.
       01  WS-DV-TOT-PTD              PIC S9(11)V99 VALUE 0.
       01  WS-DV-TOT-PRIOR            PIC S9(11)V99 VALUE 0.
       01  WS-DV-TOT-RUNOUT           PIC S9(11)V99 VALUE 0.
       01  WS-DV-TOT-NOW              PIC S9(11)V99 VALUE 0.
       01  WS-DV-TOT-DEVELOPED        PIC S9(11)V99 VALUE 0.

       01  WS-CTR-ADDED               PIC 9(5) VALUE 0.
       01  WS-CTR-ALREADY             PIC 9(5) VALUE 0.
       01  WS-CTR-UNTRACED            PIC 9(5) VALUE 0.
       01  WS-AMT-UNTRACED            PIC S9(11)V99 VALUE 0.
       01  WS-CTR-DROPPED             PIC 9(5) VALUE 0.
       01  WS-TOT-PTD                 PIC S9(11)V99 VALUE 0.
       01  WS-TOT-ULT                 PIC S9(11)V99 VALUE 0.
       01  WS-TOT-IBNR                PIC S9(11)V99 VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER                 PIC X(16)
               VALUE 'IBNR RESERVE -  '.
           05  RPT-TTL-TEXT           PIC X(40).
           05  FILLER                 PIC X(18)
               VALUE '  VALUATION MONTH '.
           05  RPT-TTL-MONTH          PIC 9(6).
           05  FILLER                 PIC X(8)  VALUE '   RUN  '.
           05  RPT-TTL-DATE           PIC 9(8).
           05  FILLER                 PIC X(44) VALUE SPACES.
       01  RPT-TRI-SUBTITLE.
           05  FILLER                 PIC X(44) VALUE
               'CUMULATIVE PAID BY INCURRED MONTH AND MONTHS'.
           05  FILLER                 PIC X(44) VALUE
               ' OF LAG (LAG 11 INCLUDES ALL LATER PAYMENTS)'.
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  RPT-LAG-HDR-LINE.
           05  RPT-LAG-HDR-LABEL      PIC X(8).
           05  RPT-LAG-HDR OCCURS 12.
               10  FILLER             PIC X(5).
               10  RPT-LAG-HDR-TEXT   PIC X(4).
               10  RPT-LAG-HDR-NO     PIC Z9.
       01  RPT-TRI-LINE.
           05  RPT-TRI-MONTH          PIC 9(6).
           05  FILLER                 PIC X(2).
           05  RPT-TRI-CELL OCCURS 12.
               10  FILLER             PIC X(1).
               10  RPT-TRI-AMT        PIC --,---,--9.
       01  RPT-FAC-LINE.
           05  RPT-FAC-LABEL          PIC X(8).
           05  RPT-FAC-CELL OCCURS 12.
               10  FILLER             PIC X(3).
               10  RPT-FAC-VAL        PIC Z9.99999.
       01  RPT-RES-HDR-LINE.
           05  FILLER                 PIC X(44) VALUE
               'INCURRED  LAG   PAID TO DATE  COMPLETION    '.
           05  FILLER                 PIC X(44) VALUE
               '    ULTIMATE   IBNR RESERVE'.
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  RPT-RES-LINE.
           05  RPT-RES-MONTH          PIC 9(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-RES-LAG            PIC Z9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-RES-PTD            PIC ---,---,--9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-RES-CF             PIC Z9.99999.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-RES-ULT            PIC ---,---,--9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-RES-IBNR           PIC ---,---,--9.99.
           05  FILLER                 PIC X(69) VALUE SPACES.
       01  RPT-SEG-TOT-LINE.
           05  FILLER                 PIC X(14)
               VALUE 'SEGMENT TOTAL '.
           05  RPT-STL-PTD            PIC ---,---,--9.99.
           05  FILLER                 PIC X(14) VALUE SPACES.
           05  RPT-STL-ULT            PIC ---,---,--9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-STL-IBNR           PIC ---,---,--9.99.
           05  FILLER                 PIC X(69) VALUE SPACES.
       01  RPT-SUM-HDR-LINE.
           05  FILLER                 PIC X(44) VALUE
               'PRODUCT / SETTING        PAID TO DATE       '.
           05  FILLER                 PIC X(44) VALUE
               'ULTIMATE   IBNR RESERVE'.
           05  FILLER                 PIC X(52) VALUE SPACES.
       01  RPT-SUM-LINE.
           05  RPT-SUM-NAME           PIC X(21).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-SUM-PTD            PIC ---,---,--9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-SUM-ULT            PIC ---,---,--9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-SUM-IBNR           PIC ---,---,--9.99.
           05  FILLER                 PIC X(73) VALUE SPACES.
       01  RPT-UNTRACED-LINE.
           05  FILLER                 PIC X(44) VALUE
               'PAYMENTS NOT TRACED TO A PRODUCT (NOT RESERV'.
           05  FILLER                 PIC X(5)  VALUE 'ED): '.
           05  RPT-UNT-COUNT          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(5)  VALUE ' FOR '.
           05  RPT-UNT-AMOUNT         PIC ---,---,--9.99.
           05  FILLER                 PIC X(66) VALUE SPACES.
       01  RPT-HARVEST-LINE.
           05  FILLER                 PIC X(22)
               VALUE 'LAG FILE - THIS RUN: '.
           05  RPT-HRV-ADDED          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE ' ADDED    '.
           05  RPT-HRV-ALREADY        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(21)
               VALUE ' ALREADY ON FILE    '.
           05  RPT-HRV-ROWS           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE ' ROWS KEPT    '.
           05  RPT-HRV-DROPPED        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(48)
               VALUE ' AGED OFF'.
       01  RPT-DEV-HDR-LINE.
           05  FILLER                 PIC X(44) VALUE
               'PRODUCT / SETTING    INCURRED     PRIOR PAID'.
           05  FILLER                 PIC X(44) VALUE
               '     PRIOR IBNR    RUNOUT PAID       IBNR NO'.
           05  FILLER                 PIC X(52) VALUE
               'W    DEVELOPMENT'.
       01  RPT-DEV-LINE.
           05  RPT-DEV-NAME           PIC X(21).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DEV-MONTH          PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-DEV-PRIOR-PTD      PIC ---,---,--9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-DEV-PRIOR-IBNR     PIC ---,---,--9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-DEV-RUNOUT         PIC ---,---,--9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-DEV-IBNR-NOW       PIC ---,---,--9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-DEV-DEVELOPED      PIC ---,---,--9.99.
           05  FILLER                 PIC X(36) VALUE SPACES.
       01  RPT-DEV-NOTE-LINE          PIC X(140).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'IBNRRSV - IBNR RESERVE FROM LAG TRIANGLES'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SET-VALUATION-MONTH
           DISPLAY 'VALUATION MONTH: ' WS-VAL-MONTH
           PERFORM LOAD-CLAIM-LAG
           PERFORM SCAN-ADJUDICATED
           PERFORM APPLY-CLAIM-HISTORY
           PERFORM APPLY-CHECK-REGISTER
           PERFORM HARVEST-PAYMENTS
           PERFORM REWRITE-CLAIM-LAG
           PERFORM BUILD-TRIANGLES
           PERFORM COMPUTE-FACTORS
           PERFORM COMPUTE-RESERVES
           PERFORM LOAD-ESTIMATES
           PERFORM OPEN-REPORT
           PERFORM WRITE-SEGMENT-PAGES
           PERFORM WRITE-SUMMARY-PAGE
           PERFORM WRITE-DEVELOPMENT-PAGE
           CLOSE REPORT-FILE
           PERFORM SAVE-ESTIMATES
           DISPLAY 'IBNRRSV COMPLETE'
           DISPLAY '  LAG ROWS ADDED:   ' WS-CTR-ADDED
           DISPLAY '  ALREADY ON FILE:  ' WS-CTR-ALREADY
           DISPLAY '  NOT TRACED:       ' WS-CTR-UNTRACED
               ' FOR $' WS-AMT-UNTRACED
           DISPLAY '  PAID TO DATE:     $' WS-TOT-PTD
           DISPLAY '  ULTIMATE:         $' WS-TOT-ULT
           DISPLAY '  IBNR RESERVE:     $' WS-TOT-IBNR
           STOP RUN.

      *>================================================================*
      *> SET-VALUATION-MONTH: The run month unless the parm file
      *> names one to restate; the prior month's estimate is the
      *> one developed, and the retention horizons run back from
      *> the valuation month.
      *>================================================================*
       SET-VALUATION-MONTH.
           MOVE WS-RUN-MONTH TO WS-VAL-MONTH
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PARM-VALUATION-MONTH IS NUMERIC
                           AND PARM-VALUATION-MONTH NOT = '000000'
                           MOVE PARM-VALUATION-MONTH TO WS-VAL-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           MOVE WS-VAL-MONTH TO WS-MN-MONTH
           PERFORM MONTH-TO-NUMBER
           MOVE WS-MN-NO TO WS-VAL-NO
           COMPUTE WS-MN-NO = WS-VAL-NO - 1
           PERFORM NUMBER-TO-MONTH
           MOVE WS-MN-MONTH TO WS-PRIOR-MONTH
           COMPUTE WS-KEEP-LAG-NO = WS-VAL-NO - 35
           COMPUTE WS-KEEP-EST-NO = WS-VAL-NO - 23.

       MONTH-TO-NUMBER.
           COMPUTE WS-MN-NO = WS-MN-YYYY * 12 + WS-MN-MM - 1.

       NUMBER-TO-MONTH.
           DIVIDE WS-MN-NO BY 12 GIVING WS-MN-YYYY
               REMAINDER WS-MN-REM
           COMPUTE WS-MN-MM = WS-MN-REM + 1.

      *>================================================================*
      *> LOAD-CLAIM-LAG: The lag file is rewritten from this table,
      *> so overflow stops the run rather than drop history
      *>================================================================*
       LOAD-CLAIM-LAG.
           OPEN INPUT CLAIM-LAG-FILE
           IF WS-LAG-STATUS NOT = '00'
               DISPLAY 'IBNRRSV: NO CLAIM-LAG.DAT YET - STARTING ONE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLAIM-LAG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ADD-LAG-ROW
               END-READ
           END-PERFORM
           CLOSE CLAIM-LAG-FILE
           MOVE WS-LS-COUNT TO WS-LS-LOADED
           DISPLAY 'LAG ROWS LOADED: ' WS-LS-COUNT.

       ADD-LAG-ROW.
           IF WS-LS-COUNT = 20000
               DISPLAY 'IBNRRSV: ERROR - CLAIM LAG FILE EXCEEDS THE '
                   '20000-ROW TABLE - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LS-COUNT
           MOVE CLAIM-LAG-RECORD TO WS-LS-ENTRY(WS-LS-COUNT).

      *>================================================================*
      *> SCAN-ADJUDICATED: Each claim's product, setting and dates
      *> of service, and every payment and void in the file. P
      *> records PAYRELSE appended for a released claim carry no
      *> header of their own in this cycle's file.
      *>================================================================*
       SCAN-ADJUDICATED.
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'IBNRRSV: NO ADJUDICATED.DAT - NOTHING TO '
                   'HARVEST'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CFR-IS-HEADER
                               PERFORM ADD-CLAIM
                           WHEN CFR-IS-SERVICE
                               PERFORM NOTE-SERVICE-LINE
                           WHEN CFR-IS-PAYMENT
                               IF CFP-TOTAL-PAID NOT = 0
                                   PERFORM ADD-PAYMENT
                                   MOVE 'P' TO WS-PY-SOURCE(WS-PY-IDX)
                                   MOVE CFP-PAY-METHOD
                                       TO WS-PY-METHOD(WS-PY-IDX)
                                   MOVE CFP-CHECK-NUMBER
                                       TO WS-PY-NUMBER(WS-PY-IDX)
                                   MOVE CFP-PAY-DATE
                                       TO WS-PY-DATE(WS-PY-IDX)
                                   MOVE CFP-TOTAL-PAID
                                       TO WS-PY-AMOUNT(WS-PY-IDX)
                               END-IF
                           WHEN CFR-IS-VOID
                               IF CFV-REVERSED-PAID NOT = 0
                                   PERFORM ADD-PAYMENT
                                   MOVE 'V' TO WS-PY-SOURCE(WS-PY-IDX)
                                   MOVE SPACE
                                       TO WS-PY-METHOD(WS-PY-IDX)
                                   MOVE 0 TO WS-PY-NUMBER(WS-PY-IDX)
                                   MOVE CFV-VOID-DATE
                                       TO WS-PY-DATE(WS-PY-IDX)
                                   COMPUTE WS-PY-AMOUNT(WS-PY-IDX) =
                                       0 - CFV-REVERSED-PAID
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ADJ-FILE
           DISPLAY 'CLAIMS SCANNED: ' WS-CL-COUNT
               '  PAYMENTS/VOIDS: ' WS-PY-COUNT.

       ADD-CLAIM.
           IF WS-CL-COUNT = 1000
               DISPLAY 'IBNRRSV: ERROR - MORE THAN 1000 CLAIMS ON '
                   'ADJUDICATED.DAT - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CL-COUNT
           MOVE WS-CL-COUNT     TO WS-CUR-CL-IDX
           MOVE CFR-CLAIM-ID    TO WS-CL-ID(WS-CUR-CL-IDX)
           MOVE CFH-MEMBER-ID   TO WS-CL-MEMBER(WS-CUR-CL-IDX)
           MOVE CFH-POLICY-TYPE TO WS-CL-PRODUCT(WS-CUR-CL-IDX)
      *> An institutional admission is inpatient whatever its lines
           IF CFH-ADMIT-TYPE NOT = SPACE
               MOVE 'I' TO WS-CL-SETTING(WS-CUR-CL-IDX)
           ELSE
               MOVE 'O' TO WS-CL-SETTING(WS-CUR-CL-IDX)
           END-IF
           MOVE CFH-CLAIM-DATE  TO WS-CL-HDR-DATE(WS-CUR-CL-IDX)
           MOVE 0 TO WS-CL-LINE-DATE(WS-CUR-CL-IDX)
           MOVE 0 TO WS-CL-HIST-DATE(WS-CUR-CL-IDX).

       NOTE-SERVICE-LINE.
           IF WS-CUR-CL-IDX = 0
               OR WS-CL-ID(WS-CUR-CL-IDX) NOT = CFR-CLAIM-ID
               EXIT PARAGRAPH
           END-IF
           IF CFS-INPATIENT
               MOVE 'I' TO WS-CL-SETTING(WS-CUR-CL-IDX)
           END-IF
           IF CFS-DATE-FROM > 0
               AND (WS-CL-LINE-DATE(WS-CUR-CL-IDX) = 0
                    OR CFS-DATE-FROM < WS-CL-LINE-DATE(WS-CUR-CL-IDX))
               MOVE CFS-DATE-FROM TO WS-CL-LINE-DATE(WS-CUR-CL-IDX)
           END-IF.

       ADD-PAYMENT.
           IF WS-PY-COUNT = 1000
               DISPLAY 'IBNRRSV: ERROR - MORE THAN 1000 PAYMENTS ON '
                   'ADJUDICATED.DAT - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PY-COUNT
           MOVE WS-PY-COUNT  TO WS-PY-IDX
           MOVE CFR-CLAIM-ID TO WS-PY-CLAIM-ID(WS-PY-IDX).

      *>================================================================*
      *> APPLY-CLAIM-HISTORY: The incurred date is the earliest date
      *> of service the history holds for the claim
      *>================================================================*
       APPLY-CLAIM-HISTORY.
           IF WS-CL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'IBNRRSV: NO CLAIM-HISTORY.DAT - INCURRED '
                   'DATES FROM THE CLAIM LINES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                           UNTIL WS-CL-IDX > WS-CL-COUNT
                           OR WS-CL-ID(WS-CL-IDX) = CH-CLAIM-ID
                           CONTINUE
                       END-PERFORM
                       IF WS-CL-IDX NOT > WS-CL-COUNT
                           AND CH-DATE-OF-SVC > 0
                           AND (WS-CL-HIST-DATE(WS-CL-IDX) = 0
                                OR CH-DATE-OF-SVC
                                   < WS-CL-HIST-DATE(WS-CL-IDX))
                           MOVE CH-DATE-OF-SVC
                               TO WS-CL-HIST-DATE(WS-CL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *>================================================================*
      *> APPLY-CHECK-REGISTER: A check is paid the day the register
      *> shows it issued
      *>================================================================*
       APPLY-CHECK-REGISTER.
           IF WS-PY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHK-STATUS NOT = '00'
               DISPLAY 'IBNRRSV: NO CHECK-REGISTER.DAT - CHECKS '
                   'DATED FROM THE PAYMENT RECORDS'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHK-TO-PROVIDER
                           AND CHK-ISSUE-DATE > 0
                           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                               UNTIL WS-PY-IDX > WS-PY-COUNT
                               IF WS-PY-SOURCE(WS-PY-IDX) = 'P'
                                   AND WS-PY-METHOD(WS-PY-IDX) = 'C'
                                   AND WS-PY-NUMBER(WS-PY-IDX)
                                       = CHK-NUMBER
                                   MOVE CHK-ISSUE-DATE
                                       TO WS-PY-DATE(WS-PY-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.

      *>================================================================*
      *> HARVEST-PAYMENTS: One lag row per payment or void not
      *> already on the lag file. The claim's product, setting and
      *> incurred date (and the member) come from this cycle's
      *> header; a void or released payment whose header cycled
      *> off earlier takes them from the claim's earlier lag row.
      *>================================================================*
       HARVEST-PAYMENTS.
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               PERFORM HARVEST-ONE-PAYMENT
           END-PERFORM.

       HARVEST-ONE-PAYMENT.
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               MOVE WS-LS-ENTRY(WS-LS-IDX) TO CLAIM-LAG-RECORD
               IF LAG-CLAIM-ID = WS-PY-CLAIM-ID(WS-PY-IDX)
                   AND LAG-SOURCE = WS-PY-SOURCE(WS-PY-IDX)
                   AND LAG-PAY-NUMBER = WS-PY-NUMBER(WS-PY-IDX)
                   ADD 1 TO WS-CTR-ALREADY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           INITIALIZE CLAIM-LAG-RECORD
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               OR WS-CL-ID(WS-CL-IDX) = WS-PY-CLAIM-ID(WS-PY-IDX)
               CONTINUE
           END-PERFORM
           IF WS-CL-IDX NOT > WS-CL-COUNT
               MOVE WS-CL-MEMBER(WS-CL-IDX)  TO LAG-MEMBER-ID
               MOVE WS-CL-PRODUCT(WS-CL-IDX) TO LAG-PRODUCT
               MOVE WS-CL-SETTING(WS-CL-IDX) TO LAG-SETTING
               EVALUATE TRUE
                   WHEN WS-CL-HIST-DATE(WS-CL-IDX) > 0
                       MOVE WS-CL-HIST-DATE(WS-CL-IDX)
                           TO LAG-INCURRED-DATE
                   WHEN WS-CL-LINE-DATE(WS-CL-IDX) > 0
                       MOVE WS-CL-LINE-DATE(WS-CL-IDX)
                           TO LAG-INCURRED-DATE
                   WHEN OTHER
                       MOVE WS-CL-HDR-DATE(WS-CL-IDX)
                           TO LAG-INCURRED-DATE
               END-EVALUATE
           ELSE
               PERFORM FIND-EARLIER-LAG-ROW
               IF WS-FOUND = 'N'
                   ADD 1 TO WS-CTR-UNTRACED
                   ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-AMT-UNTRACED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LAG-PRODUCT     TO WS-FIND-PRODUCT
           MOVE LAG-SETTING     TO WS-FIND-SETTING
           PERFORM FIND-SEGMENT
           IF WS-SEG-IDX = 0
               ADD 1 TO WS-CTR-UNTRACED
               ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-AMT-UNTRACED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PY-CLAIM-ID(WS-PY-IDX) TO LAG-CLAIM-ID
           MOVE WS-PY-SOURCE(WS-PY-IDX)   TO LAG-SOURCE
           MOVE WS-PY-NUMBER(WS-PY-IDX)   TO LAG-PAY-NUMBER
           MOVE WS-PY-DATE(WS-PY-IDX)     TO LAG-PAID-DATE
           MOVE WS-PY-AMOUNT(WS-PY-IDX)   TO LAG-AMOUNT
           MOVE WS-RUN-DATE               TO LAG-HARVEST-DATE
           PERFORM ADD-LAG-ROW
           ADD 1 TO WS-CTR-ADDED.

       FIND-EARLIER-LAG-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               OR WS-FOUND = 'Y'
               MOVE WS-LS-ENTRY(WS-LS-IDX) TO CLAIM-LAG-RECORD
               IF LAG-CLAIM-ID = WS-PY-CLAIM-ID(WS-PY-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

       FIND-SEGMENT.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > 6
               OR (WS-SEG-PRODUCT(WS-SEG-IDX) = WS-FIND-PRODUCT
                   AND WS-SEG-SETTING(WS-SEG-IDX) = WS-FIND-SETTING)
               CONTINUE
           END-PERFORM
           IF WS-SEG-IDX > 6
               MOVE 0 TO WS-SEG-IDX
           END-IF.

      *>================================================================*
      *> REWRITE-CLAIM-LAG: Rows incurred more than 36 months
      *> before the valuation month age off; the triangles reach
      *> back 12 and the development a month further.
      *>================================================================*
       REWRITE-CLAIM-LAG.
           OPEN OUTPUT CLAIM-LAG-FILE
           IF WS-LAG-STATUS NOT = '00'
               DISPLAY 'IBNRRSV: ERROR OPENING CLAIM-LAG.DAT: '
                   WS-LAG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               MOVE WS-LS-ENTRY(WS-LS-IDX) TO CLAIM-LAG-RECORD
               MOVE LAG-INCURRED-DATE(1:6) TO WS-MN-MONTH
               PERFORM MONTH-TO-NUMBER
               IF WS-MN-NO < WS-KEEP-LAG-NO
                   ADD 1 TO WS-CTR-DROPPED
               ELSE
                   WRITE CLAIM-LAG-RECORD
               END-IF
           END-PERFORM
           CLOSE CLAIM-LAG-FILE.

      *>================================================================*
      *> BUILD-TRIANGLES: Each lag row paid by the valuation month
      *> and incurred within its 12 months lands in its segment's
      *> cell, then each incurred row is cumulated across the lags
      *>================================================================*
       BUILD-TRIANGLES.
           INITIALIZE WS-TRI-TABLE
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               MOVE WS-LS-ENTRY(WS-LS-IDX) TO CLAIM-LAG-RECORD
               PERFORM PLACE-LAG-ROW
           END-PERFORM
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 6
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 12
                   PERFORM VARYING WS-LAG-IDX FROM 2 BY 1
                       UNTIL WS-LAG-IDX > 12
                       ADD WS-TRI-CELL(WS-SEG-IDX, WS-ROW-IDX,
                                       WS-LAG-IDX - 1)
                           TO WS-TRI-CELL(WS-SEG-IDX, WS-ROW-IDX,
                                          WS-LAG-IDX)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       PLACE-LAG-ROW.
           MOVE LAG-PRODUCT TO WS-FIND-PRODUCT
           MOVE LAG-SETTING TO WS-FIND-SETTING
           PERFORM FIND-SEGMENT
           IF WS-SEG-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LAG-INCURRED-DATE(1:6) TO WS-MN-MONTH
           PERFORM MONTH-TO-NUMBER
           MOVE WS-MN-NO TO WS-INC-NO
           MOVE LAG-PAID-DATE(1:6) TO WS-MN-MONTH
           PERFORM MONTH-TO-NUMBER
           MOVE WS-MN-NO TO WS-PAID-NO
           COMPUTE WS-MONTHS-BACK = WS-VAL-NO - WS-INC-NO
           IF WS-PAID-NO > WS-VAL-NO
               OR WS-MONTHS-BACK < 0
               OR WS-MONTHS-BACK > 11
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-IDX = 12 - WS-MONTHS-BACK
           COMPUTE WS-LAG-MONTHS = WS-PAID-NO - WS-INC-NO
      *> Paid ahead of the service month (a prepaid admission) is
      *> lag 0; anything past lag 11 stays in the last column
           IF WS-LAG-MONTHS < 0
               MOVE 0 TO WS-LAG-MONTHS
           END-IF
           IF WS-LAG-MONTHS > 11
               MOVE 11 TO WS-LAG-MONTHS
           END-IF
           COMPUTE WS-LAG-IDX = WS-LAG-MONTHS + 1
           ADD LAG-AMOUNT
               TO WS-TRI-CELL(WS-SEG-IDX, WS-ROW-IDX, WS-LAG-IDX).

      *>================================================================*
      *> COMPUTE-FACTORS: Chain ladder — the lag-to-lag factor is
      *> the paid at the later lag over the paid at the earlier,
      *> summed across every incurred month seen at both; a lag
      *> with nothing paid develops at 1. A lag's completion factor
      *> is the reciprocal of its factors to the tail multiplied
      *> together; lag 11 is taken as complete.
      *>================================================================*
       COMPUTE-FACTORS.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 6
               PERFORM VARYING WS-LAG-IDX FROM 1 BY 1
                   UNTIL WS-LAG-IDX > 11
                   MOVE 0 TO WS-FAC-NUM
                   MOVE 0 TO WS-FAC-DEN
                   PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > 12 - WS-LAG-IDX
                       ADD WS-TRI-CELL(WS-SEG-IDX, WS-ROW-IDX,
                                       WS-LAG-IDX + 1) TO WS-FAC-NUM
                       ADD WS-TRI-CELL(WS-SEG-IDX, WS-ROW-IDX,
                                       WS-LAG-IDX) TO WS-FAC-DEN
                   END-PERFORM
                   IF WS-FAC-NUM > 0 AND WS-FAC-DEN > 0
                       COMPUTE WS-DEV-FACTOR(WS-SEG-IDX, WS-LAG-IDX)
                           ROUNDED = WS-FAC-NUM / WS-FAC-DEN
                   ELSE
                       MOVE 1 TO WS-DEV-FACTOR(WS-SEG-IDX, WS-LAG-IDX)
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-DEV-FACTOR(WS-SEG-IDX, 12)
               MOVE 1 TO WS-CMP-FACTOR(WS-SEG-IDX, 12)
               PERFORM VARYING WS-LAG-IDX FROM 11 BY -1
                   UNTIL WS-LAG-IDX < 1
                   IF WS-DEV-FACTOR(WS-SEG-IDX, WS-LAG-IDX) = 0
                       MOVE WS-CMP-FACTOR(WS-SEG-IDX, WS-LAG-IDX + 1)
                           TO WS-CMP-FACTOR(WS-SEG-IDX, WS-LAG-IDX)
                   ELSE
                       COMPUTE WS-CMP-FACTOR(WS-SEG-IDX, WS-LAG-IDX)
                           ROUNDED =
                           WS-CMP-FACTOR(WS-SEG-IDX, WS-LAG-IDX + 1)
                           / WS-DEV-FACTOR(WS-SEG-IDX, WS-LAG-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>================================================================*
      *> COMPUTE-RESERVES: Each incurred month's paid to date over
      *> the completion factor at its current lag is its ultimate;
      *> ultimate less paid is the IBNR reserve
      *>================================================================*
       COMPUTE-RESERVES.
           INITIALIZE WS-RES-TABLE
           INITIALIZE WS-SEG-TOTALS
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 6
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 12
                   COMPUTE WS-OBS-LAG = 13 - WS-ROW-IDX
                   MOVE WS-TRI-CELL(WS-SEG-IDX, WS-ROW-IDX, WS-OBS-LAG)
                       TO WS-RES-PTD(WS-SEG-IDX, WS-ROW-IDX)
                   MOVE WS-CMP-FACTOR(WS-SEG-IDX, WS-OBS-LAG)
                       TO WS-RES-CF(WS-SEG-IDX, WS-ROW-IDX)
                   IF WS-RES-CF(WS-SEG-IDX, WS-ROW-IDX) > 0
                       COMPUTE WS-RES-ULT(WS-SEG-IDX, WS-ROW-IDX)
                           ROUNDED = WS-RES-PTD(WS-SEG-IDX, WS-ROW-IDX)
                           / WS-RES-CF(WS-SEG-IDX, WS-ROW-IDX)
                   ELSE
                       MOVE WS-RES-PTD(WS-SEG-IDX, WS-ROW-IDX)
                           TO WS-RES-ULT(WS-SEG-IDX, WS-ROW-IDX)
                   END-IF
                   COMPUTE WS-RES-IBNR(WS-SEG-IDX, WS-ROW-IDX) =
                       WS-RES-ULT(WS-SEG-IDX, WS-ROW-IDX)
                       - WS-RES-PTD(WS-SEG-IDX, WS-ROW-IDX)
                   ADD WS-RES-PTD(WS-SEG-IDX, WS-ROW-IDX)
                       TO WS-ST-PTD(WS-SEG-IDX)
                   ADD WS-RES-ULT(WS-SEG-IDX, WS-ROW-IDX)
                       TO WS-ST-ULT(WS-SEG-IDX)
                   ADD WS-RES-IBNR(WS-SEG-IDX, WS-ROW-IDX)
                       TO WS-ST-IBNR(WS-SEG-IDX)
               END-PERFORM
               ADD WS-ST-PTD(WS-SEG-IDX)  TO WS-TOT-PTD
               ADD WS-ST-ULT(WS-SEG-IDX)  TO WS-TOT-ULT
               ADD WS-ST-IBNR(WS-SEG-IDX) TO WS-TOT-IBNR
           END-PERFORM.

      *>================================================================*
      *> LOAD-ESTIMATES: Every valuation month still kept; the
      *> file is rewritten from this table with this month's rows
      *>================================================================*
       LOAD-ESTIMATES.
           OPEN INPUT ESTIMATE-FILE
           IF WS-EST-STATUS NOT = '00'
               DISPLAY 'IBNRRSV: NO IBNR-ESTIMATES.DAT YET'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ESTIMATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ES-COUNT = 3000
                           DISPLAY 'IBNRRSV: ERROR - ESTIMATE FILE '
                               'EXCEEDS THE 3000-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ES-COUNT
                       MOVE IBNR-ESTIMATE-RECORD
                           TO WS-ES-ENTRY(WS-ES-COUNT)
               END-READ
           END-PERFORM
           CLOSE ESTIMATE-FILE.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'IBNRRSV: ERROR OPENING IBNR-RESERVE.TXT: '
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-VAL-MONTH TO RPT-TTL-MONTH
           MOVE WS-RUN-DATE  TO RPT-TTL-DATE.

      *>================================================================*
      *> WRITE-SEGMENT-PAGES: One page per product and setting —
      *> the cumulative paid triangle with its development and
      *> completion factors, then the reserve by incurred month
      *>================================================================*
       WRITE-SEGMENT-PAGES.
           MOVE SPACES TO RPT-LAG-HDR-LINE
           MOVE 'INCURRED' TO RPT-LAG-HDR-LABEL
           PERFORM VARYING WS-LAG-IDX FROM 1 BY 1
               UNTIL WS-LAG-IDX > 12
               MOVE 'LAG ' TO RPT-LAG-HDR-TEXT(WS-LAG-IDX)
               COMPUTE RPT-LAG-HDR-NO(WS-LAG-IDX) = WS-LAG-IDX - 1
           END-PERFORM
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 6
               PERFORM WRITE-ONE-SEGMENT
           END-PERFORM.

       WRITE-ONE-SEGMENT.
           MOVE WS-SEG-NAME(WS-SEG-IDX) TO RPT-TTL-TEXT
           WRITE REPORT-LINE FROM RPT-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM RPT-TRI-SUBTITLE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM RPT-LAG-HDR-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 12
               MOVE SPACES TO RPT-TRI-LINE
               COMPUTE WS-MN-NO = WS-VAL-NO - 12 + WS-ROW-IDX
               PERFORM NUMBER-TO-MONTH
               MOVE WS-MN-MONTH TO RPT-TRI-MONTH
               COMPUTE WS-OBS-LAG = 13 - WS-ROW-IDX
               PERFORM VARYING WS-LAG-IDX FROM 1 BY 1
                   UNTIL WS-LAG-IDX > WS-OBS-LAG
                   MOVE WS-TRI-CELL(WS-SEG-IDX, WS-ROW-IDX, WS-LAG-IDX)
                       TO RPT-TRI-AMT(WS-LAG-IDX)
               END-PERFORM
               WRITE REPORT-LINE FROM RPT-TRI-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE SPACES TO RPT-FAC-LINE
           MOVE 'DEV FCTR' TO RPT-FAC-LABEL
           PERFORM VARYING WS-LAG-IDX FROM 1 BY 1
               UNTIL WS-LAG-IDX > 11
               MOVE WS-DEV-FACTOR(WS-SEG-IDX, WS-LAG-IDX)
                   TO RPT-FAC-VAL(WS-LAG-IDX)
           END-PERFORM
           WRITE REPORT-LINE FROM RPT-FAC-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RPT-FAC-LINE
           MOVE 'COMPLETE' TO RPT-FAC-LABEL
           PERFORM VARYING WS-LAG-IDX FROM 1 BY 1
               UNTIL WS-LAG-IDX > 12
               MOVE WS-CMP-FACTOR(WS-SEG-IDX, WS-LAG-IDX)
                   TO RPT-FAC-VAL(WS-LAG-IDX)
           END-PERFORM
           WRITE REPORT-LINE FROM RPT-FAC-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM RPT-RES-HDR-LINE
               AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 12
               COMPUTE WS-MN-NO = WS-VAL-NO - 12 + WS-ROW-IDX
               PERFORM NUMBER-TO-MONTH
               MOVE WS-MN-MONTH TO RPT-RES-MONTH
               COMPUTE RPT-RES-LAG = 12 - WS-ROW-IDX
               MOVE WS-RES-PTD(WS-SEG-IDX, WS-ROW-IDX)  TO RPT-RES-PTD
               MOVE WS-RES-CF(WS-SEG-IDX, WS-ROW-IDX)   TO RPT-RES-CF
               MOVE WS-RES-ULT(WS-SEG-IDX, WS-ROW-IDX)  TO RPT-RES-ULT
               MOVE WS-RES-IBNR(WS-SEG-IDX, WS-ROW-IDX) TO RPT-RES-IBNR
               WRITE REPORT-LINE FROM RPT-RES-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-ST-PTD(WS-SEG-IDX)  TO RPT-STL-PTD
           MOVE WS-ST-ULT(WS-SEG-IDX)  TO RPT-STL-ULT
           MOVE WS-ST-IBNR(WS-SEG-IDX) TO RPT-STL-IBNR
           WRITE REPORT-LINE FROM RPT-SEG-TOT-LINE
               AFTER ADVANCING 2 LINES.

      *>================================================================*
      *> WRITE-SUMMARY-PAGE: The reserve to book, by product and
      *> setting, and what this run did to the lag file
      *>================================================================*
       WRITE-SUMMARY-PAGE.
           MOVE 'RESERVE SUMMARY' TO RPT-TTL-TEXT
           WRITE REPORT-LINE FROM RPT-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM RPT-SUM-HDR-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 6
               MOVE WS-SEG-NAME(WS-SEG-IDX) TO RPT-SUM-NAME
               MOVE WS-ST-PTD(WS-SEG-IDX)   TO RPT-SUM-PTD
               MOVE WS-ST-ULT(WS-SEG-IDX)   TO RPT-SUM-ULT
               MOVE WS-ST-IBNR(WS-SEG-IDX)  TO RPT-SUM-IBNR
               WRITE REPORT-LINE FROM RPT-SUM-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'TOTAL - IBNR TO BOOK' TO RPT-SUM-NAME
           MOVE WS-TOT-PTD  TO RPT-SUM-PTD
           MOVE WS-TOT-ULT  TO RPT-SUM-ULT
           MOVE WS-TOT-IBNR TO RPT-SUM-IBNR
           WRITE REPORT-LINE FROM RPT-SUM-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-CTR-UNTRACED TO RPT-UNT-COUNT
           MOVE WS-AMT-UNTRACED TO RPT-UNT-AMOUNT
           WRITE REPORT-LINE FROM RPT-UNTRACED-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-CTR-ADDED   TO RPT-HRV-ADDED
           MOVE WS-CTR-ALREADY TO RPT-HRV-ALREADY
           COMPUTE RPT-HRV-ROWS = WS-LS-COUNT - WS-CTR-DROPPED
           MOVE WS-CTR-DROPPED TO RPT-HRV-DROPPED
           WRITE REPORT-LINE FROM RPT-HARVEST-LINE
               AFTER ADVANCING 1 LINE.

      *>================================================================*
      *> WRITE-DEVELOPMENT-PAGE: The prior month's estimate for
      *> each incurred month against what has been paid on it
      *> since. Development is the runout plus the reserve still
      *> held now, less the reserve held then — positive where the
      *> prior month was short.
      *>================================================================*
       WRITE-DEVELOPMENT-PAGE.
           MOVE 'DEVELOPMENT OF PRIOR MONTH ESTIMATE' TO RPT-TTL-TEXT
           WRITE REPORT-LINE FROM RPT-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM RPT-DEV-HDR-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE WS-ES-ENTRY(WS-ES-IDX) TO IBNR-ESTIMATE-RECORD
               IF EST-VALUATION-MONTH = WS-PRIOR-MONTH
                   PERFORM DEVELOP-ONE-ESTIMATE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-DEV-NOTE-LINE
           IF WS-DV-ROWS = 0
               STRING 'NO ESTIMATE ON FILE FOR VALUATION MONTH '
                   WS-PRIOR-MONTH DELIMITED BY SIZE
                   INTO RPT-DEV-NOTE-LINE
               WRITE REPORT-LINE FROM RPT-DEV-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'TOTAL'             TO RPT-DEV-NAME
           MOVE SPACES              TO RPT-DEV-MONTH
           MOVE WS-DV-TOT-PTD       TO RPT-DEV-PRIOR-PTD
           MOVE WS-DV-TOT-PRIOR     TO RPT-DEV-PRIOR-IBNR
           MOVE WS-DV-TOT-RUNOUT    TO RPT-DEV-RUNOUT
           MOVE WS-DV-TOT-NOW       TO RPT-DEV-IBNR-NOW
           MOVE WS-DV-TOT-DEVELOPED TO RPT-DEV-DEVELOPED
           WRITE REPORT-LINE FROM RPT-DEV-LINE
               AFTER ADVANCING 2 LINES.

       DEVELOP-ONE-ESTIMATE.
           MOVE EST-PRODUCT TO WS-FIND-PRODUCT
           MOVE EST-SETTING TO WS-FIND-SETTING
           PERFORM FIND-SEGMENT
           IF WS-SEG-IDX = 0
               EXIT PARAGRAPH
           END-IF
      *> Paid to date now, from the lag rows themselves — the
      *> oldest month of the prior estimate has left the triangle
           MOVE 0 TO WS-DV-PTD-NOW
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
               MOVE WS-LS-ENTRY(WS-LS-IDX) TO CLAIM-LAG-RECORD
               IF LAG-PRODUCT = EST-PRODUCT
                   AND LAG-SETTING = EST-SETTING
                   AND LAG-INCURRED-DATE(1:6) = EST-INCURRED-MONTH
                   AND LAG-PAID-DATE(1:6) NOT > WS-VAL-MONTH
                   ADD LAG-AMOUNT TO WS-DV-PTD-NOW
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DV-IBNR-NOW
           MOVE EST-INCURRED-MONTH TO WS-MN-MONTH
           PERFORM MONTH-TO-NUMBER
           COMPUTE WS-MONTHS-BACK = WS-VAL-NO - WS-MN-NO
           IF WS-MONTHS-BACK NOT < 0 AND WS-MONTHS-BACK NOT > 11
               COMPUTE WS-ROW-IDX = 12 - WS-MONTHS-BACK
               MOVE WS-RES-IBNR(WS-SEG-IDX, WS-ROW-IDX)
                   TO WS-DV-IBNR-NOW
           END-IF
           COMPUTE WS-DV-RUNOUT = WS-DV-PTD-NOW - EST-PAID-TO-DATE
           COMPUTE WS-DV-DEVELOPED =
               WS-DV-RUNOUT + WS-DV-IBNR-NOW - EST-IBNR
           IF EST-PAID-TO-DATE = 0 AND EST-IBNR = 0
               AND WS-DV-RUNOUT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DV-ROWS
           ADD EST-PAID-TO-DATE TO WS-DV-TOT-PTD
           ADD EST-IBNR        TO WS-DV-TOT-PRIOR
           ADD WS-DV-RUNOUT    TO WS-DV-TOT-RUNOUT
           ADD WS-DV-IBNR-NOW  TO WS-DV-TOT-NOW
           ADD WS-DV-DEVELOPED TO WS-DV-TOT-DEVELOPED
           MOVE WS-SEG-NAME(WS-SEG-IDX) TO RPT-DEV-NAME
           MOVE EST-INCURRED-MONTH      TO RPT-DEV-MONTH
           MOVE EST-PAID-TO-DATE        TO RPT-DEV-PRIOR-PTD
           MOVE EST-IBNR                TO RPT-DEV-PRIOR-IBNR
           MOVE WS-DV-RUNOUT            TO RPT-DEV-RUNOUT
           MOVE WS-DV-IBNR-NOW          TO RPT-DEV-IBNR-NOW
           MOVE WS-DV-DEVELOPED         TO RPT-DEV-DEVELOPED
           WRITE REPORT-LINE FROM RPT-DEV-LINE
               AFTER ADVANCING 1 LINE.

      *>================================================================*
      *> SAVE-ESTIMATES: This valuation month's rows replace any an
      *> earlier run this month left; months more than 24 back
      *> age off
      *>================================================================*
       SAVE-ESTIMATES.
           OPEN OUTPUT ESTIMATE-FILE
           IF WS-EST-STATUS NOT = '00'
               DISPLAY 'IBNRRSV: ERROR OPENING IBNR-ESTIMATES.DAT: '
                   WS-EST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-COUNT
               MOVE WS-ES-ENTRY(WS-ES-IDX) TO IBNR-ESTIMATE-RECORD
               MOVE EST-VALUATION-MONTH TO WS-MN-MONTH
               PERFORM MONTH-TO-NUMBER
               IF EST-VALUATION-MONTH NOT = WS-VAL-MONTH
                   AND WS-MN-NO NOT < WS-KEEP-EST-NO
                   WRITE IBNR-ESTIMATE-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 6
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 12
                   INITIALIZE IBNR-ESTIMATE-RECORD
                   MOVE WS-VAL-MONTH TO EST-VALUATION-MONTH
                   MOVE WS-SEG-PRODUCT(WS-SEG-IDX) TO EST-PRODUCT
                   MOVE WS-SEG-SETTING(WS-SEG-IDX) TO EST-SETTING
                   COMPUTE WS-MN-NO = WS-VAL-NO - 12 + WS-ROW-IDX
                   PERFORM NUMBER-TO-MONTH
                   MOVE WS-MN-MONTH TO EST-INCURRED-MONTH
                   MOVE WS-RES-PTD(WS-SEG-IDX, WS-ROW-IDX)
                       TO EST-PAID-TO-DATE
                   MOVE WS-RES-CF(WS-SEG-IDX, WS-ROW-IDX)
                       TO EST-COMPLETION
                   MOVE WS-RES-ULT(WS-SEG-IDX, WS-ROW-IDX)
                       TO EST-ULTIMATE
                   MOVE WS-RES-IBNR(WS-SEG-IDX, WS-ROW-IDX)
                       TO EST-IBNR
                   WRITE IBNR-ESTIMATE-RECORD
               END-PERFORM
           END-PERFORM
           CLOSE ESTIMATE-FILE.
