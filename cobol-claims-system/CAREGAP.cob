      *>================================================================*
      *> CAREGAP.cob — Preventive-care gaps in care
      *> Compile: cobc -x -free -I copybooks CAREGAP.cob
      *> Evaluates every member covered on the measurement date (the
      *> run date, or CARE-GAP-PARM.DAT's CCYYMMDD) against each
      *> measure the quality team defines on PREVENTIVE-MEASURES.DAT:
      *> a member the measure's age, relationship and continuous-
      *> enrollment rules take in has met it when the claim history
      *> shows one of its procedure codes within its lookback, and
      *> is a gap in care when it doesn't. Continuous enrollment
      *> chains the member's policies back from the measurement
      *> date; a break of more than a day ends the run of coverage.
      *> Three outputs:
      *>   - the gap list, one page per assigned primary-care
      *>     provider (POL-PCP-ID), members without one last
      *>   - a reminder letter to each member with a gap, listing
      *>     every service due, addressed from MEMBERS.DAT
      *>   - the plan's rate for each measure: eligible, excluded
      *>     for broken enrollment, met, gaps, and the rate met
      *> A member missing from MEMBERS.DAT has no age to measure
      *> and is counted, not evaluated.
      *>
      *> Input:  data/PREVENTIVE-MEASURES.DAT (LINE SEQ, PREVMEAS)
      *>         data/POLICIES.DAT            (SEQUENTIAL, POLREC)
      *>         data/MEMBERS.DAT             (SEQUENTIAL, MBRMAST)
      *>         data/CLAIM-HISTORY.DAT       (SEQUENTIAL, CLMHIST)
      *>         data/PROVIDER-MASTER.DAT     (SEQUENTIAL, PROVMAST,
      *>                                       optional: PCP names)
      *>         data/CARE-GAP-PARM.DAT       (LINE SEQ, optional:
      *>                                       date CCYYMMDD)
      *> Output: data/CARE-GAP-REPORT.TXT     (LINE SEQUENTIAL)
      *>         data/CARE-GAP-LETTERS.TXT    (LINE SEQUENTIAL)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAREGAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEASURE-FILE
               ASSIGN TO 'data/PREVENTIVE-MEASURES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSR-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO 'data/MEMBERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO 'data/CLAIM-HISTORY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'data/CARE-GAP-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/CARE-GAP-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT LETTER-FILE
               ASSIGN TO 'data/CARE-GAP-LETTERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEASURE-FILE.
       COPY PREVMEAS.

       FD  POLICY-FILE.
       COPY POLREC.

       FD  MEMBER-FILE.
       COPY MBRMAST.

       FD  HISTORY-FILE.
       COPY CLMHIST.

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  PARM-FILE.
       01  CARE-GAP-PARM-RECORD.
           05  PARM-MEASURE-DATE      PIC X(8).
           05  PARM-FILLER            PIC X(12).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(132).

       FD  LETTER-FILE.
       01  LETTER-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MSR-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-MBR-STATUS              PIC XX.
       01  WS-HIST-STATUS             PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-PARM-STATUS             PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-LTR-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-MEASURE-DATE            PIC 9(8).
       01  WS-MEASURE-DATE-PARTS REDEFINES WS-MEASURE-DATE.
           05  WS-MEAS-YYYY           PIC 9(4).
           05  WS-MEAS-MM             PIC 9(2).
           05  WS-MEAS-DD             PIC 9(2).
       01  WS-MEAS-MMDD               PIC 9(4).
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-DOB                     PIC 9(8).
       01  WS-DOB-PARTS REDEFINES WS-DOB.
           05  WS-DOB-YYYY            PIC 9(4).
           05  WS-DOB-MMDD            PIC 9(4).

      *> A date some whole months before the measurement date — the
      *> same day of the month, which compares correctly even where
      *> that month is shorter
       01  WS-BACK-MONTHS             PIC 9(3).
       01  WS-BACK-DATE               PIC 9(8).
       01  WS-BACK-DATE-PARTS REDEFINES WS-BACK-DATE.
           05  WS-BACK-YYYY           PIC 9(4).
           05  WS-BACK-MM             PIC 9(2).
           05  WS-BACK-DD             PIC 9(2).
       01  WS-BACK-MONTH-NO           PIC 9(6).
       01  WS-BACK-REM                PIC 9(2).

      *> Measures
       01  WS-MS-COUNT                PIC 9(2) VALUE 0.
       01  WS-MS-TABLE.
           05  WS-MS-ENTRY OCCURS 20.
               10  WS-MS-ID           PIC X(6).
               10  WS-MS-DESC         PIC X(30).
               10  WS-MS-AGE-MIN      PIC 9(3).
               10  WS-MS-AGE-MAX      PIC 9(3).
               10  WS-MS-RELS         PIC X(3).
               10  WS-MS-LOOKBACK     PIC 9(3).
               10  WS-MS-ENROLL       PIC 9(3).
               10  WS-MS-LOOK-FROM    PIC 9(8).
               10  WS-MS-ENROLL-FROM  PIC 9(8).
               10  WS-MS-CODE-COUNT   PIC 9(2).
               10  WS-MS-CODE         PIC X(5) OCCURS 30.
               10  WS-MS-ELIGIBLE     PIC 9(5).
               10  WS-MS-EXCLUDED     PIC 9(5).
               10  WS-MS-MET          PIC 9(5).
               10  WS-MS-GAPS         PIC 9(5).
       01  WS-MS-IDX                  PIC 9(2).
       01  WS-CODE-IDX                PIC 9(2).

      *> Every policy, for the continuous-enrollment chain
       01  WS-PO-COUNT                PIC 9(4) VALUE 0.
       01  WS-PO-TABLE.
           05  WS-PO-ENTRY OCCURS 3000.
               10  WS-PO-MEMBER       PIC X(10).
               10  WS-PO-EFF          PIC 9(8).
               10  WS-PO-TERM         PIC 9(8).
       01  WS-PO-IDX                  PIC 9(4).

      *> Members covered on the measurement date
       01  WS-MB-COUNT                PIC 9(4) VALUE 0.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 2000.
               10  WS-MB-ID           PIC X(10).
               10  WS-MB-PCP          PIC X(10).
               10  WS-MB-ON-FILE      PIC X(1).
               10  WS-MB-NAME         PIC X(25).
               10  WS-MB-ADDR1        PIC X(30).
               10  WS-MB-CITY         PIC X(15).
               10  WS-MB-STATE        PIC X(2).
               10  WS-MB-ZIP          PIC X(9).
               10  WS-MB-DOB          PIC 9(8).
               10  WS-MB-REL          PIC X(1).
               10  WS-MB-AGE          PIC 9(3).
               10  WS-MB-GAP-COUNT    PIC 9(2).
      *> Per measure: the latest date of service on the measure's
      *> codes, and the outcome — blank not in the denominator,
      *> E excluded for broken enrollment, M met, G gap
               10  WS-MB-MEASURE OCCURS 20.
                   15  WS-MB-LAST-SVC PIC 9(8).
                   15  WS-MB-OUTCOME  PIC X(1).
       01  WS-MB-IDX                  PIC 9(4).
       01  WS-CTR-NO-DEMOG            PIC 9(5) VALUE 0.

      *> Continuous-enrollment chain
       01  WS-COV-FROM                PIC 9(8).
       01  WS-COV-FROM-INT            PIC 9(7) COMP.
       01  WS-EXTENDED                PIC X(1).
       01  WS-ENROLLED                PIC X(1).

      *> Primary-care providers with gaps, in first-seen order;
      *> the blank PCP prints last
       01  WS-PC-COUNT                PIC 9(3) VALUE 0.
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY OCCURS 500.
               10  WS-PC-ID           PIC X(10).
               10  WS-PC-GAPS         PIC 9(5).
       01  WS-PC-IDX                  PIC 9(3).
       01  WS-PC-PRINTED              PIC X(1).

      *> Provider names for the PCP pages and letters
       01  WS-PV-COUNT                PIC 9(4) VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 2000.
               10  WS-PV-ID           PIC X(10).
               10  WS-PV-NAME         PIC X(30).
       01  WS-PV-IDX                  PIC 9(4).
       01  WS-PCP-NAME                PIC X(30).
       01  WS-FIND-PCP                PIC X(10).

       01  WS-CTR-MEMBERS-GAP         PIC 9(5) VALUE 0.
       01  WS-CTR-GAPS                PIC 9(5) VALUE 0.
       01  WS-CTR-LETTERS             PIC 9(5) VALUE 0.
       01  WS-DENOMINATOR             PIC 9(5).
       01  WS-RATE                    PIC 9(3)V99.

       01  RPT-HDR-LINE.
           05  FILLER                 PIC X(32)
               VALUE 'PREVENTIVE CARE GAPS - PCP:     '.
           05  RPT-HDR-PCP            PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-HDR-PCP-NAME       PIC X(30).
           05  FILLER                 PIC X(18)
               VALUE '   MEASURED AS OF '.
           05  RPT-HDR-DATE           PIC 9(8).
           05  FILLER                 PIC X(32) VALUE SPACES.
       01  RPT-COL-LINE.
           05  FILLER                 PIC X(44) VALUE
               'MEMBER      NAME                       AGE  '.
           05  FILLER                 PIC X(44) VALUE
               'MEASURE DESCRIPTION                    LAST '.
           05  FILLER                 PIC X(44) VALUE
               'SERVICE'.
       01  RPT-DTL-LINE.
           05  RPT-DTL-MEMBER         PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-NAME           PIC X(25).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AGE            PIC ZZ9.
           05  RPT-DTL-AGE-X REDEFINES RPT-DTL-AGE
                                      PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-MEASURE        PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-DESC           PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-DTL-LAST           PIC X(12).
           05  FILLER                 PIC X(36) VALUE SPACES.
       01  RPT-PCP-TOT-LINE.
           05  FILLER                 PIC X(24)
               VALUE 'GAPS FOR THIS PROVIDER: '.
           05  RPT-PCP-TOT            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(102) VALUE SPACES.
       01  RPT-SUM-HDR-LINE.
           05  FILLER                 PIC X(40)
               VALUE 'PREVENTIVE CARE MEASURE RATES - PLAN    '.
           05  FILLER                 PIC X(18)
               VALUE '   MEASURED AS OF '.
           05  RPT-SUM-DATE           PIC 9(8).
           05  FILLER                 PIC X(66) VALUE SPACES.
       01  RPT-SUM-COL-LINE.
           05  FILLER                 PIC X(44) VALUE
               'MEASURE DESCRIPTION                     ELIG'.
           05  FILLER                 PIC X(44) VALUE
               'IBLE  EXCLUDED  DENOMINATOR       MET    GAP'.
           05  FILLER                 PIC X(44) VALUE
               'S     RATE'.
       01  RPT-SUM-LINE.
           05  RPT-SUM-MEASURE        PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-SUM-DESC           PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-SUM-ELIGIBLE       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-SUM-EXCLUDED       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(7)  VALUE SPACES.
           05  RPT-SUM-DENOM          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RPT-SUM-MET            PIC ZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-SUM-GAPS           PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-SUM-RATE           PIC ZZ9.99.
           05  RPT-SUM-RATE-X REDEFINES RPT-SUM-RATE
                                      PIC X(6).
           05  RPT-SUM-PCT            PIC X(1).
           05  FILLER                 PIC X(41) VALUE SPACES.
       01  RPT-SUM-NOTE-LINE.
           05  FILLER                 PIC X(44) VALUE
               'MEMBERS NOT ON MEMBERS.DAT (NO AGE - NOT EVA'.
           05  FILLER                 PIC X(10) VALUE 'LUATED):  '.
           05  RPT-SUM-NO-DEMOG       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  LTR-SEPARATOR              PIC X(100) VALUE ALL '='.
       01  BLANK-LINE                 PIC X(100) VALUE SPACES.
       01  LTR-ADDR-1.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  LTA-NAME           PIC X(25).
           05  FILLER             PIC X(71) VALUE SPACES.
       01  LTR-ADDR-2.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  LTA-ADDR1          PIC X(30).
           05  FILLER             PIC X(66) VALUE SPACES.
       01  LTR-ADDR-3.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  LTA-CITY           PIC X(15).
           05  LTA-STATE          PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  LTA-ZIP            PIC X(9).
           05  FILLER             PIC X(69) VALUE SPACES.
       01  LTR-INTRO-1                PIC X(100)
           VALUE '    OUR RECORDS SHOW YOU MAY BE DUE FOR THE '
               & 'PREVENTIVE CARE LISTED BELOW. THESE SERVICES'.
       01  LTR-INTRO-2                PIC X(100)
           VALUE '    ARE COVERED BY YOUR PLAN - PLEASE CALL YOUR '
               & 'DOCTOR TO SCHEDULE THEM.'.
       01  LTR-DTL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  LTD-DESC           PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LTD-LAST-TEXT      PIC X(18).
           05  LTD-LAST           PIC X(12).
           05  FILLER             PIC X(32) VALUE SPACES.
       01  LTR-PCP-LINE.
           05  FILLER             PIC X(33)
               VALUE '    YOUR PRIMARY CARE PROVIDER:  '.
           05  LTP-NAME           PIC X(30).
           05  FILLER             PIC X(37) VALUE SPACES.
       01  LTR-CLOSING                PIC X(100)
           VALUE '    IF YOU HAVE ALREADY RECEIVED THIS CARE, PLEASE '
               & 'DISREGARD THIS REMINDER.'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CAREGAP - PREVENTIVE CARE GAPS IN CARE'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SET-MEASURE-DATE
           DISPLAY 'MEASURED AS OF: ' WS-MEASURE-DATE
           PERFORM LOAD-MEASURES
           PERFORM LOAD-POLICIES
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-PROVIDER-NAMES
           PERFORM SCAN-CLAIM-HISTORY
           PERFORM EVALUATE-MEMBERS
           PERFORM WRITE-GAP-REPORT
           PERFORM WRITE-LETTERS
           DISPLAY 'CAREGAP COMPLETE'
           DISPLAY '  MEMBERS COVERED:  ' WS-MB-COUNT
           DISPLAY '  NOT ON MEMBERS:   ' WS-CTR-NO-DEMOG
           DISPLAY '  MEMBERS WITH GAP: ' WS-CTR-MEMBERS-GAP
           DISPLAY '  GAPS IN CARE:     ' WS-CTR-GAPS
           DISPLAY '  LETTERS:          ' WS-CTR-LETTERS
           STOP RUN.

       SET-MEASURE-DATE.
           MOVE WS-RUN-DATE TO WS-MEASURE-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PARM-MEASURE-DATE IS NUMERIC
                           AND PARM-MEASURE-DATE NOT = '00000000'
                           MOVE PARM-MEASURE-DATE TO WS-MEASURE-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-MEAS-MMDD = WS-MEAS-MM * 100 + WS-MEAS-DD.

      *>================================================================*
      *> DATE-MONTHS-BACK: WS-BACK-MONTHS before the measurement
      *> date into WS-BACK-DATE
      *>================================================================*
       DATE-MONTHS-BACK.
           COMPUTE WS-BACK-MONTH-NO =
               WS-MEAS-YYYY * 12 + WS-MEAS-MM - 1 - WS-BACK-MONTHS
           DIVIDE WS-BACK-MONTH-NO BY 12 GIVING WS-BACK-YYYY
               REMAINDER WS-BACK-REM
           COMPUTE WS-BACK-MM = WS-BACK-REM + 1
           MOVE WS-MEAS-DD TO WS-BACK-DD.

      *>================================================================*
      *> LOAD-MEASURES: A continuation row adds its codes to the
      *> measure already loaded under the same ID
      *>================================================================*
       LOAD-MEASURES.
           OPEN INPUT MEASURE-FILE
           IF WS-MSR-STATUS NOT = '00'
               DISPLAY 'CAREGAP: NO PREVENTIVE-MEASURES.DAT - '
                   'NOTHING TO MEASURE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEASURE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MEASURE
               END-READ
           END-PERFORM
           CLOSE MEASURE-FILE
           DISPLAY 'MEASURES LOADED: ' WS-MS-COUNT.

       LOAD-ONE-MEASURE.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MS-COUNT
               OR WS-MS-ID(WS-MS-IDX) = PMS-MEASURE-ID
               CONTINUE
           END-PERFORM
           IF WS-MS-IDX > WS-MS-COUNT
               IF WS-MS-COUNT = 20
                   DISPLAY 'CAREGAP: MORE THAN 20 MEASURES - '
                       PMS-MEASURE-ID ' IGNORED'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MS-COUNT
               MOVE WS-MS-COUNT TO WS-MS-IDX
               INITIALIZE WS-MS-ENTRY(WS-MS-IDX)
               MOVE PMS-MEASURE-ID      TO WS-MS-ID(WS-MS-IDX)
               MOVE PMS-DESCRIPTION     TO WS-MS-DESC(WS-MS-IDX)
               MOVE PMS-AGE-MIN         TO WS-MS-AGE-MIN(WS-MS-IDX)
               MOVE PMS-AGE-MAX         TO WS-MS-AGE-MAX(WS-MS-IDX)
               MOVE PMS-RELATIONSHIPS   TO WS-MS-RELS(WS-MS-IDX)
               MOVE PMS-LOOKBACK-MONTHS TO WS-MS-LOOKBACK(WS-MS-IDX)
               MOVE PMS-ENROLL-MONTHS   TO WS-MS-ENROLL(WS-MS-IDX)
               MOVE PMS-LOOKBACK-MONTHS TO WS-BACK-MONTHS
               PERFORM DATE-MONTHS-BACK
               MOVE WS-BACK-DATE TO WS-MS-LOOK-FROM(WS-MS-IDX)
               MOVE PMS-ENROLL-MONTHS TO WS-BACK-MONTHS
               PERFORM DATE-MONTHS-BACK
               MOVE WS-BACK-DATE TO WS-MS-ENROLL-FROM(WS-MS-IDX)
           END-IF
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 10
               IF PMS-PROC-CODE(WS-CODE-IDX) NOT = SPACES
                   IF WS-MS-CODE-COUNT(WS-MS-IDX) < 30
                       ADD 1 TO WS-MS-CODE-COUNT(WS-MS-IDX)
                       MOVE PMS-PROC-CODE(WS-CODE-IDX)
                           TO WS-MS-CODE(WS-MS-IDX,
                                         WS-MS-CODE-COUNT(WS-MS-IDX))
                   ELSE
                       DISPLAY 'CAREGAP: MEASURE ' PMS-MEASURE-ID
                           ' HAS MORE THAN 30 CODES - '
                           PMS-PROC-CODE(WS-CODE-IDX) ' IGNORED'
                   END-IF
               END-IF
           END-PERFORM.

      *>================================================================*
      *> LOAD-POLICIES: Every policy for the enrollment chain; each
      *> member with a policy in force on the measurement date is
      *> evaluated once, under that policy's PCP
      *>================================================================*
       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'CAREGAP: ERROR OPENING POLICIES.DAT: '
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
                       PERFORM LOAD-ONE-POLICY
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           DISPLAY 'POLICIES LOADED: ' WS-PO-COUNT
               '  MEMBERS COVERED: ' WS-MB-COUNT.

       LOAD-ONE-POLICY.
           IF WS-PO-COUNT = 3000
               DISPLAY 'CAREGAP: ERROR - MORE THAN 3000 POLICIES - '
                   'RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PO-COUNT
           MOVE POL-MEMBER-ID      TO WS-PO-MEMBER(WS-PO-COUNT)
           MOVE POL-EFFECTIVE-DATE TO WS-PO-EFF(WS-PO-COUNT)
           MOVE POL-TERM-DATE      TO WS-PO-TERM(WS-PO-COUNT)
           IF POL-EFFECTIVE-DATE > WS-MEASURE-DATE
               OR (POL-TERM-DATE NOT = 0
                   AND POL-TERM-DATE < WS-MEASURE-DATE)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               OR WS-MB-ID(WS-MB-IDX) = POL-MEMBER-ID
               CONTINUE
           END-PERFORM
           IF WS-MB-IDX NOT > WS-MB-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-MB-COUNT = 2000
               DISPLAY 'CAREGAP: ERROR - MORE THAN 2000 MEMBERS '
                   'COVERED - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MB-COUNT
           INITIALIZE WS-MB-ENTRY(WS-MB-COUNT)
           MOVE POL-MEMBER-ID TO WS-MB-ID(WS-MB-COUNT)
           MOVE POL-PCP-ID    TO WS-MB-PCP(WS-MB-COUNT)
           MOVE 'N'           TO WS-MB-ON-FILE(WS-MB-COUNT).

       LOAD-MEMBERS.
           OPEN INPUT MEMBER-FILE
           IF WS-MBR-STATUS NOT = '00'
               DISPLAY 'CAREGAP: NO MEMBERS.DAT - NO AGES TO MEASURE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                           UNTIL WS-MB-IDX > WS-MB-COUNT
                           OR WS-MB-ID(WS-MB-IDX) = MBR-MEMBER-ID
                           CONTINUE
                       END-PERFORM
                       IF WS-MB-IDX NOT > WS-MB-COUNT
                           MOVE 'Y' TO WS-MB-ON-FILE(WS-MB-IDX)
                           MOVE MBR-NAME  TO WS-MB-NAME(WS-MB-IDX)
                           MOVE MBR-ADDRESS-LINE1
                               TO WS-MB-ADDR1(WS-MB-IDX)
                           MOVE MBR-CITY  TO WS-MB-CITY(WS-MB-IDX)
                           MOVE MBR-STATE TO WS-MB-STATE(WS-MB-IDX)
                           MOVE MBR-ZIP   TO WS-MB-ZIP(WS-MB-IDX)
                           MOVE MBR-DOB   TO WS-MB-DOB(WS-MB-IDX)
                           MOVE MBR-RELATIONSHIP
                               TO WS-MB-REL(WS-MB-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

       LOAD-PROVIDER-NAMES.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               DISPLAY 'CAREGAP: NO PROVIDER-MASTER.DAT - PCPS BY '
                   'ID ONLY'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PV-COUNT < 2000
                           ADD 1 TO WS-PV-COUNT
                           MOVE PRV-PROVIDER-ID
                               TO WS-PV-ID(WS-PV-COUNT)
                           MOVE PRV-PROVIDER-NAME
                               TO WS-PV-NAME(WS-PV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE.

      *>================================================================*
      *> SCAN-CLAIM-HISTORY: For each covered member, the latest date
      *> of service on or before the measurement date on any code
      *> in each measure's set
      *>================================================================*
       SCAN-CLAIM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CAREGAP: NO CLAIM-HISTORY.DAT - NO SERVICES '
                   'ON RECORD'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CH-DATE-OF-SVC NOT > WS-MEASURE-DATE
                           PERFORM APPLY-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       APPLY-HISTORY-LINE.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               OR WS-MB-ID(WS-MB-IDX) = CH-MEMBER-ID
               CONTINUE
           END-PERFORM
           IF WS-MB-IDX > WS-MB-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MS-COUNT
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-MS-CODE-COUNT(WS-MS-IDX)
                   IF WS-MS-CODE(WS-MS-IDX, WS-CODE-IDX)
                       = CH-PROCEDURE-CODE
                       AND CH-DATE-OF-SVC
                           > WS-MB-LAST-SVC(WS-MB-IDX, WS-MS-IDX)
                       MOVE CH-DATE-OF-SVC
                           TO WS-MB-LAST-SVC(WS-MB-IDX, WS-MS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>================================================================*
      *> EVALUATE-MEMBERS: Each member against each measure — age
      *> and relationship decide the denominator, the enrollment
      *> chain may exclude, the lookback decides met or gap
      *>================================================================*
       EVALUATE-MEMBERS.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-ON-FILE(WS-MB-IDX) = 'N'
                   ADD 1 TO WS-CTR-NO-DEMOG
               ELSE
                   PERFORM EVALUATE-ONE-MEMBER
               END-IF
           END-PERFORM.

       EVALUATE-ONE-MEMBER.
      *> Age in whole years on the measurement date
           MOVE WS-MB-DOB(WS-MB-IDX) TO WS-DOB
           COMPUTE WS-MB-AGE(WS-MB-IDX) = WS-MEAS-YYYY - WS-DOB-YYYY
           IF WS-MEAS-MMDD < WS-DOB-MMDD
               SUBTRACT 1 FROM WS-MB-AGE(WS-MB-IDX)
           END-IF
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MB-AGE(WS-MB-IDX) NOT < WS-MS-AGE-MIN(WS-MS-IDX)
                   AND WS-MB-AGE(WS-MB-IDX)
                       NOT > WS-MS-AGE-MAX(WS-MS-IDX)
                   AND (WS-MS-RELS(WS-MS-IDX) = SPACES
                        OR WS-MS-RELS(WS-MS-IDX)(1:1)
                           = WS-MB-REL(WS-MB-IDX)
                        OR WS-MS-RELS(WS-MS-IDX)(2:1)
                           = WS-MB-REL(WS-MB-IDX)
                        OR WS-MS-RELS(WS-MS-IDX)(3:1)
                           = WS-MB-REL(WS-MB-IDX))
                   ADD 1 TO WS-MS-ELIGIBLE(WS-MS-IDX)
                   PERFORM CHECK-ENROLLMENT
                   EVALUATE TRUE
                       WHEN WS-ENROLLED = 'N'
                           MOVE 'E' TO WS-MB-OUTCOME(WS-MB-IDX,
                                                     WS-MS-IDX)
                           ADD 1 TO WS-MS-EXCLUDED(WS-MS-IDX)
                       WHEN WS-MB-LAST-SVC(WS-MB-IDX, WS-MS-IDX)
                           NOT < WS-MS-LOOK-FROM(WS-MS-IDX)
                           MOVE 'M' TO WS-MB-OUTCOME(WS-MB-IDX,
                                                     WS-MS-IDX)
                           ADD 1 TO WS-MS-MET(WS-MS-IDX)
                       WHEN OTHER
                           MOVE 'G' TO WS-MB-OUTCOME(WS-MB-IDX,
                                                     WS-MS-IDX)
                           ADD 1 TO WS-MS-GAPS(WS-MS-IDX)
                           ADD 1 TO WS-MB-GAP-COUNT(WS-MB-IDX)
                           ADD 1 TO WS-CTR-GAPS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-MB-GAP-COUNT(WS-MB-IDX) > 0
               ADD 1 TO WS-CTR-MEMBERS-GAP
               MOVE WS-MB-PCP(WS-MB-IDX) TO WS-FIND-PCP
               PERFORM FIND-OR-ADD-PCP
               ADD WS-MB-GAP-COUNT(WS-MB-IDX) TO WS-PC-GAPS(WS-PC-IDX)
           END-IF.

      *>================================================================*
      *> CHECK-ENROLLMENT: Walk the member's coverage back from the
      *> measurement date — any policy starting earlier that runs
      *> up to (or to the day before) where the coverage found so
      *> far begins extends it — until it reaches the measure's
      *> enrollment start or nothing extends it further
      *>================================================================*
       CHECK-ENROLLMENT.
           MOVE WS-MEASURE-DATE TO WS-COV-FROM
           MOVE 'Y' TO WS-EXTENDED
           PERFORM UNTIL WS-EXTENDED = 'N'
               OR WS-COV-FROM NOT > WS-MS-ENROLL-FROM(WS-MS-IDX)
               MOVE 'N' TO WS-EXTENDED
               COMPUTE WS-COV-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-COV-FROM)
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
                   IF WS-PO-MEMBER(WS-PO-IDX) = WS-MB-ID(WS-MB-IDX)
                       AND WS-PO-EFF(WS-PO-IDX) < WS-COV-FROM
                       AND (WS-PO-TERM(WS-PO-IDX) = 0
                            OR FUNCTION INTEGER-OF-DATE
                                   (WS-PO-TERM(WS-PO-IDX))
                               NOT < WS-COV-FROM-INT - 1)
                       MOVE WS-PO-EFF(WS-PO-IDX) TO WS-COV-FROM
                       MOVE 'Y' TO WS-EXTENDED
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-COV-FROM NOT > WS-MS-ENROLL-FROM(WS-MS-IDX)
               MOVE 'Y' TO WS-ENROLLED
           ELSE
               MOVE 'N' TO WS-ENROLLED
           END-IF.

       FIND-OR-ADD-PCP.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               OR WS-PC-ID(WS-PC-IDX) = WS-FIND-PCP
               CONTINUE
           END-PERFORM
           IF WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-COUNT = 500
                   DISPLAY 'CAREGAP: ERROR - MORE THAN 500 PCPS WITH '
                       'GAPS - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PC-COUNT
               MOVE WS-PC-COUNT TO WS-PC-IDX
               MOVE WS-FIND-PCP TO WS-PC-ID(WS-PC-IDX)
               MOVE 0 TO WS-PC-GAPS(WS-PC-IDX)
           END-IF.

       FIND-PCP-NAME.
           MOVE SPACES TO WS-PCP-NAME
           IF WS-FIND-PCP = SPACES
               MOVE 'NO PCP ASSIGNED' TO WS-PCP-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-ID(WS-PV-IDX) = WS-FIND-PCP
                   MOVE WS-PV-NAME(WS-PV-IDX) TO WS-PCP-NAME
               END-IF
           END-PERFORM.

      *>================================================================*
      *> WRITE-GAP-REPORT: A page per PCP with gaps, members with no
      *> PCP last, then the plan's measure rates
      *>================================================================*
       WRITE-GAP-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CAREGAP: ERROR OPENING CARE-GAP-REPORT.TXT: '
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-ID(WS-PC-IDX) NOT = SPACES
                   PERFORM WRITE-PCP-PAGE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-ID(WS-PC-IDX) = SPACES
                   PERFORM WRITE-PCP-PAGE
               END-IF
           END-PERFORM
           PERFORM WRITE-MEASURE-RATES
           CLOSE REPORT-FILE.

       WRITE-PCP-PAGE.
           MOVE WS-PC-ID(WS-PC-IDX) TO WS-FIND-PCP
           PERFORM FIND-PCP-NAME
           MOVE WS-PC-ID(WS-PC-IDX) TO RPT-HDR-PCP
           MOVE WS-PCP-NAME         TO RPT-HDR-PCP-NAME
           MOVE WS-MEASURE-DATE     TO RPT-HDR-DATE
           WRITE REPORT-LINE FROM RPT-HDR-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM RPT-COL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-GAP-COUNT(WS-MB-IDX) > 0
                   AND WS-MB-PCP(WS-MB-IDX) = WS-PC-ID(WS-PC-IDX)
                   PERFORM WRITE-MEMBER-GAPS
               END-IF
           END-PERFORM
           MOVE WS-PC-GAPS(WS-PC-IDX) TO RPT-PCP-TOT
           WRITE REPORT-LINE FROM RPT-PCP-TOT-LINE
               AFTER ADVANCING 2 LINES.

       WRITE-MEMBER-GAPS.
           MOVE WS-MB-ID(WS-MB-IDX)   TO RPT-DTL-MEMBER
           MOVE WS-MB-NAME(WS-MB-IDX) TO RPT-DTL-NAME
           MOVE WS-MB-AGE(WS-MB-IDX)  TO RPT-DTL-AGE
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MB-OUTCOME(WS-MB-IDX, WS-MS-IDX) = 'G'
                   MOVE WS-MS-ID(WS-MS-IDX)   TO RPT-DTL-MEASURE
                   MOVE WS-MS-DESC(WS-MS-IDX) TO RPT-DTL-DESC
                   IF WS-MB-LAST-SVC(WS-MB-IDX, WS-MS-IDX) = 0
                       MOVE 'NONE ON FILE' TO RPT-DTL-LAST
                   ELSE
                       MOVE WS-MB-LAST-SVC(WS-MB-IDX, WS-MS-IDX)
                           TO RPT-DTL-LAST
                   END-IF
                   WRITE REPORT-LINE FROM RPT-DTL-LINE
                       AFTER ADVANCING 1 LINE
      *> Name and age print on the member's first gap only
                   MOVE SPACES TO RPT-DTL-MEMBER
                   MOVE SPACES TO RPT-DTL-NAME
                   MOVE SPACES TO RPT-DTL-AGE-X
               END-IF
           END-PERFORM.

       WRITE-MEASURE-RATES.
           MOVE WS-MEASURE-DATE TO RPT-SUM-DATE
           WRITE REPORT-LINE FROM RPT-SUM-HDR-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM RPT-SUM-COL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MS-COUNT
               COMPUTE WS-DENOMINATOR = WS-MS-ELIGIBLE(WS-MS-IDX)
                   - WS-MS-EXCLUDED(WS-MS-IDX)
               MOVE WS-MS-ID(WS-MS-IDX)       TO RPT-SUM-MEASURE
               MOVE WS-MS-DESC(WS-MS-IDX)     TO RPT-SUM-DESC
               MOVE WS-MS-ELIGIBLE(WS-MS-IDX) TO RPT-SUM-ELIGIBLE
               MOVE WS-MS-EXCLUDED(WS-MS-IDX) TO RPT-SUM-EXCLUDED
               MOVE WS-DENOMINATOR            TO RPT-SUM-DENOM
               MOVE WS-MS-MET(WS-MS-IDX)      TO RPT-SUM-MET
               MOVE WS-MS-GAPS(WS-MS-IDX)     TO RPT-SUM-GAPS
               IF WS-DENOMINATOR > 0
                   COMPUTE WS-RATE ROUNDED =
                       WS-MS-MET(WS-MS-IDX) * 100 / WS-DENOMINATOR
                   MOVE WS-RATE TO RPT-SUM-RATE
                   MOVE '%'     TO RPT-SUM-PCT
               ELSE
                   MOVE '   N/A' TO RPT-SUM-RATE-X
                   MOVE SPACE    TO RPT-SUM-PCT
               END-IF
               WRITE REPORT-LINE FROM RPT-SUM-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-CTR-NO-DEMOG TO RPT-SUM-NO-DEMOG
           WRITE REPORT-LINE FROM RPT-SUM-NOTE-LINE
               AFTER ADVANCING 2 LINES.

      *>================================================================*
      *> WRITE-LETTERS: One reminder per member with a gap, every
      *> service due on it, and the PCP to call when there is one
      *>================================================================*
       WRITE-LETTERS.
           OPEN OUTPUT LETTER-FILE
           IF WS-LTR-STATUS NOT = '00'
               DISPLAY 'CAREGAP: ERROR OPENING CARE-GAP-LETTERS.TXT: '
                   WS-LTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-GAP-COUNT(WS-MB-IDX) > 0
                   PERFORM WRITE-ONE-LETTER
               END-IF
           END-PERFORM
           CLOSE LETTER-FILE.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-CTR-LETTERS
           WRITE LETTER-LINE FROM LTR-SEPARATOR
               AFTER ADVANCING PAGE
           MOVE WS-MB-NAME(WS-MB-IDX)  TO LTA-NAME
           WRITE LETTER-LINE FROM LTR-ADDR-1
               AFTER ADVANCING 1 LINE
           MOVE WS-MB-ADDR1(WS-MB-IDX) TO LTA-ADDR1
           WRITE LETTER-LINE FROM LTR-ADDR-2
               AFTER ADVANCING 1 LINE
           MOVE WS-MB-CITY(WS-MB-IDX)  TO LTA-CITY
           MOVE WS-MB-STATE(WS-MB-IDX) TO LTA-STATE
           MOVE WS-MB-ZIP(WS-MB-IDX)   TO LTA-ZIP
           WRITE LETTER-LINE FROM LTR-ADDR-3
               AFTER ADVANCING 1 LINE
           WRITE LETTER-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE LETTER-LINE FROM LTR-INTRO-1
               AFTER ADVANCING 1 LINE
           WRITE LETTER-LINE FROM LTR-INTRO-2
               AFTER ADVANCING 1 LINE
           WRITE LETTER-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MB-OUTCOME(WS-MB-IDX, WS-MS-IDX) = 'G'
                   MOVE WS-MS-DESC(WS-MS-IDX) TO LTD-DESC
                   IF WS-MB-LAST-SVC(WS-MB-IDX, WS-MS-IDX) = 0
                       MOVE 'NO RECORD ON FILE' TO LTD-LAST-TEXT
                       MOVE SPACES TO LTD-LAST
                   ELSE
                       MOVE 'LAST RECEIVED:   ' TO LTD-LAST-TEXT
                       MOVE WS-MB-LAST-SVC(WS-MB-IDX, WS-MS-IDX)
                           TO LTD-LAST
                   END-IF
                   WRITE LETTER-LINE FROM LTR-DTL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           WRITE LETTER-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF WS-MB-PCP(WS-MB-IDX) NOT = SPACES
               MOVE WS-MB-PCP(WS-MB-IDX) TO WS-FIND-PCP
               PERFORM FIND-PCP-NAME
               IF WS-PCP-NAME = SPACES
                   MOVE WS-MB-PCP(WS-MB-IDX) TO WS-PCP-NAME
               END-IF
               MOVE WS-PCP-NAME TO LTP-NAME
               WRITE LETTER-LINE FROM LTR-PCP-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE LETTER-LINE FROM LTR-CLOSING
               AFTER ADVANCING 1 LINE.
