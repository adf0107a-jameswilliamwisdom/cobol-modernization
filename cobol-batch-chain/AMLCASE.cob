      *>================================================================*
      *> AMLCASE.cob — AML Alert Case Management
      *>
      *> Brings every alert source into one case file so the
      *> investigators work from it rather than from three reports:
      *>
      *>   STRUC  each flagged day on AMLSTRUC's SAR-CANDIDATES.TXT
      *>   SANCT  each screening match held on SCREEN-HELD.DAT (by
      *>          TXNAPPLY, ACCTMAIN or RESCREEN) whose name
      *>          compliance has not cleared
      *>   LCASH  each applied item on tonight's AUDIT-TRAIL.DAT at or
      *>          over the CTR line — CTREXPRT's test
      *>
      *> An alert already on the alert log is not taken in again. A
      *> new alert on an account with an open case attaches to that
      *> case; otherwise a case is opened, given the next case ID
      *> and assigned to the investigator on AML-INVESTIGATORS.DAT
      *> carrying the fewest open cases. The regulatory clock starts
      *> the night a case opens: a SAR is due within 30 days.
      *>
      *> Before the new alerts, the investigators' dispositions are
      *> applied — close as no action, escalate, SAR filed (with
      *> FinCEN's BSA ID), or reassign. The disposition file is
      *> emptied afterwards, so a rerun cannot apply one twice; a
      *> rejected disposition has to be keyed again.
      *>
      *> Input:  data/AML-CASES.DAT          (LINE SEQ, AMLCSREC)
      *>         data/AML-ALERT-LOG.DAT      (LINE SEQ, AMLALRT)
      *>         data/AML-DISPOSITIONS.DAT   (LINE SEQ, AMLDISP,
      *>                                      consumed)
      *>         data/AML-INVESTIGATORS.DAT  (LINE SEQ, ID/name)
      *>         data/SAR-CANDIDATES.TXT     (LINE SEQ, AMLSTRUC
      *>                                      print)
      *>         data/SCREEN-HELD.DAT        (LINE SEQ, SCRHELD)
      *>         data/SCREEN-CLEARED.DAT     (LINE SEQ, names X(25))
      *>         data/AUDIT-TRAIL.DAT        (SEQUENTIAL, binary)
      *> Output: data/AML-CASES.DAT          (rewritten)
      *>         data/AML-ALERT-LOG.DAT      (appended)
      *>         data/AML-CASE-AGING.TXT     (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = nothing new, nothing late,
      *>                4 = cases opened, SARs overdue, dispositions
      *>                    rejected, or cases left unassigned,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMLCASE.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE
               ASSIGN TO 'data/AML-CASES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT ALERT-LOG-FILE
               ASSIGN TO 'data/AML-ALERT-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOG-STATUS.

           SELECT DISPOSITION-FILE
               ASSIGN TO 'data/AML-DISPOSITIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT INVESTIGATOR-FILE
               ASSIGN TO 'data/AML-INVESTIGATORS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT SAR-FILE
               ASSIGN TO 'data/SAR-CANDIDATES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-STATUS.

           SELECT SCREEN-HELD-FILE
               ASSIGN TO 'data/SCREEN-HELD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT CLEARED-FILE
               ASSIGN TO 'data/SCREEN-CLEARED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'data/AUDIT-TRAIL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/AML-CASE-AGING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CASE-FILE.
       01  CASE-FILE-RECORD               PIC X(120).

       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-RECORD               PIC X(60).

       FD  DISPOSITION-FILE.
       COPY AMLDISP.

       FD  INVESTIGATOR-FILE.
       01  INVESTIGATOR-RECORD.
           05  INV-ID                     PIC X(8).
           05  INV-NAME                   PIC X(25).

      *> AMLSTRUC's worksheet; only its per-day flag lines are read
       FD  SAR-FILE.
       01  SAR-LINE                       PIC X(100).
       01  SAR-FLAG-LINE.
           05  SAR-FLAG-TAG               PIC X(9).
           05  SAR-FLAG-ACCT              PIC X(8).
           05  FILLER                     PIC X(7).
           05  SAR-FLAG-DATE              PIC 9(8).
           05  FILLER                     PIC X(6).
           05  SAR-FLAG-DIR               PIC X(1).
           05  FILLER                     PIC X(61).

       FD  SCREEN-HELD-FILE.
       COPY SCRHELD.

       FD  CLEARED-FILE.
       01  CLEARED-NAME-RECORD            PIC X(25).

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS                 PIC XX.
       01  WS-ALOG-STATUS                 PIC XX.
       01  WS-DISP-STATUS                 PIC XX.
       01  WS-INV-STATUS                  PIC XX.
       01  WS-SAR-STATUS                  PIC XX.
       01  WS-HELD-STATUS                 PIC XX.
       01  WS-CLR-STATUS                  PIC XX.
       01  WS-AUDIT-STATUS                PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DAY-NO                  PIC 9(7).

      *>----------------------------------------------------------------*
      *> The regulatory clock — a SAR is due within 30 calendar days
      *> of detection; the aging report warns a week ahead.
      *>----------------------------------------------------------------*
       01  WS-SAR-FILING-DAYS             PIC 9(3)    VALUE 030.
       01  WS-SAR-WARN-DAYS               PIC 9(3)    VALUE 007.
       01  WS-CTR-THRESHOLD               PIC 9(7)V99 VALUE 10000.00.

      *> Working copies of the case and alert-log records
       COPY AMLCSREC.
       COPY AMLALRT.

      *>----------------------------------------------------------------*
      *> The whole case file, held while it is worked and rewritten
      *> at the end. The keys the run searches on are broken out;
      *> the rest of the row rides along.
      *>----------------------------------------------------------------*
       01  WS-CS-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CS-TABLE-AREA.
           05  WS-CS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CS-COUNT
                   INDEXED BY WS-CS-IDX.
               10  WS-CS-CASE-ID          PIC 9(7).
               10  WS-CS-ACCT-ID          PIC X(8).
               10  WS-CS-STATUS           PIC X(1).
                   88  WS-CS-ACTIVE           VALUE 'O' 'E'.
               10  WS-CS-INVESTIGATOR     PIC X(8).
               10  WS-CS-REST             PIC X(96).
       01  WS-NEXT-CASE-ID                PIC 9(7)  VALUE 0.

      *>----------------------------------------------------------------*
      *> Every alert ever logged, by identity — source, account,
      *> alert date and reference (AML-ALERT-RECORD bytes 8-48).
      *> Tonight's new alerts are added at the end and appended to
      *> the log once the case file is safely rewritten.
      *>----------------------------------------------------------------*
       01  WS-AL-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-AL-FIRST-NEW                PIC 9(5)  VALUE 0.
       01  WS-AL-TABLE-AREA.
           05  WS-AL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-AL-COUNT
                   INDEXED BY WS-AL-IDX.
               10  WS-AL-RECORD           PIC X(60).
       01  WS-ALERT-KEY                   PIC X(41).

       01  WS-IV-COUNT                    PIC 9(3)  VALUE 0.
       01  WS-IV-TABLE-AREA.
           05  WS-IV-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-IV-COUNT
                   INDEXED BY WS-IV-IDX WS-IV-BEST.
               10  WS-IV-ID               PIC X(8).
               10  WS-IV-NAME             PIC X(25).
               10  WS-IV-OPEN-CASES       PIC 9(5).

       01  WS-CL-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CL-TABLE-AREA.
           05  WS-CL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CL-COUNT
                   INDEXED BY WS-CL-IDX.
               10  WS-CL-NAME             PIC X(25).

      *> The alert being taken in
       01  WS-NEW-SOURCE                  PIC X(5).
       01  WS-NEW-ACCT-ID                 PIC X(8).
       01  WS-NEW-ALERT-DATE              PIC 9(8).
       01  WS-NEW-REF                     PIC X(20).
       01  WS-REJECT-REASON               PIC X(30).
       01  WS-ACTION-DATE                 PIC 9(8).
       01  WS-AGE-DAYS                    PIC 9(5).
       01  WS-DAYS-LEFT                   PIC S9(5).
       01  WS-DISP-READ-SW                PIC X(1)  VALUE 'N'.
           88  WS-DISP-READ                         VALUE 'Y'.
       01  WS-SECTION-SW                  PIC X(1).
           88  WS-SECTION-STARTED                   VALUE 'Y'.

       01  WS-CTR-DISP-READ               PIC 9(5)  VALUE 0.
       01  WS-CTR-DISP-APPLIED            PIC 9(5)  VALUE 0.
       01  WS-CTR-DISP-REJECTED           PIC 9(5)  VALUE 0.
       01  WS-CTR-ALERTS-SEEN             PIC 9(7)  VALUE 0.
       01  WS-CTR-ALERTS-REPEAT           PIC 9(7)  VALUE 0.
       01  WS-CTR-CASES-OPENED            PIC 9(5)  VALUE 0.
       01  WS-CTR-ALERTS-ATTACHED         PIC 9(5)  VALUE 0.
       01  WS-CTR-UNASSIGNED              PIC 9(5)  VALUE 0.
       01  WS-CTR-ACTIVE                  PIC 9(5)  VALUE 0.
       01  WS-CTR-ESCALATED               PIC 9(5)  VALUE 0.
       01  WS-CTR-OVERDUE                 PIC 9(5)  VALUE 0.
       01  WS-CTR-DUE-SOON                PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(28)
               VALUE 'AML CASE MANAGEMENT - AS OF'.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(74) VALUE SPACES.
       01  SECTION-LINE                   PIC X(110).

       01  DSP-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'CASE'.
           05  FILLER              PIC X(8)   VALUE 'ACTION'.
           05  FILLER              PIC X(10)  VALUE 'KEYED BY'.
           05  FILLER              PIC X(82)  VALUE 'RESULT'.
       01  DSP-LINE.
           05  DSP-CASE-ID                PIC 9(7).
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  DSP-ACTION                 PIC X(1).
           05  FILLER                     PIC X(7)  VALUE SPACES.
           05  DSP-KEYED-BY               PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DSP-RESULT                 PIC X(30).
           05  FILLER                     PIC X(52) VALUE SPACES.

       01  ALR-HDR-LINE.
           05  FILLER              PIC X(8)   VALUE 'SOURCE'.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(10)  VALUE 'ALERT DT'.
           05  FILLER              PIC X(22)  VALUE 'REFERENCE'.
           05  FILLER              PIC X(10)  VALUE 'CASE'.
           05  FILLER              PIC X(10)  VALUE 'INVESTGR'.
           05  FILLER              PIC X(40)  VALUE SPACES.
       01  ALR-LINE.
           05  ALR-SOURCE                 PIC X(5).
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  ALR-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ALR-ALERT-DATE             PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ALR-REF                    PIC X(20).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ALR-CASE-ID                PIC 9(7).
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  ALR-INVESTIGATOR           PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ALR-ACTION                 PIC X(8).
           05  FILLER                     PIC X(32) VALUE SPACES.

       01  AGE-HDR-LINE.
           05  FILLER              PIC X(9)   VALUE 'CASE'.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(3)   VALUE 'ST'.
           05  FILLER              PIC X(10)  VALUE 'INVESTGR'.
           05  FILLER              PIC X(10)  VALUE 'DETECTED'.
           05  FILLER              PIC X(6)   VALUE '  AGE'.
           05  FILLER              PIC X(10)  VALUE 'SAR DUE'.
           05  FILLER              PIC X(7)   VALUE '  LEFT'.
           05  FILLER              PIC X(8)   VALUE 'ALERTS'.
           05  FILLER              PIC X(12)  VALUE 'SOURCES'.
           05  FILLER              PIC X(25)  VALUE SPACES.
       01  AGE-LINE.
           05  AGE-CASE-ID                PIC 9(7).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  AGE-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  AGE-STATUS                 PIC X(1).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  AGE-INVESTIGATOR           PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  AGE-DETECT-DATE            PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  AGE-DAYS                   PIC ZZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  AGE-DUE-DATE               PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  AGE-LEFT                   PIC ----9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  AGE-ALERTS                 PIC ZZ9.
           05  FILLER                     PIC X(5)  VALUE SPACES.
           05  AGE-SOURCES.
               10  AGE-SRC-STRUC          PIC X(3).
               10  AGE-SRC-SANCT          PIC X(3).
               10  AGE-SRC-LCASH          PIC X(3).
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  AGE-FLAG                   PIC X(10).
           05  FILLER                     PIC X(15) VALUE SPACES.

       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(40).
           05  TOT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(60) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  NONE-TEXT                  PIC X(106).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-APPLY-DISPOSITIONS
               PERFORM 3000-COUNT-WORKLOADS
               PERFORM 4000-TAKE-IN-ALERTS
               PERFORM 5000-PRINT-AGING
               PERFORM 6000-WRITE-FILES
               PERFORM 7000-PRINT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- AMLCASE: AML Alert Case Management ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1100-LOAD-CASES
           PERFORM 1200-LOAD-ALERT-LOG
           PERFORM 1300-LOAD-INVESTIGATORS
           PERFORM 1400-LOAD-CLEARED
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'AMLCASE: ERROR opening AML-CASE-AGING.TXT, '
                       'STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           .

      *> No case file yet is the first night — case IDs start at 1
       1100-LOAD-CASES.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'AMLCASE: no AML-CASES.DAT; starting a new '
                   'case file.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASE-STATUS NOT = '00'
               READ CASE-FILE INTO AML-CASE-RECORD
                   AT END
                       MOVE '10' TO WS-CASE-STATUS
                   NOT AT END
                       IF WS-CS-COUNT = 5000
                           DISPLAY 'AMLCASE: ERROR - more than 5000 '
                               'cases; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CS-COUNT
                       MOVE AML-CASE-RECORD TO WS-CS-ENTRY(WS-CS-COUNT)
                       IF AC-CASE-ID > WS-NEXT-CASE-ID
                           MOVE AC-CASE-ID TO WS-NEXT-CASE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           .

       1200-LOAD-ALERT-LOG.
           OPEN INPUT ALERT-LOG-FILE
           IF WS-ALOG-STATUS = '00'
               PERFORM UNTIL WS-ALOG-STATUS NOT = '00'
                   READ ALERT-LOG-FILE
                       AT END
                           MOVE '10' TO WS-ALOG-STATUS
                       NOT AT END
                           PERFORM 1210-ADD-LOG-ROW
                   END-READ
               END-PERFORM
               CLOSE ALERT-LOG-FILE
           END-IF
           COMPUTE WS-AL-FIRST-NEW = WS-AL-COUNT + 1
           .

       1210-ADD-LOG-ROW.
           IF WS-AL-COUNT = 20000
               DISPLAY 'AMLCASE: ERROR - more than 20000 logged '
                   'alerts; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AL-COUNT
           MOVE ALERT-LOG-RECORD TO WS-AL-RECORD(WS-AL-COUNT)
           .

      *>----------------------------------------------------------------*
      *> No roster means new cases go out unassigned and are
      *> flagged on the report for the BSA officer to hand out.
      *>----------------------------------------------------------------*
       1300-LOAD-INVESTIGATORS.
           OPEN INPUT INVESTIGATOR-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'AMLCASE: WARNING - no AML-INVESTIGATORS.DAT; '
                   'new cases left unassigned.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INV-STATUS NOT = '00'
               READ INVESTIGATOR-FILE
                   AT END
                       MOVE '10' TO WS-INV-STATUS
                   NOT AT END
                       IF WS-IV-COUNT < 100 AND INV-ID NOT = SPACES
                           ADD 1 TO WS-IV-COUNT
                           MOVE INV-ID   TO WS-IV-ID(WS-IV-COUNT)
                           MOVE INV-NAME TO WS-IV-NAME(WS-IV-COUNT)
                           MOVE 0 TO WS-IV-OPEN-CASES(WS-IV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVESTIGATOR-FILE
           .

       1400-LOAD-CLEARED.
           OPEN INPUT CLEARED-FILE
           IF WS-CLR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLR-STATUS NOT = '00'
               READ CLEARED-FILE
                   AT END
                       MOVE '10' TO WS-CLR-STATUS
                   NOT AT END
                       IF WS-CL-COUNT < 2000
                           ADD 1 TO WS-CL-COUNT
                           MOVE CLEARED-NAME-RECORD
                               TO WS-CL-NAME(WS-CL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARED-FILE
           .

      *>================================================================*
      *> APPLY DISPOSITIONS — each request edited against its case
      *> and applied or rejected, one report line apiece.
      *>================================================================*
       2000-APPLY-DISPOSITIONS.
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-DISP-READ TO TRUE
           MOVE 'DISPOSITIONS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM DSP-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL WS-DISP-STATUS NOT = '00'
               READ DISPOSITION-FILE
                   AT END
                       MOVE '10' TO WS-DISP-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-DISP-READ
                       PERFORM 2100-APPLY-ONE-DISPOSITION
               END-READ
           END-PERFORM
           CLOSE DISPOSITION-FILE
           .

       2100-APPLY-ONE-DISPOSITION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               OR WS-CS-CASE-ID(WS-CS-IDX) = ADR-CASE-ID
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CS-IDX > WS-CS-COUNT
                   MOVE 'REJECTED - NO SUCH CASE' TO WS-REJECT-REASON
               WHEN NOT WS-CS-ACTIVE(WS-CS-IDX)
                   MOVE 'REJECTED - CASE ALREADY CLOSED'
                       TO WS-REJECT-REASON
               WHEN ADR-KEYED-BY = SPACES
                   MOVE 'REJECTED - NOT SIGNED' TO WS-REJECT-REASON
               WHEN ADR-SAR-FILED AND ADR-SAR-BSA-ID = SPACES
                   MOVE 'REJECTED - NO BSA ID FOR SAR'
                       TO WS-REJECT-REASON
               WHEN ADR-REASSIGN
                   PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                       UNTIL WS-IV-IDX > WS-IV-COUNT
                       OR WS-IV-ID(WS-IV-IDX) = ADR-ASSIGN-TO
                       CONTINUE
                   END-PERFORM
                   IF WS-IV-IDX > WS-IV-COUNT
                       MOVE 'REJECTED - NOT ON ROSTER'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN ADR-CLOSE-NO-ACTION OR ADR-ESCALATE
                    OR ADR-SAR-FILED
                   CONTINUE
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN ACTION'
                       TO WS-REJECT-REASON
           END-EVALUATE
           MOVE ADR-CASE-ID  TO DSP-CASE-ID
           MOVE ADR-ACTION   TO DSP-ACTION
           MOVE ADR-KEYED-BY TO DSP-KEYED-BY
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CTR-DISP-REJECTED
               MOVE WS-REJECT-REASON TO DSP-RESULT
               WRITE REPORT-LINE FROM DSP-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           IF ADR-ACTION-DATE = 0
               MOVE WS-RUN-DATE TO WS-ACTION-DATE
           ELSE
               MOVE ADR-ACTION-DATE TO WS-ACTION-DATE
           END-IF
           MOVE WS-CS-ENTRY(WS-CS-IDX) TO AML-CASE-RECORD
           EVALUATE TRUE
               WHEN ADR-CLOSE-NO-ACTION
                   SET AC-CLOSED-NO-ACTION TO TRUE
                   MOVE WS-ACTION-DATE TO AC-CLOSED-DATE
                   MOVE ADR-KEYED-BY   TO AC-CLOSED-BY
                   MOVE 'CLOSED - NO ACTION' TO DSP-RESULT
               WHEN ADR-ESCALATE
                   SET AC-ESCALATED TO TRUE
                   MOVE WS-ACTION-DATE TO AC-ESCALATED-DATE
                   MOVE 'ESCALATED' TO DSP-RESULT
               WHEN ADR-SAR-FILED
                   SET AC-SAR-FILED TO TRUE
                   MOVE WS-ACTION-DATE TO AC-CLOSED-DATE
                   MOVE ADR-KEYED-BY   TO AC-CLOSED-BY
                   MOVE ADR-SAR-BSA-ID TO AC-SAR-BSA-ID
                   IF WS-ACTION-DATE > AC-SAR-DUE-DATE
                       MOVE 'CLOSED - SAR FILED LATE' TO DSP-RESULT
                   ELSE
                       MOVE 'CLOSED - SAR FILED' TO DSP-RESULT
                   END-IF
               WHEN ADR-REASSIGN
                   MOVE ADR-ASSIGN-TO  TO AC-INVESTIGATOR
                   MOVE 'REASSIGNED'   TO DSP-RESULT
           END-EVALUATE
           MOVE AML-CASE-RECORD TO WS-CS-ENTRY(WS-CS-IDX)
           ADD 1 TO WS-CTR-DISP-APPLIED
           WRITE REPORT-LINE FROM DSP-LINE
               AFTER ADVANCING 1 LINE
           .

      *> Open cases each investigator is carrying after tonight's
      *> dispositions — the basis for handing out new ones
       3000-COUNT-WORKLOADS.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-ACTIVE(WS-CS-IDX)
                   PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                       UNTIL WS-IV-IDX > WS-IV-COUNT
                       IF WS-IV-ID(WS-IV-IDX)
                           = WS-CS-INVESTIGATOR(WS-CS-IDX)
                           ADD 1 TO WS-IV-OPEN-CASES(WS-IV-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *>================================================================*
      *> TAKE IN ALERTS — each source in turn; every alert goes
      *> through 4900-TAKE-ALERT.
      *>================================================================*
       4000-TAKE-IN-ALERTS.
           MOVE 'N' TO WS-SECTION-SW
           PERFORM 4100-STRUCTURING-ALERTS
           PERFORM 4200-SANCTIONS-ALERTS
           PERFORM 4300-LARGE-CASH-ALERTS
           .

       4100-STRUCTURING-ALERTS.
           OPEN INPUT SAR-FILE
           IF WS-SAR-STATUS NOT = '00'
               DISPLAY 'AMLCASE: WARNING - no SAR-CANDIDATES.TXT; '
                   'no structuring alerts taken in.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SAR-STATUS NOT = '00'
               READ SAR-FILE
                   AT END
                       MOVE '10' TO WS-SAR-STATUS
                   NOT AT END
                       IF SAR-FLAG-TAG = 'ACCOUNT  '
                           MOVE 'STRUC'       TO WS-NEW-SOURCE
                           MOVE SAR-FLAG-ACCT TO WS-NEW-ACCT-ID
                           MOVE SAR-FLAG-DATE TO WS-NEW-ALERT-DATE
                           MOVE SAR-FLAG-DIR  TO WS-NEW-REF
                           PERFORM 4900-TAKE-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAR-FILE
           .

      *> A held match whose name compliance has cleared is no alert
       4200-SANCTIONS-ALERTS.
           OPEN INPUT SCREEN-HELD-FILE
           IF WS-HELD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HELD-STATUS NOT = '00'
               READ SCREEN-HELD-FILE
                   AT END
                       MOVE '10' TO WS-HELD-STATUS
                   NOT AT END
                       PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                           UNTIL WS-CL-IDX > WS-CL-COUNT
                           OR WS-CL-NAME(WS-CL-IDX) = SH-NAME
                           CONTINUE
                       END-PERFORM
                       IF WS-CL-IDX > WS-CL-COUNT
                           MOVE 'SANCT'       TO WS-NEW-SOURCE
                           MOVE SH-ACCT-ID    TO WS-NEW-ACCT-ID
                           MOVE SH-DATE       TO WS-NEW-ALERT-DATE
                           MOVE SPACES        TO WS-NEW-REF
                           MOVE SH-WL-PROGRAM TO WS-NEW-REF(1:4)
                           MOVE SH-SOURCE     TO WS-NEW-REF(6:8)
                           PERFORM 4900-TAKE-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCREEN-HELD-FILE
           .

       4300-LARGE-CASH-ALERTS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'AMLCASE: WARNING - no AUDIT-TRAIL.DAT; '
                   'no large-cash alerts taken in.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUDIT-STATUS NOT = '00'
               READ AUDIT-FILE
                   AT END
                       MOVE '10' TO WS-AUDIT-STATUS
                   NOT AT END
                       IF AUD-APPLIED
                           AND AUD-AMOUNT >= WS-CTR-THRESHOLD
                           MOVE 'LCASH'        TO WS-NEW-SOURCE
                           MOVE AUD-ACCT-ID    TO WS-NEW-ACCT-ID
                           MOVE AUD-DATE       TO WS-NEW-ALERT-DATE
                           MOVE SPACES         TO WS-NEW-REF
                           MOVE AUD-SEQ        TO WS-NEW-REF(1:6)
                           MOVE AUD-TRANS-TYPE TO WS-NEW-REF(8:1)
                           PERFORM 4900-TAKE-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .

      *>----------------------------------------------------------------*
      *> One alert: skip it if it is already on the log, attach it to
      *> the account's open case if there is one, else open a case.
      *>----------------------------------------------------------------*
       4900-TAKE-ALERT.
           ADD 1 TO WS-CTR-ALERTS-SEEN
           MOVE SPACES            TO AML-ALERT-RECORD
           MOVE WS-NEW-SOURCE     TO AAL-SOURCE
           MOVE WS-NEW-ACCT-ID    TO AAL-ACCT-ID
           MOVE WS-NEW-ALERT-DATE TO AAL-ALERT-DATE
           MOVE WS-NEW-REF        TO AAL-REF
           MOVE AML-ALERT-RECORD(8:41) TO WS-ALERT-KEY
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT
               OR WS-AL-RECORD(WS-AL-IDX)(8:41) = WS-ALERT-KEY
               CONTINUE
           END-PERFORM
           IF WS-AL-IDX <= WS-AL-COUNT
               ADD 1 TO WS-CTR-ALERTS-REPEAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               OR (WS-CS-ACCT-ID(WS-CS-IDX) = WS-NEW-ACCT-ID
                   AND WS-CS-ACTIVE(WS-CS-IDX))
               CONTINUE
           END-PERFORM
           IF WS-CS-IDX > WS-CS-COUNT
               PERFORM 4910-OPEN-CASE
               MOVE 'NEW CASE' TO ALR-ACTION
           ELSE
               MOVE WS-CS-ENTRY(WS-CS-IDX) TO AML-CASE-RECORD
               ADD 1 TO WS-CTR-ALERTS-ATTACHED
               MOVE 'ATTACHED' TO ALR-ACTION
           END-IF
           IF AC-ALERT-COUNT < 999
               ADD 1 TO AC-ALERT-COUNT
           END-IF
           IF WS-NEW-ALERT-DATE > AC-LAST-ALERT-DATE
               MOVE WS-NEW-ALERT-DATE TO AC-LAST-ALERT-DATE
           END-IF
           EVALUATE WS-NEW-SOURCE
               WHEN 'STRUC'
                   MOVE 'Y' TO AC-SRC-STRUCTURING
               WHEN 'SANCT'
                   MOVE 'Y' TO AC-SRC-SANCTIONS
               WHEN 'LCASH'
                   MOVE 'Y' TO AC-SRC-LARGE-CASH
           END-EVALUATE
           MOVE AML-CASE-RECORD TO WS-CS-ENTRY(WS-CS-IDX)
           MOVE AC-CASE-ID  TO AAL-CASE-ID
           MOVE WS-RUN-DATE TO AAL-LOGGED-DATE
           PERFORM 1210-ADD-LOG-ROW
           MOVE AML-ALERT-RECORD TO WS-AL-RECORD(WS-AL-COUNT)
           PERFORM 4920-PRINT-ALERT
           .

       4910-OPEN-CASE.
           IF WS-CS-COUNT = 5000
               DISPLAY 'AMLCASE: ERROR - more than 5000 cases; '
                   'table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEXT-CASE-ID
           INITIALIZE AML-CASE-RECORD
           MOVE WS-NEXT-CASE-ID   TO AC-CASE-ID
           MOVE WS-NEW-ACCT-ID    TO AC-ACCT-ID
           SET AC-OPEN TO TRUE
           MOVE WS-RUN-DATE       TO AC-DETECT-DATE
           COMPUTE AC-SAR-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY-NO + WS-SAR-FILING-DAYS)
           MOVE 'N' TO AC-SRC-STRUCTURING AC-SRC-SANCTIONS
                       AC-SRC-LARGE-CASH
      *> Fewest open cases wins; the first on the roster breaks ties
           IF WS-IV-COUNT = 0
               MOVE 'UNASSGND' TO AC-INVESTIGATOR
               ADD 1 TO WS-CTR-UNASSIGNED
           ELSE
               SET WS-IV-BEST TO 1
               PERFORM VARYING WS-IV-IDX FROM 2 BY 1
                   UNTIL WS-IV-IDX > WS-IV-COUNT
                   IF WS-IV-OPEN-CASES(WS-IV-IDX)
                       < WS-IV-OPEN-CASES(WS-IV-BEST)
                       SET WS-IV-BEST TO WS-IV-IDX
                   END-IF
               END-PERFORM
               MOVE WS-IV-ID(WS-IV-BEST) TO AC-INVESTIGATOR
               ADD 1 TO WS-IV-OPEN-CASES(WS-IV-BEST)
           END-IF
           ADD 1 TO WS-CS-COUNT
           SET WS-CS-IDX TO WS-CS-COUNT
           ADD 1 TO WS-CTR-CASES-OPENED
           .

       4920-PRINT-ALERT.
           IF NOT WS-SECTION-STARTED
               MOVE 'ALERTS TAKEN IN' TO SECTION-LINE
               WRITE REPORT-LINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE REPORT-LINE FROM ALR-HDR-LINE
                   AFTER ADVANCING 1 LINE
               SET WS-SECTION-STARTED TO TRUE
           END-IF
           MOVE WS-NEW-SOURCE     TO ALR-SOURCE
           MOVE WS-NEW-ACCT-ID    TO ALR-ACCT-ID
           MOVE WS-NEW-ALERT-DATE TO ALR-ALERT-DATE
           MOVE WS-NEW-REF        TO ALR-REF
           MOVE AC-CASE-ID        TO ALR-CASE-ID
           MOVE AC-INVESTIGATOR   TO ALR-INVESTIGATOR
           WRITE REPORT-LINE FROM ALR-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> PRINT AGING — every case still open, against its SAR clock.
      *>================================================================*
       5000-PRINT-AGING.
           MOVE 'OPEN CASES' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM AGE-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-ACTIVE(WS-CS-IDX)
                   PERFORM 5100-PRINT-ONE-CASE
               END-IF
           END-PERFORM
           IF WS-CTR-ACTIVE = 0
               MOVE 'NO OPEN CASES.' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       5100-PRINT-ONE-CASE.
           MOVE WS-CS-ENTRY(WS-CS-IDX) TO AML-CASE-RECORD
           ADD 1 TO WS-CTR-ACTIVE
           IF AC-ESCALATED
               ADD 1 TO WS-CTR-ESCALATED
           END-IF
           COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO
               - FUNCTION INTEGER-OF-DATE(AC-DETECT-DATE)
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(AC-SAR-DUE-DATE)
               - WS-RUN-DAY-NO
           MOVE AC-CASE-ID        TO AGE-CASE-ID
           MOVE AC-ACCT-ID        TO AGE-ACCT-ID
           MOVE AC-STATUS         TO AGE-STATUS
           MOVE AC-INVESTIGATOR   TO AGE-INVESTIGATOR
           MOVE AC-DETECT-DATE    TO AGE-DETECT-DATE
           MOVE WS-AGE-DAYS       TO AGE-DAYS
           MOVE AC-SAR-DUE-DATE   TO AGE-DUE-DATE
           MOVE WS-DAYS-LEFT      TO AGE-LEFT
           MOVE AC-ALERT-COUNT    TO AGE-ALERTS
           MOVE SPACES            TO AGE-SOURCES
           IF AC-SRC-STRUCTURING = 'Y'
               MOVE 'ST' TO AGE-SRC-STRUC
           END-IF
           IF AC-SRC-SANCTIONS = 'Y'
               MOVE 'SA' TO AGE-SRC-SANCT
           END-IF
           IF AC-SRC-LARGE-CASH = 'Y'
               MOVE 'LC' TO AGE-SRC-LCASH
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE '** OVERDUE' TO AGE-FLAG
                   ADD 1 TO WS-CTR-OVERDUE
               WHEN WS-DAYS-LEFT <= WS-SAR-WARN-DAYS
                   MOVE 'DUE SOON'   TO AGE-FLAG
                   ADD 1 TO WS-CTR-DUE-SOON
               WHEN AC-INVESTIGATOR = 'UNASSGND'
                   MOVE 'UNASSIGNED' TO AGE-FLAG
               WHEN AC-DETECT-DATE = WS-RUN-DATE
                   MOVE 'NEW'        TO AGE-FLAG
               WHEN OTHER
                   MOVE SPACES       TO AGE-FLAG
           END-EVALUATE
           WRITE REPORT-LINE FROM AGE-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> WRITE FILES — the case file rewritten whole, tonight's new
      *> alerts appended to the log, the dispositions consumed.
      *>================================================================*
       6000-WRITE-FILES.
           OPEN OUTPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'AMLCASE: ERROR opening AML-CASES.DAT for '
                       'output, STATUS=' WS-CASE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               WRITE CASE-FILE-RECORD FROM WS-CS-ENTRY(WS-CS-IDX)
           END-PERFORM
           CLOSE CASE-FILE
           IF WS-AL-COUNT >= WS-AL-FIRST-NEW
               OPEN EXTEND ALERT-LOG-FILE
               IF WS-ALOG-STATUS NOT = '00'
                   OPEN OUTPUT ALERT-LOG-FILE
               END-IF
               PERFORM VARYING WS-AL-IDX FROM WS-AL-FIRST-NEW BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
                   WRITE ALERT-LOG-RECORD FROM WS-AL-RECORD(WS-AL-IDX)
               END-PERFORM
               CLOSE ALERT-LOG-FILE
           END-IF
           IF WS-DISP-READ
               OPEN OUTPUT DISPOSITION-FILE
               CLOSE DISPOSITION-FILE
           END-IF
           .

       7000-PRINT-TOTALS.
           MOVE 'ALERTS SEEN'                TO TOT-LABEL
           MOVE WS-CTR-ALERTS-SEEN           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 3 LINES
           MOVE '  ALREADY ON THE LOG'       TO TOT-LABEL
           MOVE WS-CTR-ALERTS-REPEAT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  OPENED A NEW CASE'        TO TOT-LABEL
           MOVE WS-CTR-CASES-OPENED          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  ATTACHED TO AN OPEN CASE' TO TOT-LABEL
           MOVE WS-CTR-ALERTS-ATTACHED       TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DISPOSITIONS APPLIED'       TO TOT-LABEL
           MOVE WS-CTR-DISP-APPLIED          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DISPOSITIONS REJECTED'      TO TOT-LABEL
           MOVE WS-CTR-DISP-REJECTED         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OPEN CASES'                 TO TOT-LABEL
           MOVE WS-CTR-ACTIVE                TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  ESCALATED'                TO TOT-LABEL
           MOVE WS-CTR-ESCALATED             TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  SAR DUE WITHIN A WEEK'    TO TOT-LABEL
           MOVE WS-CTR-DUE-SOON              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  SAR OVERDUE'              TO TOT-LABEL
           MOVE WS-CTR-OVERDUE               TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  NEW CASES UNASSIGNED'     TO TOT-LABEL
           MOVE WS-CTR-UNASSIGNED            TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-CASES-OPENED > 0
                    OR WS-CTR-OVERDUE > 0
                    OR WS-CTR-DISP-REJECTED > 0
                    OR WS-CTR-UNASSIGNED > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- AMLCASE Summary ---'
           DISPLAY '  Dispositions read  : ' WS-CTR-DISP-READ
           DISPLAY '  Dispositions appl. : ' WS-CTR-DISP-APPLIED
           DISPLAY '  Dispositions rej.  : ' WS-CTR-DISP-REJECTED
           DISPLAY '  Alerts seen        : ' WS-CTR-ALERTS-SEEN
           DISPLAY '  Cases opened       : ' WS-CTR-CASES-OPENED
           DISPLAY '  Alerts attached    : ' WS-CTR-ALERTS-ATTACHED
           DISPLAY '  Open cases         : ' WS-CTR-ACTIVE
           DISPLAY '  SAR overdue        : ' WS-CTR-OVERDUE
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
