      *>================================================================*
      *> AMLRISK.cob — Customer AML Risk Rating
      *>
      *> CTREXPRT, AMLSTRUC and the sanctions screens each judge one
      *> event on its own; this keeps the standing rating the BSA
      *> officer sets due diligence and review frequency from. Every
      *> night each account on the master is scored afresh on:
      *>
      *>   - cash intensity: cash deposits and withdrawals as a
      *>     share of all applied activity over the lookback window
      *>   - foreign-currency wire volume (AUD-CURRENCY other than
      *>     USD) over the window
      *>   - CTR filings: applied items at or over the reporting
      *>     line over the window, CTREXPRT's test
      *>   - SAR candidates: the account's flagged days on tonight's
      *>     AMLSTRUC worksheet
      *>   - sanctions holds: rows on SCREEN-HELD.DAT whose name
      *>     compliance has not cleared
      *>   - account age (newly opened accounts score higher) and
      *>     account type (checking scores higher)
      *>
      *> The factor points add to a score and the score falls in a
      *> band. The rating file keeps each account's factor points
      *> beside the previous rating's, and the last twelve scores.
      *> The report lists every account whose band went up (or a new
      *> account rated above low) with the factors whose points rose.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT     (SEQUENTIAL, CUSTREC)
      *>         data/AUDIT-HISTORY.DAT     (SEQUENTIAL, binary)
      *>         data/SAR-CANDIDATES.TXT    (LINE SEQ, AMLSTRUC print)
      *>         data/SCREEN-HELD.DAT       (LINE SEQ, SCRHELD)
      *>         data/SCREEN-CLEARED.DAT    (LINE SEQ, names X(25))
      *>         data/AML-RATING.DAT        (LINE SEQ, AMLRATE)
      *> Output: data/AML-RATING.DAT        (rewritten)
      *>         data/AML-RISK-CHANGES.TXT  (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = no band increases,
      *>                4 = band increases reported,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMLRISK.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'data/AUDIT-HISTORY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

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

           SELECT RATING-FILE
               ASSIGN TO 'data/AML-RATING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/AML-RISK-CHANGES.TXT'
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

       FD  HISTORY-FILE.
       COPY AUDITREC.

      *> AMLSTRUC's worksheet; only its per-day flag lines are read
       FD  SAR-FILE.
       01  SAR-LINE                       PIC X(100).
       01  SAR-FLAG-LINE.
           05  SAR-FLAG-TAG               PIC X(9).
           05  SAR-FLAG-ACCT              PIC X(8).
           05  FILLER                     PIC X(83).

       FD  SCREEN-HELD-FILE.
       COPY SCRHELD.

       FD  CLEARED-FILE.
       01  CLEARED-NAME-RECORD            PIC X(25).

       FD  RATING-FILE.
       COPY AMLRATE.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-HIST-STATUS                 PIC XX.
       01  WS-SAR-STATUS                  PIC XX.
       01  WS-HELD-STATUS                 PIC XX.
       01  WS-CLR-STATUS                  PIC XX.
       01  WS-RATE-STATUS                 PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-WINDOW-START                PIC 9(8).
       01  WS-NEW-ACCT-DATE               PIC 9(8).
       01  WS-YOUNG-ACCT-DATE             PIC 9(8).

      *>----------------------------------------------------------------*
      *> Scoring parameters — the lookback window, each factor's
      *> trigger levels and points, and the band floors.
      *>----------------------------------------------------------------*
       01  WS-LOOKBACK-DAYS               PIC 9(3)    VALUE 090.
       01  WS-CTR-THRESHOLD               PIC 9(7)V99 VALUE 10000.00.
       01  WS-CASH-FLOOR                  PIC 9(9)V99 VALUE 5000.00.
       01  WS-CASH-PCT-HIGH               PIC 9(3)    VALUE 075.
       01  WS-CASH-PCT-MED                PIC 9(3)    VALUE 050.
       01  WS-FX-VOLUME-HIGH              PIC 9(9)V99 VALUE 50000.00.
       01  WS-CTR-COUNT-HIGH              PIC 9(3)    VALUE 003.
       01  WS-NEW-ACCT-DAYS               PIC 9(3)    VALUE 090.
       01  WS-YOUNG-ACCT-DAYS             PIC 9(3)    VALUE 365.
       01  WS-PTS-CASH-HIGH               PIC 9(2)    VALUE 20.
       01  WS-PTS-CASH-MED                PIC 9(2)    VALUE 10.
       01  WS-PTS-FX-HIGH                 PIC 9(2)    VALUE 20.
       01  WS-PTS-FX-ANY                  PIC 9(2)    VALUE 10.
       01  WS-PTS-CTR-HIGH                PIC 9(2)    VALUE 20.
       01  WS-PTS-CTR-ANY                 PIC 9(2)    VALUE 10.
       01  WS-PTS-SAR                     PIC 9(2)    VALUE 25.
       01  WS-PTS-SANCTION                PIC 9(2)    VALUE 30.
       01  WS-PTS-NEW-ACCT                PIC 9(2)    VALUE 15.
       01  WS-PTS-YOUNG-ACCT              PIC 9(2)    VALUE 10.
       01  WS-PTS-CHECKING                PIC 9(2)    VALUE 05.
       01  WS-MEDIUM-FLOOR                PIC 9(3)    VALUE 025.
       01  WS-HIGH-FLOOR                  PIC 9(3)    VALUE 050.

      *>----------------------------------------------------------------*
      *> Accounts on the master, with tonight's factor measures
      *>----------------------------------------------------------------*
       01  WS-AC-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-AC-TABLE-AREA.
           05  WS-AC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-AC-COUNT
                   INDEXED BY WS-AC-IDX.
               10  WS-AC-ID               PIC X(8).
               10  WS-AC-NAME             PIC X(25).
               10  WS-AC-BRANCH           PIC X(3).
               10  WS-AC-TYPE             PIC X(1).
               10  WS-AC-OPEN-DATE        PIC 9(8).
               10  WS-AC-CASH-AMT         PIC 9(11)V99.
               10  WS-AC-TOTAL-AMT        PIC 9(11)V99.
               10  WS-AC-FX-AMT           PIC 9(11)V99.
               10  WS-AC-CTR-COUNT        PIC 9(5).
               10  WS-AC-SAR-DAYS         PIC 9(5).
               10  WS-AC-HELD-COUNT       PIC 9(5).
               10  WS-AC-PR-SUB           PIC 9(5).

      *>----------------------------------------------------------------*
      *> Last night's rating file, held whole until it is rewritten
      *>----------------------------------------------------------------*
       01  WS-PR-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-PR-TABLE-AREA.
           05  WS-PR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PR-COUNT
                   INDEXED BY WS-PR-IDX.
               10  WS-PR-ACCT-ID          PIC X(8).
               10  WS-PR-RECORD           PIC X(200).

       01  WS-CL-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CL-TABLE-AREA.
           05  WS-CL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CL-COUNT
                   INDEXED BY WS-CL-IDX.
               10  WS-CL-NAME             PIC X(25).

       01  WS-CASH-PCT                    PIC 9(3)V99.
       01  WS-PRIOR-BAND                  PIC 9(1).
       01  WS-PRIOR-SCORE                 PIC 9(3).
       01  WS-NEW-SW                      PIC X(1).
           88  WS-NEW-RATING                        VALUE 'Y'.
       01  WS-RERUN-SW                    PIC X(1)  VALUE 'N'.
           88  WS-RERUN                             VALUE 'Y'.
       01  WS-HX                          PIC 9(2).
       01  WS-DRV-COUNT                   PIC 9(1).

       01  WS-CTR-HIST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-SAR-FLAGS               PIC 9(5)  VALUE 0.
       01  WS-CTR-HELD-OPEN               PIC 9(5)  VALUE 0.
       01  WS-CTR-RATED                   PIC 9(5)  VALUE 0.
       01  WS-CTR-LOW                     PIC 9(5)  VALUE 0.
       01  WS-CTR-MEDIUM                  PIC 9(5)  VALUE 0.
       01  WS-CTR-HIGH                    PIC 9(5)  VALUE 0.
       01  WS-CTR-UP                      PIC 9(5)  VALUE 0.
       01  WS-CTR-DOWN                    PIC 9(5)  VALUE 0.
       01  WS-CTR-NEW                     PIC 9(5)  VALUE 0.
       01  WS-CTR-DROPPED                 PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  WS-BAND-NAMES.
           05  FILLER                     PIC X(6)  VALUE 'LOW'.
           05  FILLER                     PIC X(6)  VALUE 'MEDIUM'.
           05  FILLER                     PIC X(6)  VALUE 'HIGH'.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME               PIC X(6)  OCCURS 3 TIMES.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(41)
               VALUE 'AML RISK RATING - BAND INCREASES - AS OF'.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(61) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(27)  VALUE 'NAME'.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(6)   VALUE 'TYPE'.
           05  FILLER              PIC X(14)  VALUE 'PRIOR  SCORE'.
           05  FILLER              PIC X(14)  VALUE 'NEW    SCORE'.
           05  FILLER              PIC X(34)  VALUE SPACES.
       01  DTL-LINE.
           05  DTL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NAME                   PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-TYPE                   PIC X(1).
           05  FILLER                     PIC X(5)  VALUE SPACES.
           05  DTL-PRIOR-BAND             PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-PRIOR-SCORE            PIC ZZ9.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  DTL-NEW-BAND               PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NEW-SCORE              PIC ZZ9.
           05  FILLER                     PIC X(37) VALUE SPACES.
       01  DRV-LINE.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(9)  VALUE 'DRIVERS: '.
           05  DRV-FACTORS.
               10  DRV-FACTOR OCCURS 7 TIMES.
                   15  DRV-NAME           PIC X(9).
                   15  DRV-PTS            PIC ++9.
                   15  FILLER             PIC X(1).
      *> Built up one factor at a time before it is printed
       01  WS-DRV-NAME                    PIC X(8).
       01  WS-DRV-NEW                     PIC 9(2).
       01  WS-DRV-OLD                     PIC 9(2).
       01  WS-DRV-DELTA                   PIC S9(2).
       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(40).
           05  TOT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(60) VALUE SPACES.
       01  NONE-LINE                      PIC X(110)
           VALUE 'NO ACCOUNT MOVED UP A BAND.'.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-SCAN-AUDIT-HISTORY
               PERFORM 2500-READ-SAR-CANDIDATES
               PERFORM 2600-READ-SCREEN-HOLDS
               PERFORM 3000-RATE-ACCOUNTS
               PERFORM 7000-PRINT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- AMLRISK: Customer AML Risk Rating ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-LOOKBACK-DAYS + 1)
           COMPUTE WS-NEW-ACCT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-NEW-ACCT-DAYS)
           COMPUTE WS-YOUNG-ACCT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-YOUNG-ACCT-DAYS)
           PERFORM 1100-LOAD-MASTER
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-PRIOR-RATINGS
           PERFORM 1300-LOAD-CLEARED
           OPEN OUTPUT RATING-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'AMLRISK: ERROR opening AML-RATING.DAT, '
                       'STATUS=' WS-RATE-STATUS
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

      *> Closed accounts carry no relationship to rate; they drop
      *> off the rating file with the rest of their history.
       1100-LOAD-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'AMLRISK: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       IF NOT CUST-CLOSED
                           PERFORM 1150-ADD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       1150-ADD-ACCOUNT.
           IF WS-AC-COUNT = 5000
               DISPLAY 'AMLRISK: ERROR - more than 5000 accounts; '
                   'table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AC-COUNT
           MOVE CUST-ID             TO WS-AC-ID(WS-AC-COUNT)
           MOVE CUST-NAME           TO WS-AC-NAME(WS-AC-COUNT)
           MOVE CUST-BRANCH         TO WS-AC-BRANCH(WS-AC-COUNT)
           MOVE CUST-ACCT-TYPE      TO WS-AC-TYPE(WS-AC-COUNT)
           MOVE CUST-OPEN-DATE      TO WS-AC-OPEN-DATE(WS-AC-COUNT)
           MOVE 0 TO WS-AC-CASH-AMT(WS-AC-COUNT)
           MOVE 0 TO WS-AC-TOTAL-AMT(WS-AC-COUNT)
           MOVE 0 TO WS-AC-FX-AMT(WS-AC-COUNT)
           MOVE 0 TO WS-AC-CTR-COUNT(WS-AC-COUNT)
           MOVE 0 TO WS-AC-SAR-DAYS(WS-AC-COUNT)
           MOVE 0 TO WS-AC-HELD-COUNT(WS-AC-COUNT)
           MOVE 0 TO WS-AC-PR-SUB(WS-AC-COUNT)
           .

      *>----------------------------------------------------------------*
      *> Last night's ratings; no file means tonight is the first
      *> rating and every account is new.
      *>----------------------------------------------------------------*
       1200-LOAD-PRIOR-RATINGS.
           OPEN INPUT RATING-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'AMLRISK: no AML-RATING.DAT; every account '
                   'rated as new.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RATE-STATUS NOT = '00'
               READ RATING-FILE
                   AT END
                       MOVE '10' TO WS-RATE-STATUS
                   NOT AT END
                       IF WS-PR-COUNT = 5000
                           DISPLAY 'AMLRISK: ERROR - more than 5000 '
                               'prior ratings; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PR-COUNT
                       MOVE AR-ACCT-ID TO WS-PR-ACCT-ID(WS-PR-COUNT)
                       MOVE AML-RATING-RECORD
                           TO WS-PR-RECORD(WS-PR-COUNT)
                       IF AR-RATED-DATE = WS-RUN-DATE
                           SET WS-RERUN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATING-FILE
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
                   OR WS-PR-ACCT-ID(WS-PR-IDX) = WS-AC-ID(WS-AC-IDX)
                   CONTINUE
               END-PERFORM
               IF WS-PR-IDX <= WS-PR-COUNT
                   SET WS-AC-PR-SUB(WS-AC-IDX) TO WS-PR-IDX
               END-IF
           END-PERFORM
           COMPUTE WS-CTR-DROPPED = WS-PR-COUNT
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-PR-SUB(WS-AC-IDX) > 0
                   SUBTRACT 1 FROM WS-CTR-DROPPED
               END-IF
           END-PERFORM
           IF WS-RERUN
               DISPLAY 'AMLRISK: ratings already taken for '
                   WS-RUN-DATE '; re-rating in place.'
           END-IF
           .

       1300-LOAD-CLEARED.
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
      *> SCAN AUDIT HISTORY — applied activity inside the lookback
      *> window, folded onto its account. AUDARCHV has archived
      *> tonight's cycle by the time this runs, so the history is
      *> complete through the run date on its own.
      *>================================================================*
       2000-SCAN-AUDIT-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'AMLRISK: WARNING - no AUDIT-HISTORY.DAT; '
                   'activity factors score zero.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-STATUS NOT = '00'
               READ HISTORY-FILE
                   AT END
                       MOVE '10' TO WS-HIST-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-HIST-READ
                       IF AUD-APPLIED
                           AND AUD-DATE >= WS-WINDOW-START
                           AND AUD-DATE <= WS-RUN-DATE
                           PERFORM 2100-FOLD-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       2100-FOLD-ACTIVITY.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               OR WS-AC-ID(WS-AC-IDX) = AUD-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-AC-IDX > WS-AC-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD AUD-AMOUNT TO WS-AC-TOTAL-AMT(WS-AC-IDX)
           IF AUD-TRANS-TYPE = 'D' OR AUD-TRANS-TYPE = 'W'
               ADD AUD-AMOUNT TO WS-AC-CASH-AMT(WS-AC-IDX)
           END-IF
           IF AUD-CURRENCY NOT = SPACES AND AUD-CURRENCY NOT = 'USD'
               ADD AUD-AMOUNT TO WS-AC-FX-AMT(WS-AC-IDX)
           END-IF
           IF AUD-AMOUNT >= WS-CTR-THRESHOLD
               ADD 1 TO WS-AC-CTR-COUNT(WS-AC-IDX)
           END-IF
           .

      *>----------------------------------------------------------------*
      *> Each flag line on tonight's AMLSTRUC worksheet is one
      *> flagged account/day; the contributing-transaction lines
      *> under it are skipped.
      *>----------------------------------------------------------------*
       2500-READ-SAR-CANDIDATES.
           OPEN INPUT SAR-FILE
           IF WS-SAR-STATUS NOT = '00'
               DISPLAY 'AMLRISK: WARNING - no SAR-CANDIDATES.TXT; '
                   'SAR factor scores zero.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SAR-STATUS NOT = '00'
               READ SAR-FILE
                   AT END
                       MOVE '10' TO WS-SAR-STATUS
                   NOT AT END
                       IF SAR-FLAG-TAG = 'ACCOUNT  '
                           PERFORM 2510-COUNT-SAR-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAR-FILE
           .

       2510-COUNT-SAR-FLAG.
           ADD 1 TO WS-CTR-SAR-FLAGS
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               OR WS-AC-ID(WS-AC-IDX) = SAR-FLAG-ACCT
               CONTINUE
           END-PERFORM
           IF WS-AC-IDX <= WS-AC-COUNT
               ADD 1 TO WS-AC-SAR-DAYS(WS-AC-IDX)
           END-IF
           .

      *>----------------------------------------------------------------*
      *> A held item still counts until compliance clears its name.
      *>----------------------------------------------------------------*
       2600-READ-SCREEN-HOLDS.
           OPEN INPUT SCREEN-HELD-FILE
           IF WS-HELD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HELD-STATUS NOT = '00'
               READ SCREEN-HELD-FILE
                   AT END
                       MOVE '10' TO WS-HELD-STATUS
                   NOT AT END
                       PERFORM 2610-COUNT-HOLD
               END-READ
           END-PERFORM
           CLOSE SCREEN-HELD-FILE
           .

       2610-COUNT-HOLD.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               OR WS-CL-NAME(WS-CL-IDX) = SH-NAME
               CONTINUE
           END-PERFORM
           IF WS-CL-IDX <= WS-CL-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               OR WS-AC-ID(WS-AC-IDX) = SH-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-AC-IDX <= WS-AC-COUNT
               ADD 1 TO WS-AC-HELD-COUNT(WS-AC-IDX)
               ADD 1 TO WS-CTR-HELD-OPEN
           END-IF
           .

      *>================================================================*
      *> RATE ACCOUNTS — score, band, carry the history forward,
      *> write the rating and report any band increase.
      *>================================================================*
       3000-RATE-ACCOUNTS.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               PERFORM 3100-START-RATING-ROW
               PERFORM 3200-SCORE-FACTORS
               PERFORM 3300-SET-BAND
               PERFORM 3400-PUSH-HISTORY
               WRITE AML-RATING-RECORD
               ADD 1 TO WS-CTR-RATED
               PERFORM 3500-COMPARE-BAND
           END-PERFORM
           .

      *>----------------------------------------------------------------*
      *> The row starts as last night's. On a re-run for the same
      *> date the prior points already on the row stay as they are
      *> and the comparison is against the rating before tonight's.
      *>----------------------------------------------------------------*
       3100-START-RATING-ROW.
           IF WS-AC-PR-SUB(WS-AC-IDX) = 0
               INITIALIZE AML-RATING-RECORD
               MOVE WS-AC-ID(WS-AC-IDX) TO AR-ACCT-ID
               MOVE 1 TO AR-BAND
               MOVE 'Y' TO WS-NEW-SW
               MOVE 0 TO WS-PRIOR-BAND WS-PRIOR-SCORE
               EXIT PARAGRAPH
           END-IF
           SET WS-PR-IDX TO WS-AC-PR-SUB(WS-AC-IDX)
           MOVE WS-PR-RECORD(WS-PR-IDX) TO AML-RATING-RECORD
           MOVE 'N' TO WS-NEW-SW
           IF AR-RATED-DATE = WS-RUN-DATE
               IF AR-HIST-COUNT > 1
                   MOVE AR-HIST-SCORE(2) TO WS-PRIOR-SCORE
                   MOVE AR-HIST-BAND(2)  TO WS-PRIOR-BAND
               ELSE
                   MOVE 'Y' TO WS-NEW-SW
                   MOVE 0 TO WS-PRIOR-BAND WS-PRIOR-SCORE
               END-IF
           ELSE
               MOVE AR-SCORE TO WS-PRIOR-SCORE
               MOVE AR-BAND  TO WS-PRIOR-BAND
               MOVE AR-FACTOR-PTS TO AR-PRIOR-FACTOR-PTS
           END-IF
           .

       3200-SCORE-FACTORS.
           MOVE ZEROS TO AR-FACTOR-PTS
           IF WS-AC-CASH-AMT(WS-AC-IDX) >= WS-CASH-FLOOR
               COMPUTE WS-CASH-PCT =
                   WS-AC-CASH-AMT(WS-AC-IDX) * 100
                   / WS-AC-TOTAL-AMT(WS-AC-IDX)
               EVALUATE TRUE
                   WHEN WS-CASH-PCT >= WS-CASH-PCT-HIGH
                       MOVE WS-PTS-CASH-HIGH TO AR-PTS-CASH
                   WHEN WS-CASH-PCT >= WS-CASH-PCT-MED
                       MOVE WS-PTS-CASH-MED  TO AR-PTS-CASH
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-AC-FX-AMT(WS-AC-IDX) >= WS-FX-VOLUME-HIGH
                   MOVE WS-PTS-FX-HIGH TO AR-PTS-FX-WIRE
               WHEN WS-AC-FX-AMT(WS-AC-IDX) > 0
                   MOVE WS-PTS-FX-ANY  TO AR-PTS-FX-WIRE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-AC-CTR-COUNT(WS-AC-IDX) >= WS-CTR-COUNT-HIGH
                   MOVE WS-PTS-CTR-HIGH TO AR-PTS-CTR
               WHEN WS-AC-CTR-COUNT(WS-AC-IDX) > 0
                   MOVE WS-PTS-CTR-ANY  TO AR-PTS-CTR
           END-EVALUATE
           IF WS-AC-SAR-DAYS(WS-AC-IDX) > 0
               MOVE WS-PTS-SAR TO AR-PTS-SAR
           END-IF
           IF WS-AC-HELD-COUNT(WS-AC-IDX) > 0
               MOVE WS-PTS-SANCTION TO AR-PTS-SANCTION
           END-IF
      *> An open date of zero is a conversion account — age unknown,
      *> so it is not treated as new
           EVALUATE TRUE
               WHEN WS-AC-OPEN-DATE(WS-AC-IDX) = 0
                   CONTINUE
               WHEN WS-AC-OPEN-DATE(WS-AC-IDX) > WS-NEW-ACCT-DATE
                   MOVE WS-PTS-NEW-ACCT   TO AR-PTS-ACCT-AGE
               WHEN WS-AC-OPEN-DATE(WS-AC-IDX) > WS-YOUNG-ACCT-DATE
                   MOVE WS-PTS-YOUNG-ACCT TO AR-PTS-ACCT-AGE
           END-EVALUATE
           IF WS-AC-TYPE(WS-AC-IDX) = 'C'
               MOVE WS-PTS-CHECKING TO AR-PTS-ACCT-TYPE
           END-IF
           COMPUTE AR-SCORE = AR-PTS-CASH + AR-PTS-FX-WIRE
               + AR-PTS-CTR + AR-PTS-SAR + AR-PTS-SANCTION
               + AR-PTS-ACCT-AGE + AR-PTS-ACCT-TYPE
           .

       3300-SET-BAND.
           EVALUATE TRUE
               WHEN AR-SCORE >= WS-HIGH-FLOOR
                   SET AR-BAND-HIGH TO TRUE
                   ADD 1 TO WS-CTR-HIGH
               WHEN AR-SCORE >= WS-MEDIUM-FLOOR
                   SET AR-BAND-MEDIUM TO TRUE
                   ADD 1 TO WS-CTR-MEDIUM
               WHEN OTHER
                   SET AR-BAND-LOW TO TRUE
                   ADD 1 TO WS-CTR-LOW
           END-EVALUATE
           .

      *>----------------------------------------------------------------*
      *> Newest first; a new date shifts the others down a slot and
      *> the oldest falls off the end.
      *>----------------------------------------------------------------*
       3400-PUSH-HISTORY.
           IF AR-RATED-DATE NOT = WS-RUN-DATE
               PERFORM VARYING WS-HX FROM 11 BY -1 UNTIL WS-HX < 1
                   MOVE AR-HISTORY(WS-HX) TO AR-HISTORY(WS-HX + 1)
               END-PERFORM
               IF AR-HIST-COUNT < 12
                   ADD 1 TO AR-HIST-COUNT
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO AR-HIST-DATE(1)
           MOVE AR-SCORE    TO AR-HIST-SCORE(1)
           MOVE AR-BAND     TO AR-HIST-BAND(1)
           MOVE WS-RUN-DATE TO AR-RATED-DATE
           .

      *>----------------------------------------------------------------*
      *> A new account is reported only if it starts above low.
      *>----------------------------------------------------------------*
       3500-COMPARE-BAND.
           IF WS-NEW-RATING
               ADD 1 TO WS-CTR-NEW
               IF AR-BAND-LOW
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF AR-BAND < WS-PRIOR-BAND
                   ADD 1 TO WS-CTR-DOWN
               END-IF
               IF AR-BAND NOT > WS-PRIOR-BAND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-CTR-UP
           MOVE WS-AC-ID(WS-AC-IDX)     TO DTL-ACCT-ID
           MOVE WS-AC-NAME(WS-AC-IDX)   TO DTL-NAME
           MOVE WS-AC-BRANCH(WS-AC-IDX) TO DTL-BRANCH
           MOVE WS-AC-TYPE(WS-AC-IDX)   TO DTL-TYPE
           IF WS-NEW-RATING
               MOVE 'NEW'  TO DTL-PRIOR-BAND
           ELSE
               MOVE WS-BAND-NAME(WS-PRIOR-BAND) TO DTL-PRIOR-BAND
           END-IF
           MOVE WS-PRIOR-SCORE          TO DTL-PRIOR-SCORE
           MOVE WS-BAND-NAME(AR-BAND)   TO DTL-NEW-BAND
           MOVE AR-SCORE                TO DTL-NEW-SCORE
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 3600-PRINT-DRIVERS
           .

      *>----------------------------------------------------------------*
      *> Every factor whose points rose since the prior rating, with
      *> the rise.
      *>----------------------------------------------------------------*
       3600-PRINT-DRIVERS.
           MOVE SPACES TO DRV-FACTORS
           MOVE 0 TO WS-DRV-COUNT
           MOVE 'CASH'      TO WS-DRV-NAME
           MOVE AR-PTS-CASH TO WS-DRV-NEW
           MOVE AR-PRIOR-PTS-CASH TO WS-DRV-OLD
           PERFORM 3610-ADD-DRIVER
           MOVE 'FX-WIRE'   TO WS-DRV-NAME
           MOVE AR-PTS-FX-WIRE TO WS-DRV-NEW
           MOVE AR-PRIOR-PTS-FX-WIRE TO WS-DRV-OLD
           PERFORM 3610-ADD-DRIVER
           MOVE 'CTR'       TO WS-DRV-NAME
           MOVE AR-PTS-CTR  TO WS-DRV-NEW
           MOVE AR-PRIOR-PTS-CTR TO WS-DRV-OLD
           PERFORM 3610-ADD-DRIVER
           MOVE 'SAR'       TO WS-DRV-NAME
           MOVE AR-PTS-SAR  TO WS-DRV-NEW
           MOVE AR-PRIOR-PTS-SAR TO WS-DRV-OLD
           PERFORM 3610-ADD-DRIVER
           MOVE 'SANCTION'  TO WS-DRV-NAME
           MOVE AR-PTS-SANCTION TO WS-DRV-NEW
           MOVE AR-PRIOR-PTS-SANCTION TO WS-DRV-OLD
           PERFORM 3610-ADD-DRIVER
           MOVE 'ACCT-AGE'  TO WS-DRV-NAME
           MOVE AR-PTS-ACCT-AGE TO WS-DRV-NEW
           MOVE AR-PRIOR-PTS-ACCT-AGE TO WS-DRV-OLD
           PERFORM 3610-ADD-DRIVER
           MOVE 'ACCT-TYP'  TO WS-DRV-NAME
           MOVE AR-PTS-ACCT-TYPE TO WS-DRV-NEW
           MOVE AR-PRIOR-PTS-ACCT-TYPE TO WS-DRV-OLD
           PERFORM 3610-ADD-DRIVER
           WRITE REPORT-LINE FROM DRV-LINE
               AFTER ADVANCING 1 LINE
           .

       3610-ADD-DRIVER.
           IF WS-NEW-RATING
               MOVE 0 TO WS-DRV-OLD
           END-IF
           IF WS-DRV-NEW > WS-DRV-OLD
               ADD 1 TO WS-DRV-COUNT
               COMPUTE WS-DRV-DELTA = WS-DRV-NEW - WS-DRV-OLD
               MOVE WS-DRV-NAME  TO DRV-NAME(WS-DRV-COUNT)
               MOVE WS-DRV-DELTA TO DRV-PTS(WS-DRV-COUNT)
           END-IF
           .

       7000-PRINT-TOTALS.
           IF WS-CTR-UP = 0
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE 'ACCOUNTS RATED'             TO TOT-LABEL
           MOVE WS-CTR-RATED                 TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 3 LINES
           MOVE '  LOW'                      TO TOT-LABEL
           MOVE WS-CTR-LOW                   TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  MEDIUM'                   TO TOT-LABEL
           MOVE WS-CTR-MEDIUM                TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  HIGH'                     TO TOT-LABEL
           MOVE WS-CTR-HIGH                  TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MOVED UP A BAND (INCL. NEW)' TO TOT-LABEL
           MOVE WS-CTR-UP                    TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MOVED DOWN A BAND'          TO TOT-LABEL
           MOVE WS-CTR-DOWN                  TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RATED FOR THE FIRST TIME'   TO TOT-LABEL
           MOVE WS-CTR-NEW                   TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DROPPED (CLOSED OR PURGED)' TO TOT-LABEL
           MOVE WS-CTR-DROPPED               TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

       9000-TERMINATE.
           IF WS-RATE-STATUS = '00'
               CLOSE RATING-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-CTR-UP > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- AMLRISK Summary ---'
           DISPLAY '  History rows read  : ' WS-CTR-HIST-READ
           DISPLAY '  SAR flag lines     : ' WS-CTR-SAR-FLAGS
           DISPLAY '  Open screen holds  : ' WS-CTR-HELD-OPEN
           DISPLAY '  Accounts rated     : ' WS-CTR-RATED
           DISPLAY '  Low/Medium/High    : ' WS-CTR-LOW '/'
                   WS-CTR-MEDIUM '/' WS-CTR-HIGH
           DISPLAY '  Moved up a band    : ' WS-CTR-UP
           DISPLAY '  Moved down a band  : ' WS-CTR-DOWN
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
