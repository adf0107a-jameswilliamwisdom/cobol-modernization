      *>================================================================*
      *> CRBUREAU.cob — Metro 2 Credit-Bureau Reporting for Overdraft
      *>               Lines of Credit
      *>
      *> The overdraft lines on OD-LIMITS.DAT are consumer credit and
      *> have to be reported to the credit bureaus every month. On
      *> the calendar month-end this program builds the Metro 2 file
      *> — header, one base segment per line, trailer — registers it
      *> on the transmission manifest, and rolls each line's payment
      *> history forward on the tracking file. No calendar means run
      *> as invoked, the way PROFITRPT does.
      *>
      *> Each base segment reports:
      *>   - OL-LIMIT as the credit limit, the approval date as the
      *>     date opened;
      *>   - the balance owed: the overdrawn master balance plus the
      *>     debit interest accrued on the line and not yet posted,
      *>     in whole dollars;
      *>   - the account status and days past due, from how long the
      *>     account has been overdrawn. The line agreement asks for
      *>     the balance back within one cycle (WS-GRACE-DAYS), so
      *>     the day the account went overdrawn starts the clock and
      *>     the days beyond the grace are days past due. That day
      *>     is the last time the audit history shows the balance
      *>     crossing from zero or better to negative; history
      *>     rolled off since falls back to the tracked date, then
      *>     to the last activity on the master;
      *>   - a charged-off line as status 97 at what is still owed on
      *>     the charge-off ledger, and 64 once that is recovered in
      *>     full; a closed account as 13. Either closing status is
      *>     reported once and the line is not reported again;
      *>   - the consumer's name off the master and address, tax ID
      *>     and phone off CUST-DEMOGRAPHICS.DAT. A joint owner rides
      *>     on a J1 segment when they share the primary's address
      *>     (or have none of their own on file) and on a J2 segment
      *>     with their own address when it differs.
      *>
      *> A line whose primary has no demographics row cannot be
      *> identified to the bureaus: it is listed, not reported.
      *>
      *> The dispute desk's actions (CRBDISP) are applied every run,
      *> month-end or not, so the tracking file always shows where
      *> a dispute stands: D reports the line as disputed (XB), C
      *> as investigated with the consumer still disagreeing (XC),
      *> R as resolved (XH, one month only), and X flags the next
      *> file's base segment as a correction. The dispute file is
      *> emptied after it is read.
      *>
      *> Input:  data/OD-LIMITS.DAT             (LINE SEQ, ODLIMIT)
      *>         data/NEW-CUSTOMERS.DAT         (SEQUENTIAL, binary)
      *>         data/AUDIT-HISTORY.DAT         (SEQUENTIAL, binary)
      *>         data/CUST-DEMOGRAPHICS.DAT     (LINE SEQ, CUSTDEMO)
      *>         data/CHARGEOFF-LEDGER.DAT      (LINE SEQ, CHGOFF)
      *>         data/PROCESSING-CALENDAR.DAT   (LINE SEQ, CALREC)
      *>         data/CREDIT-BUREAU-DISPUTE.DAT (LINE SEQ, CRBDISP,
      *>                                         consumed)
      *> I/O:    data/CREDIT-BUREAU-TRACK.DAT   (LINE SEQ, CRBTRACK,
      *>                                         rewritten)
      *> Output: data/CREDIT-BUREAU-METRO2.DAT  (SEQUENTIAL, variable
      *>                                         length, CRBMETRO)
      *>         data/CREDIT-BUREAU-REPORT.TXT  (LINE SEQ, print)
      *>         data/XMIT-MANIFEST.DAT         (LINE SEQ, appended)
      *>
      *> Return codes:  0 = success,
      *>                4 = lines not reported, or dispute actions
      *>                    rejected,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRBUREAU.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OD-LIMIT-FILE
               ASSIGN TO 'data/OD-LIMITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODL-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'data/AUDIT-HISTORY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DEMO-FILE
               ASSIGN TO 'data/CUST-DEMOGRAPHICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO 'data/CHARGEOFF-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'data/PROCESSING-CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT DISPUTE-FILE
               ASSIGN TO 'data/CREDIT-BUREAU-DISPUTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT TRACK-FILE
               ASSIGN TO 'data/CREDIT-BUREAU-TRACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.

      *> The bureau file — variable-length records, each carrying its
      *> own length in the Record Descriptor Word.
           SELECT BUREAU-FILE
               ASSIGN TO 'data/CREDIT-BUREAU-METRO2.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/CREDIT-BUREAU-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *> Outbound transmission manifest — one row as the bureau file
      *> is finalized; see XMITMAN.cpy.
           SELECT MANIFEST-FILE
               ASSIGN TO 'data/XMIT-MANIFEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XM-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OD-LIMIT-FILE.
       COPY ODLIMIT.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  HISTORY-FILE.
       COPY AUDITREC REPLACING ==AUDIT-RECORD==
                            BY ==HISTORY-RECORD==
                   LEADING ==AUD== BY ==HIS==.

       FD  DEMO-FILE.
       COPY CUSTDEMO.

       FD  LEDGER-FILE.
       COPY CHGOFF.

       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  DISPUTE-FILE.
       COPY CRBDISP.

       FD  TRACK-FILE.
       COPY CRBTRACK.

       FD  BUREAU-FILE
           RECORD VARYING IN SIZE FROM 426 TO 726 CHARACTERS
               DEPENDING ON WS-M2-REC-LEN.
       01  BUREAU-RECORD                  PIC X(726).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  MANIFEST-FILE.
       COPY XMITMAN.

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-ODL-STATUS                  PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-HIST-STATUS                 PIC XX.
       01  WS-DEMO-STATUS                 PIC XX.
       01  WS-LEDG-STATUS                 PIC XX.
       01  WS-CAL-STATUS                  PIC XX.
       01  WS-DISP-STATUS                 PIC XX.
       01  WS-TRACK-STATUS                PIC XX.
       01  WS-BUREAU-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-XM-STATUS                   PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(4).
           05  WS-RUN-MM                  PIC 9(2).
           05  WS-RUN-DD                  PIC 9(2).
       01  WS-RUN-MONTH                   PIC 9(6).
       01  WS-RUN-DAY-NO                  PIC 9(7).
       01  WS-RUN-TIME                    PIC 9(6).

       01  WS-TRIGGER-SW                  PIC X(1)  VALUE 'Y'.
           88  WS-REPORT-DAY                        VALUE 'Y'.
       01  WS-CAL-ROW-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-CAL-ROW-FOUND                     VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Reporting constants — the furnisher's identity as the bureaus
      *> issued it, and the cycle the line agreement gives to bring
      *> an overdrawn balance back. Adjust here rather than
      *> hand-editing the output.
      *>----------------------------------------------------------------*
       01  WS-FURNISHER-ID                PIC X(20)
           VALUE 'BCB0612345'.
       01  WS-EQUIFAX-ID                  PIC X(10) VALUE 'BCB0612345'.
       01  WS-EXPERIAN-ID                 PIC X(5)  VALUE '06123'.
       01  WS-TRANSUNION-ID               PIC X(10) VALUE 'BCB0612345'.
       01  WS-INNOVIS-ID                  PIC X(10) VALUE 'BCB0612345'.
       01  WS-REPORTER-NAME               PIC X(40)
           VALUE 'BATCH CHAIN BANK'.
       01  WS-REPORTER-ADDR               PIC X(96)
           VALUE '100 MAIN STREET, SPRINGFIELD, IL 62701'.
       01  WS-REPORTER-PHONE              PIC X(10) VALUE '2175550100'.
       01  WS-PROGRAM-DATE                PIC 9(8)  VALUE 10152026.
       01  WS-GRACE-DAYS                  PIC 9(3)  VALUE 30.

      *>----------------------------------------------------------------*
      *> Tracking file — every line ever reported, held while the run
      *> works it and rewritten whole at the end.
      *>----------------------------------------------------------------*
       01  WS-CT-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CT-TABLE-AREA.
           05  WS-CT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CT-COUNT
                   INDEXED BY WS-CT-IDX.
               10  WS-CT-IMAGE.
                   15  WS-CT-ACCT-ID      PIC X(8).
                   15  FILLER             PIC X(92).
       01  WS-CT-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  WS-CT-FOUND                          VALUE 'Y'.
       01  WS-FIND-ACCT-ID                PIC X(8).

      *> Tonight's dispute actions, applied in key order
       01  WS-DP-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-DP-TABLE-AREA.
           05  WS-DP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-DP-COUNT
                   INDEXED BY WS-DP-IDX.
               10  WS-DP-IMAGE            PIC X(80).
       01  WS-DISPUTE-READ-SW             PIC X(1)  VALUE 'N'.
           88  WS-DISPUTE-READ                      VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Overdraft lines, file order, with what the master and the
      *> history say about each.
      *>----------------------------------------------------------------*
       01  WS-OL-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-OL-TABLE-AREA.
           05  WS-OL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OL-COUNT
                   INDEXED BY WS-OL-IDX.
               10  WS-OL-ACCT-ID          PIC X(8).
               10  WS-OL-LIMIT            PIC 9(7)V99.
               10  WS-OL-APPROVED-DATE    PIC 9(8).
               10  WS-OL-ACCRUED-INT      PIC 9(5)V9(4).
               10  WS-OL-ON-MASTER-SW     PIC X(1).
                   88  WS-OL-ON-MASTER        VALUE 'Y'.
               10  WS-OL-NAME             PIC X(25).
               10  WS-OL-BRANCH           PIC X(3).
               10  WS-OL-CUST-STATUS      PIC X(1).
               10  WS-OL-BALANCE          PIC S9(7)V99.
               10  WS-OL-LAST-ACTIVITY    PIC 9(8).
               10  WS-OL-JOINT-IND        PIC X(1).
               10  WS-OL-SECONDARY-ID     PIC X(8).
               10  WS-OL-SECONDARY-NAME   PIC X(25).
               10  WS-OL-HIST-SINCE       PIC 9(8).
               10  WS-OL-PAID-MONTH       PIC 9(9)V99.
               10  WS-OL-LAST-PAYMENT     PIC 9(8).
               10  WS-OL-EXCEPTION        PIC X(40).

      *>----------------------------------------------------------------*
      *> Demographics — identity and address for base and joint
      *> segments.
      *>----------------------------------------------------------------*
       01  WS-DEMO-COUNT                  PIC 9(4)  VALUE 0.
       01  WS-DEMO-TABLE-AREA.
           05  WS-DEMO-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DEMO-COUNT
                   INDEXED BY WS-DEMO-IDX.
               10  WS-DEMO-CUST-ID        PIC X(8).
               10  WS-DEMO-ADDR-LINE1     PIC X(30).
               10  WS-DEMO-ADDR-LINE2     PIC X(30).
               10  WS-DEMO-CITY           PIC X(20).
               10  WS-DEMO-STATE          PIC X(2).
               10  WS-DEMO-ZIP            PIC X(9).
               10  WS-DEMO-TAX-ID         PIC X(9).
               10  WS-DEMO-PHONE          PIC X(10).
               10  WS-DEMO-MAIL-STATUS    PIC X(1).
       01  WS-PRIMARY-DEMO                PIC 9(4).
       01  WS-JOINT-DEMO                  PIC 9(4).

      *> Charge-off ledger — what a written-off line still owes
       01  WS-CO-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-CO-TABLE-AREA.
           05  WS-CO-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CO-COUNT
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-ACCT-ID          PIC X(8).
               10  WS-CO-CHGOFF-DATE      PIC 9(8).
               10  WS-CO-DAYS-AGED        PIC 9(5).
               10  WS-CO-CHGOFF-AMT       PIC 9(7)V99.
               10  WS-CO-RECOVERED-AMT    PIC 9(7)V99.
               10  WS-CO-LAST-RECOVERY    PIC 9(8).
               10  WS-CO-STATUS           PIC X(1).

      *>----------------------------------------------------------------*
      *> One line's reported figures
      *>----------------------------------------------------------------*
       01  WS-OWED                        PIC 9(9).
       01  WS-OWED-EXACT                  PIC 9(9)V9(4).
       01  WS-PAST-DUE                    PIC 9(9).
       01  WS-ORIG-CHGOFF                 PIC 9(9).
       01  WS-ACTUAL-PMT                  PIC 9(9).
       01  WS-OD-SINCE                    PIC 9(8).
       01  WS-DPD                         PIC S9(5).
       01  WS-DPD-ED                      PIC ZZZ9.
       01  WS-M2-STATUS                   PIC X(2).
       01  WS-MONTH-CODE                  PIC X(1).
       01  WS-PAYMENT-RATING              PIC X(1).
       01  WS-DATE-CLOSED                 PIC 9(8).
       01  WS-FIRST-DELQ                  PIC 9(8).
       01  WS-FINAL-SW                    PIC X(1).
           88  WS-FINAL-STATUS                      VALUE 'Y'.
       01  WS-NEW-LINE-SW                 PIC X(1).
           88  WS-NEW-LINE                          VALUE 'Y'.
       01  WS-CORRECTION-SW               PIC X(1).
           88  WS-CORRECTION                        VALUE 'Y'.
       01  WS-JOINT-SEG                   PIC X(2).
       01  WS-DAY-NO                      PIC 9(7).

      *> Payment-history roll
       01  WS-LAST-MONTH                  PIC 9(6).
       01  WS-LAST-MONTH-PARTS REDEFINES WS-LAST-MONTH.
           05  WS-LAST-MONTH-YYYY         PIC 9(4).
           05  WS-LAST-MONTH-MM           PIC 9(2).
       01  WS-LAST-MONTH-NO               PIC 9(7).
       01  WS-RUN-MONTH-NO                PIC 9(7).
       01  WS-MONTH-GAP                   PIC 9(7).
       01  WS-PROFILE-WORK                PIC X(50).
       01  WS-NO-DATA-FILL                PIC X(24)  VALUE ALL 'D'.
       01  WS-NEW-PROFILE                 PIC X(24)  VALUE ALL 'B'.

      *> Name split — first word, last word, anything between
       01  WS-NAME-IN                     PIC X(25).
       01  WS-NAME-PARTS                  PIC 9(2).
       01  WS-NAME-PART-AREA.
           05  WS-NAME-PART               PIC X(25) OCCURS 5 TIMES.
       01  WS-SURNAME                     PIC X(25).
       01  WS-FIRST-NAME                  PIC X(20).
       01  WS-MIDDLE-NAME                 PIC X(20).

      *> Date conversion, YYYYMMDD to the bureau's MMDDYYYY
       01  WS-DATE-IN                     PIC 9(8).
       01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
           05  WS-DATE-IN-YYYY            PIC 9(4).
           05  WS-DATE-IN-MM              PIC 9(2).
           05  WS-DATE-IN-DD              PIC 9(2).
       01  WS-DATE-OUT                    PIC 9(8).
       01  WS-DATE-OUT-PARTS REDEFINES WS-DATE-OUT.
           05  WS-DATE-OUT-MM             PIC 9(2).
           05  WS-DATE-OUT-DD             PIC 9(2).
           05  WS-DATE-OUT-YYYY           PIC 9(4).
       01  WS-TIME-STAMP.
           05  WS-TS-DATE                 PIC 9(8).
           05  WS-TS-TIME                 PIC 9(6).

      *> Output record assembly
       01  WS-M2-REC-LEN                  PIC 9(4)  VALUE 426.
       01  WS-M2-OUT                      PIC X(726).

       COPY CRBMETRO.

      *>----------------------------------------------------------------*
      *> Status totals — what the trailer counts and the report sums.
      *>----------------------------------------------------------------*
       01  WS-STATUS-CODES.
           05  FILLER  PIC X(32) VALUE '11CURRENT'.
           05  FILLER  PIC X(32) VALUE '71PAST DUE 30-59 DAYS'.
           05  FILLER  PIC X(32) VALUE '78PAST DUE 60-89 DAYS'.
           05  FILLER  PIC X(32) VALUE '80PAST DUE 90-119 DAYS'.
           05  FILLER  PIC X(32) VALUE '82PAST DUE 120-149 DAYS'.
           05  FILLER  PIC X(32) VALUE '83PAST DUE 150-179 DAYS'.
           05  FILLER  PIC X(32) VALUE '84PAST DUE 180 DAYS OR MORE'.
           05  FILLER  PIC X(32) VALUE '97CHARGED OFF'.
           05  FILLER  PIC X(32) VALUE '64CHARGE-OFF PAID IN FULL'.
           05  FILLER  PIC X(32) VALUE '13PAID OR CLOSED'.
       01  WS-STATUS-CODE-TABLE REDEFINES WS-STATUS-CODES.
           05  WS-SC-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-SC-IDX.
               10  WS-SC-CODE             PIC X(2).
               10  WS-SC-LABEL            PIC X(30).
       01  WS-STATUS-TOTALS.
           05  WS-SC-COUNT                PIC 9(7)  OCCURS 10 TIMES.
           05  WS-SC-BALANCE              PIC 9(11) OCCURS 10 TIMES.

       01  WS-SECTION-SW                  PIC X(1).
           88  WS-SECTION-STARTED                   VALUE 'Y'.
       01  WS-REJECT-REASON               PIC X(40).
       01  WS-FILE-HASH                   PIC 9(13)V99 VALUE 0.

       01  WS-CTR-LINES                   PIC 9(5)  VALUE 0.
       01  WS-CTR-REPORTED                PIC 9(5)  VALUE 0.
       01  WS-CTR-J1                      PIC 9(5)  VALUE 0.
       01  WS-CTR-J2                      PIC 9(5)  VALUE 0.
       01  WS-CTR-NOT-REPORTED            PIC 9(5)  VALUE 0.
       01  WS-CTR-FINAL                   PIC 9(5)  VALUE 0.
       01  WS-CTR-OFF-FILE                PIC 9(5)  VALUE 0.
       01  WS-CTR-DISPUTES                PIC 9(5)  VALUE 0.
       01  WS-CTR-DISP-APPLIED            PIC 9(5)  VALUE 0.
       01  WS-CTR-DISP-REJECTED           PIC 9(5)  VALUE 0.
       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-HIST-READ               PIC 9(9)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

      *>----------------------------------------------------------------*
      *> Report lines
      *>----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                     PIC X(41)
               VALUE 'CREDIT-BUREAU REPORTING - OVERDRAFT LINES'.
           05  FILLER                     PIC X(10) VALUE '   RUN ON '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(51) VALUE SPACES.
       01  SECTION-LINE                   PIC X(110).

       01  DSP-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(8)   VALUE 'ACTION'.
           05  FILLER              PIC X(10)  VALUE 'RECEIVED'.
           05  FILLER              PIC X(10)  VALUE 'KEYED BY'.
           05  FILLER              PIC X(6)   VALUE 'CODE'.
           05  FILLER              PIC X(66)  VALUE 'RESULT'.
       01  DSP-LINE.
           05  DSP-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DSP-ACTION                 PIC X(1).
           05  FILLER                     PIC X(7)  VALUE SPACES.
           05  DSP-RECEIVED               PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DSP-KEYED-BY               PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DSP-CCC                    PIC X(2).
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  DSP-RESULT                 PIC X(52).
           05  FILLER                     PIC X(14) VALUE SPACES.

       01  LIN-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(4)   VALUE 'ST'.
           05  FILLER              PIC X(6)   VALUE '  DPD'.
           05  FILLER              PIC X(9)   VALUE '   LIMIT'.
           05  FILLER              PIC X(9)   VALUE ' BALANCE'.
           05  FILLER              PIC X(9)   VALUE 'PAST DUE'.
           05  FILLER              PIC X(26)  VALUE 'PAYMENT HISTORY'.
           05  FILLER              PIC X(4)   VALUE 'CCC'.
           05  FILLER              PIC X(4)   VALUE 'JNT'.
           05  FILLER              PIC X(24)  VALUE 'NOTE'.
       01  LIN-LINE.
           05  LIN-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-STATUS                 PIC X(2).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-DPD                    PIC ZZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-LIMIT                  PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-BALANCE                PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-PAST-DUE               PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-PROFILE                PIC X(24).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-CCC                    PIC X(2).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-JOINT                  PIC X(2).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  LIN-NOTE                   PIC X(24).

       01  EXC-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(100) VALUE 'REASON'.
       01  EXC-LINE.
           05  EXC-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  EXC-REASON                 PIC X(40).
           05  FILLER                     PIC X(60) VALUE SPACES.

       01  SUM-HDR-LINE.
           05  FILLER              PIC X(4)   VALUE 'ST'.
           05  FILLER              PIC X(32)  VALUE 'ACCOUNT STATUS'.
           05  FILLER              PIC X(10)  VALUE '    LINES'.
           05  FILLER              PIC X(64)  VALUE '       BALANCE'.
       01  SUM-LINE.
           05  SUM-CODE                   PIC X(2).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SUM-LABEL                  PIC X(30).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SUM-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SUM-BALANCE                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(51) VALUE SPACES.

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
               PERFORM 2000-APPLY-DISPUTES
           END-IF
           IF WS-RETURN-CODE NOT = 8
               IF WS-REPORT-DAY
                   PERFORM 3000-BUILD-BUREAU-FILE
               ELSE
                   DISPLAY 'CRBUREAU: Processing date is not the '
                       'calendar month-end - no bureau file this cycle.'
                   MOVE 'NOT THE CALENDAR MONTH-END - NO BUREAU FILE'
                       TO NONE-TEXT
                   WRITE REPORT-LINE FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 6000-WRITE-FILES
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- CRBUREAU: Credit-Bureau Reporting ---'
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-RUN-TIME
           PERFORM 1100-CHECK-MONTHLY-TRIGGER
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-RUN-MONTH-NO = WS-RUN-YYYY * 12 + WS-RUN-MM
           INITIALIZE WS-STATUS-TOTALS
           PERFORM 1200-LOAD-TRACKING
           PERFORM 1300-LOAD-DISPUTES
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CRBUREAU: ERROR opening CREDIT-BUREAU-REPORT'
                       '.TXT, STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           .

      *>================================================================*
      *> CHECK MONTHLY TRIGGER — the calendar month-end gate PROFITRPT
      *> runs on; no calendar, or a date not on it, means run as
      *> invoked.
      *>================================================================*
       1100-CHECK-MONTHLY-TRIGGER.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TRIGGER-SW
           MOVE 'N' TO WS-CAL-ROW-FOUND-SW
           PERFORM UNTIL WS-CAL-STATUS NOT = '00'
               READ CALENDAR-FILE
                   AT END
                       MOVE '10' TO WS-CAL-STATUS
                   NOT AT END
                       IF CAL-DATE = WS-RUN-DATE
                           SET WS-CAL-ROW-FOUND TO TRUE
                           IF CAL-IS-MONTH-END
                               MOVE 'Y' TO WS-TRIGGER-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF NOT WS-CAL-ROW-FOUND
               DISPLAY 'CRBUREAU: Processing date not on calendar - '
                   'running as invoked.'
               MOVE 'Y' TO WS-TRIGGER-SW
           END-IF
           .

      *> No tracking file yet is the first month ever reported
       1200-LOAD-TRACKING.
           OPEN INPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = '00'
               DISPLAY 'CRBUREAU: no CREDIT-BUREAU-TRACK.DAT; starting '
                   'a new tracking file.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRACK-STATUS NOT = '00'
               READ TRACK-FILE
                   AT END
                       MOVE '10' TO WS-TRACK-STATUS
                   NOT AT END
                       IF WS-CT-COUNT = 5000
                           DISPLAY 'CRBUREAU: ERROR - more than 5000 '
                               'tracked lines; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CT-COUNT
                       MOVE BUREAU-TRACK-RECORD
                           TO WS-CT-IMAGE(WS-CT-COUNT)
               END-READ
           END-PERFORM
           CLOSE TRACK-FILE
           .

      *> A file bigger than the table stops the run before it is
      *> emptied, so no action is lost.
       1300-LOAD-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-DISPUTE-READ TO TRUE
           PERFORM UNTIL WS-DISP-STATUS NOT = '00'
               READ DISPUTE-FILE
                   AT END
                       MOVE '10' TO WS-DISP-STATUS
                   NOT AT END
                       IF WS-DP-COUNT = 1000
                           DISPLAY 'CRBUREAU: ERROR - more than 1000 '
                               'dispute actions; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DP-COUNT
                       MOVE BUREAU-DISPUTE-RECORD
                           TO WS-DP-IMAGE(WS-DP-COUNT)
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           .

      *>================================================================*
      *> APPLY DISPUTES — every run: move each disputed line's
      *> compliance condition code along, or flag it for correction.
      *>================================================================*
       2000-APPLY-DISPUTES.
           IF WS-DP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'DISPUTE ACTIVITY' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM DSP-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 2100-APPLY-ONE-DISPUTE
               VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
           .

       2100-APPLY-ONE-DISPUTE.
           MOVE WS-DP-IMAGE(WS-DP-IDX) TO BUREAU-DISPUTE-RECORD
           ADD 1 TO WS-CTR-DISPUTES
           MOVE SPACES TO WS-REJECT-REASON DSP-RESULT
           MOVE CBD-ACCT-ID TO WS-FIND-ACCT-ID
           PERFORM 8100-FIND-TRACK
           IF WS-CT-FOUND
               MOVE WS-CT-IMAGE(WS-CT-IDX) TO BUREAU-TRACK-RECORD
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CT-FOUND
                   MOVE 'LINE NEVER REPORTED TO THE BUREAUS'
                       TO WS-REJECT-REASON
               WHEN CBT-FINAL-REPORTED
                   MOVE 'LINE CLOSED - NO LONGER REPORTED'
                       TO WS-REJECT-REASON
               WHEN CBD-RECEIVED-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(CBD-RECEIVED-DATE)
                       NOT = 0
                   MOVE 'RECEIVED DATE IS NOT A DATE'
                       TO WS-REJECT-REASON
               WHEN CBD-DISPUTE-RECEIVED
                   SET CBT-DISPUTED TO TRUE
                   MOVE CBD-RECEIVED-DATE TO CBT-DISPUTE-DATE
                   MOVE 0 TO CBT-XH-MONTH
                   MOVE 'DISPUTE OPENED - REPORTED XB'
                       TO DSP-RESULT
               WHEN CBD-CONSUMER-DISAGREES
                   IF NOT CBT-DISPUTE-OPEN
                       MOVE 'NO OPEN DISPUTE ON THE LINE'
                           TO WS-REJECT-REASON
                   ELSE
                       SET CBT-CONSUMER-DISAGREES TO TRUE
                       MOVE 'INVESTIGATED, CONSUMER DISAGREES - XC'
                           TO DSP-RESULT
                   END-IF
               WHEN CBD-RESOLVED
                   IF NOT CBT-DISPUTE-OPEN
                       MOVE 'NO OPEN DISPUTE ON THE LINE'
                           TO WS-REJECT-REASON
                   ELSE
                       SET CBT-DISPUTE-RESOLVED TO TRUE
                       MOVE 0 TO CBT-XH-MONTH
                       MOVE 'RESOLVED - XH ON THE NEXT FILE'
                           TO DSP-RESULT
                   END-IF
               WHEN CBD-CORRECTED
                   MOVE 'Y' TO CBT-CORRECTION-SW
                   MOVE 0   TO CBT-CORR-MONTH
                   MOVE 'CORRECTION FLAGGED FOR THE NEXT FILE'
                       TO DSP-RESULT
               WHEN OTHER
                   MOVE 'ACTION IS NOT D, C, R OR X'
                       TO WS-REJECT-REASON
           END-EVALUATE
           MOVE CBD-ACCT-ID       TO DSP-ACCT-ID
           MOVE CBD-ACTION        TO DSP-ACTION
           MOVE CBD-RECEIVED-DATE TO DSP-RECEIVED
           MOVE CBD-KEYED-BY      TO DSP-KEYED-BY
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CTR-DISP-REJECTED
               MOVE SPACES TO DSP-CCC
               STRING 'REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO DSP-RESULT
           ELSE
               ADD 1 TO WS-CTR-DISP-APPLIED
               MOVE CBT-CCC TO DSP-CCC
               MOVE BUREAU-TRACK-RECORD TO WS-CT-IMAGE(WS-CT-IDX)
           END-IF
           WRITE REPORT-LINE FROM DSP-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> BUILD BUREAU FILE — month-end only: gather every line's
      *> figures, then write header, one base segment per line, and
      *> the trailer.
      *>================================================================*
       3000-BUILD-BUREAU-FILE.
           PERFORM 3100-LOAD-LINES
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-MATCH-MASTER
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 3300-SCAN-HISTORY
           PERFORM 3400-LOAD-DEMOGRAPHICS
           PERFORM 3500-LOAD-CHARGEOFFS
           OPEN OUTPUT BUREAU-FILE
           IF WS-BUREAU-STATUS NOT = '00'
               DISPLAY 'CRBUREAU: ERROR opening CREDIT-BUREAU-METRO2'
                       '.DAT, STATUS=' WS-BUREAU-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE M2-TRAILER-RECORD
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 8400-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-TS-DATE
           MOVE WS-RUN-TIME TO WS-TS-TIME
           PERFORM 3050-WRITE-HEADER
           MOVE 'LINES REPORTED' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM LIN-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 3600-REPORT-ONE-LINE
               VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT
           IF WS-CTR-REPORTED = 0
               MOVE 'NO LINES REPORTED' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 3800-WRITE-TRAILER
           CLOSE BUREAU-FILE
           PERFORM 3900-PRINT-EXCEPTIONS
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 8970-WRITE-MANIFEST
           .

       3050-WRITE-HEADER.
           INITIALIZE M2-HEADER-RECORD
           MOVE 426                 TO M2H-RDW
           MOVE 'HEADER'            TO M2H-RECORD-ID
           MOVE WS-INNOVIS-ID       TO M2H-INNOVIS-ID
           MOVE WS-EQUIFAX-ID       TO M2H-EQUIFAX-ID
           MOVE WS-EXPERIAN-ID      TO M2H-EXPERIAN-ID
           MOVE WS-TRANSUNION-ID    TO M2H-TRANSUNION-ID
           MOVE WS-DATE-OUT         TO M2H-ACTIVITY-DATE
           MOVE WS-DATE-OUT         TO M2H-DATE-CREATED
           MOVE WS-PROGRAM-DATE     TO M2H-PROGRAM-DATE
           MOVE WS-PROGRAM-DATE     TO M2H-REVISION-DATE
           MOVE WS-REPORTER-NAME    TO M2H-REPORTER-NAME
           MOVE WS-REPORTER-ADDR    TO M2H-REPORTER-ADDR
           MOVE WS-REPORTER-PHONE   TO M2H-REPORTER-PHONE
           MOVE SPACES              TO M2H-VENDOR-NAME
           MOVE SPACES              TO M2H-VENDOR-VERSION
           MOVE 426                 TO WS-M2-REC-LEN
           MOVE M2-HEADER-RECORD    TO WS-M2-OUT
           WRITE BUREAU-RECORD FROM WS-M2-OUT
           .

      *> Every line, active or suspended: a suspended line still owes
      *> what it owes and is reported.
       3100-LOAD-LINES.
           OPEN INPUT OD-LIMIT-FILE
           IF WS-ODL-STATUS NOT = '00'
               DISPLAY 'CRBUREAU: ERROR opening OD-LIMITS.DAT, '
                       'STATUS=' WS-ODL-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ODL-STATUS NOT = '00'
               READ OD-LIMIT-FILE
                   AT END
                       MOVE '10' TO WS-ODL-STATUS
                   NOT AT END
                       PERFORM 3110-ADD-LINE
               END-READ
           END-PERFORM
           CLOSE OD-LIMIT-FILE
           .

       3110-ADD-LINE.
           IF WS-OL-COUNT = 2000
               DISPLAY 'CRBUREAU: ERROR - more than 2000 overdraft '
                   'lines; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OL-COUNT
           ADD 1 TO WS-CTR-LINES
           SET WS-OL-IDX TO WS-OL-COUNT
           INITIALIZE WS-OL-ENTRY(WS-OL-IDX)
           MOVE OL-ACCT-ID       TO WS-OL-ACCT-ID(WS-OL-IDX)
           MOVE OL-LIMIT         TO WS-OL-LIMIT(WS-OL-IDX)
           MOVE OL-APPROVED-DATE TO WS-OL-APPROVED-DATE(WS-OL-IDX)
           MOVE OL-ACCRUED-INT   TO WS-OL-ACCRUED-INT(WS-OL-IDX)
           MOVE 'N'              TO WS-OL-ON-MASTER-SW(WS-OL-IDX)
           .

       3200-MATCH-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'CRBUREAU: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-CUST-READ
                       PERFORM 3210-MATCH-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       3210-MATCH-ONE-CUSTOMER.
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT
               OR WS-OL-ACCT-ID(WS-OL-IDX) = CUST-ID
               CONTINUE
           END-PERFORM
           IF WS-OL-IDX > WS-OL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                 TO WS-OL-ON-MASTER-SW(WS-OL-IDX)
           MOVE CUST-NAME           TO WS-OL-NAME(WS-OL-IDX)
           MOVE CUST-BRANCH         TO WS-OL-BRANCH(WS-OL-IDX)
           MOVE CUST-STATUS         TO WS-OL-CUST-STATUS(WS-OL-IDX)
           MOVE CUST-BALANCE        TO WS-OL-BALANCE(WS-OL-IDX)
           MOVE CUST-LAST-ACTIVITY  TO WS-OL-LAST-ACTIVITY(WS-OL-IDX)
           MOVE CUST-JOINT-IND      TO WS-OL-JOINT-IND(WS-OL-IDX)
           MOVE CUST-SECONDARY-ID   TO WS-OL-SECONDARY-ID(WS-OL-IDX)
           MOVE CUST-SECONDARY-NAME TO WS-OL-SECONDARY-NAME(WS-OL-IDX)
           .

      *>----------------------------------------------------------------*
      *> SCAN HISTORY — per line: the last day the balance went from
      *> zero or better to overdrawn (cleared again whenever it came
      *> back), this month's payments, and the last payment's date.
      *> A payment is any applied entry that raised the balance.
      *>----------------------------------------------------------------*
       3300-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CRBUREAU: No AUDIT-HISTORY.DAT - overdrawn '
                   'dates from tracking and last activity.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-STATUS NOT = '00'
               READ HISTORY-FILE
                   AT END
                       MOVE '10' TO WS-HIST-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-HIST-READ
                       IF HIS-STATUS = 'A'
                           AND HIS-DATE <= WS-RUN-DATE
                           PERFORM 3310-SCAN-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       3310-SCAN-ONE-ENTRY.
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT
               OR WS-OL-ACCT-ID(WS-OL-IDX) = HIS-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-OL-IDX > WS-OL-COUNT
               EXIT PARAGRAPH
           END-IF
           IF HIS-NEW-BALANCE < 0
               IF HIS-OLD-BALANCE NOT < 0
                   MOVE HIS-DATE TO WS-OL-HIST-SINCE(WS-OL-IDX)
               END-IF
           ELSE
               MOVE 0 TO WS-OL-HIST-SINCE(WS-OL-IDX)
           END-IF
           IF HIS-NEW-BALANCE > HIS-OLD-BALANCE
               IF HIS-DATE > WS-OL-LAST-PAYMENT(WS-OL-IDX)
                   MOVE HIS-DATE TO WS-OL-LAST-PAYMENT(WS-OL-IDX)
               END-IF
               IF HIS-DATE(1:6) = WS-RUN-MONTH
                   COMPUTE WS-OL-PAID-MONTH(WS-OL-IDX) =
                       WS-OL-PAID-MONTH(WS-OL-IDX)
                       + HIS-NEW-BALANCE - HIS-OLD-BALANCE
               END-IF
           END-IF
           .

       3400-LOAD-DEMOGRAPHICS.
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS NOT = '00'
               DISPLAY 'CRBUREAU: WARNING - no CUST-DEMOGRAPHICS.DAT; '
                   'no consumer can be identified.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEMO-STATUS NOT = '00'
                   OR WS-DEMO-COUNT = 5000
               READ DEMO-FILE
                   AT END
                       MOVE '10' TO WS-DEMO-STATUS
                   NOT AT END
                       ADD 1 TO WS-DEMO-COUNT
                       SET WS-DEMO-IDX TO WS-DEMO-COUNT
                       MOVE DEMO-CUST-ID
                           TO WS-DEMO-CUST-ID(WS-DEMO-IDX)
                       MOVE DEMO-ADDR-LINE1
                           TO WS-DEMO-ADDR-LINE1(WS-DEMO-IDX)
                       MOVE DEMO-ADDR-LINE2
                           TO WS-DEMO-ADDR-LINE2(WS-DEMO-IDX)
                       MOVE DEMO-CITY
                           TO WS-DEMO-CITY(WS-DEMO-IDX)
                       MOVE DEMO-STATE
                           TO WS-DEMO-STATE(WS-DEMO-IDX)
                       MOVE DEMO-ZIP
                           TO WS-DEMO-ZIP(WS-DEMO-IDX)
                       MOVE DEMO-TAX-ID
                           TO WS-DEMO-TAX-ID(WS-DEMO-IDX)
                       MOVE DEMO-PHONE
                           TO WS-DEMO-PHONE(WS-DEMO-IDX)
                       MOVE DEMO-MAIL-STATUS
                           TO WS-DEMO-MAIL-STATUS(WS-DEMO-IDX)
               END-READ
           END-PERFORM
           CLOSE DEMO-FILE
           .

      *> No ledger is no charge-offs yet
       3500-LOAD-CHARGEOFFS.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDG-STATUS NOT = '00'
               READ LEDGER-FILE
                   AT END
                       MOVE '10' TO WS-LEDG-STATUS
                   NOT AT END
                       IF WS-CO-COUNT = 2000
                           DISPLAY 'CRBUREAU: ERROR - more than 2000 '
                               'charge-off ledger rows; table full, '
                               'run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CO-COUNT
                       SET WS-CO-IDX TO WS-CO-COUNT
                       MOVE CO-ACCT-ID
                           TO WS-CO-ACCT-ID(WS-CO-IDX)
                       MOVE CO-CHGOFF-DATE
                           TO WS-CO-CHGOFF-DATE(WS-CO-IDX)
                       MOVE CO-DAYS-AGED
                           TO WS-CO-DAYS-AGED(WS-CO-IDX)
                       MOVE CO-CHGOFF-AMT
                           TO WS-CO-CHGOFF-AMT(WS-CO-IDX)
                       MOVE CO-RECOVERED-AMT
                           TO WS-CO-RECOVERED-AMT(WS-CO-IDX)
                       MOVE CO-LAST-RECOVERY
                           TO WS-CO-LAST-RECOVERY(WS-CO-IDX)
                       MOVE CO-STATUS
                           TO WS-CO-STATUS(WS-CO-IDX)
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .

      *>================================================================*
      *> REPORT ONE LINE — identify the consumer, work out the status,
      *> roll the payment history, and write the base segment with
      *> any joint owner's segment appended.
      *>================================================================*
       3600-REPORT-ONE-LINE.
           IF NOT WS-OL-ON-MASTER(WS-OL-IDX)
               MOVE 'NOT ON THE CUSTOMER MASTER'
                   TO WS-OL-EXCEPTION(WS-OL-IDX)
               ADD 1 TO WS-CTR-NOT-REPORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OL-ACCT-ID(WS-OL-IDX) TO WS-FIND-ACCT-ID
           PERFORM 8100-FIND-TRACK
           IF WS-CT-FOUND
               MOVE WS-CT-IMAGE(WS-CT-IDX) TO BUREAU-TRACK-RECORD
               IF CBT-FINAL-REPORTED
                   ADD 1 TO WS-CTR-FINAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 8200-FIND-DEMOGRAPHICS
           MOVE WS-DEMO-IDX TO WS-PRIMARY-DEMO
           IF WS-PRIMARY-DEMO > WS-DEMO-COUNT
               MOVE 'NO DEMOGRAPHICS ROW - NOT REPORTED'
                   TO WS-OL-EXCEPTION(WS-OL-IDX)
               ADD 1 TO WS-CTR-NOT-REPORTED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NEW-LINE-SW
           IF NOT WS-CT-FOUND
               IF WS-CT-COUNT = 5000
                   DISPLAY 'CRBUREAU: ERROR - more than 5000 tracked '
                       'lines; table full, run abandoned'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               INITIALIZE BUREAU-TRACK-RECORD
               MOVE WS-OL-ACCT-ID(WS-OL-IDX) TO CBT-ACCT-ID
               MOVE WS-NEW-PROFILE TO CBT-PROFILE
               MOVE 'N' TO CBT-CORRECTION-SW CBT-FINAL-SW
               ADD 1 TO WS-CT-COUNT
               SET WS-CT-IDX TO WS-CT-COUNT
               SET WS-NEW-LINE TO TRUE
           END-IF
           PERFORM 3610-DERIVE-STATUS
           IF WS-M2-STATUS = SPACES
               ADD 1 TO WS-CTR-NOT-REPORTED
               IF WS-NEW-LINE
                   SUBTRACT 1 FROM WS-CT-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 3620-ROLL-PROFILE
           PERFORM 3630-SET-INDICATORS
           PERFORM 3640-BUILD-BASE
           MOVE 426 TO WS-M2-REC-LEN
           MOVE SPACES TO WS-M2-OUT WS-JOINT-SEG
           IF WS-OL-JOINT-IND(WS-OL-IDX) = 'Y'
               AND WS-OL-SECONDARY-NAME(WS-OL-IDX) NOT = SPACES
               PERFORM 3650-BUILD-JOINT
           END-IF
           MOVE WS-M2-REC-LEN TO M2B-RDW
           MOVE M2-BASE-SEGMENT TO WS-M2-OUT(1:426)
           EVALUATE WS-JOINT-SEG
               WHEN 'J1'
                   MOVE M2-J1-SEGMENT TO WS-M2-OUT(427:100)
               WHEN 'J2'
                   MOVE M2-J2-SEGMENT TO WS-M2-OUT(427:200)
           END-EVALUATE
           WRITE BUREAU-RECORD FROM WS-M2-OUT
           ADD 1 TO WS-CTR-REPORTED
           ADD WS-OWED TO WS-FILE-HASH
           PERFORM 3660-TALLY-STATUS
           MOVE BUREAU-TRACK-RECORD TO WS-CT-IMAGE(WS-CT-IDX)
           PERFORM 3670-PRINT-LINE
           .

      *>----------------------------------------------------------------*
      *> DERIVE STATUS — charged off, closed, or open and judged by
      *> days past due. Status is left blank when the line cannot be
      *> reported.
      *>----------------------------------------------------------------*
       3610-DERIVE-STATUS.
           MOVE SPACES TO WS-M2-STATUS WS-PAYMENT-RATING
           MOVE 'N'    TO WS-FINAL-SW
           MOVE 0      TO WS-OWED WS-PAST-DUE WS-ORIG-CHGOFF WS-DPD
                          WS-DATE-CLOSED WS-OD-SINCE
           MOVE CBT-FIRST-DELQ TO WS-FIRST-DELQ
           COMPUTE WS-ACTUAL-PMT ROUNDED = WS-OL-PAID-MONTH(WS-OL-IDX)
           EVALUATE WS-OL-CUST-STATUS(WS-OL-IDX)
               WHEN 'O'
                   PERFORM 3611-CHARGED-OFF-STATUS
               WHEN 'C'
               WHEN 'E'
                   MOVE '13' TO WS-M2-STATUS
                   MOVE '0'  TO WS-PAYMENT-RATING WS-MONTH-CODE
                   MOVE WS-OL-LAST-ACTIVITY(WS-OL-IDX)
                       TO WS-DATE-CLOSED
                   MOVE 0 TO WS-FIRST-DELQ
                   SET WS-FINAL-STATUS TO TRUE
               WHEN OTHER
                   PERFORM 3612-OPEN-LINE-STATUS
           END-EVALUATE
           .

      *> Charged off: what the ledger says is still owed, all of it
      *> past due; paid in full closes the line as 64.
       3611-CHARGED-OFF-STATUS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               OR WS-CO-ACCT-ID(WS-CO-IDX) = WS-OL-ACCT-ID(WS-OL-IDX)
               CONTINUE
           END-PERFORM
           IF WS-CO-IDX > WS-CO-COUNT
               MOVE 'CHARGED OFF BUT NOT ON THE LEDGER'
                   TO WS-OL-EXCEPTION(WS-OL-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ORIG-CHGOFF ROUNDED =
               WS-CO-CHGOFF-AMT(WS-CO-IDX)
           MOVE 'L' TO WS-MONTH-CODE
           IF WS-FIRST-DELQ = 0
               COMPUTE WS-DAY-NO =
                   FUNCTION INTEGER-OF-DATE
                       (WS-CO-CHGOFF-DATE(WS-CO-IDX))
                   - WS-CO-DAYS-AGED(WS-CO-IDX) + WS-GRACE-DAYS + 30
               COMPUTE WS-FIRST-DELQ =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
           END-IF
           IF WS-CO-STATUS(WS-CO-IDX) = 'P'
               MOVE '64' TO WS-M2-STATUS
               MOVE 'L'  TO WS-PAYMENT-RATING
               MOVE WS-CO-LAST-RECOVERY(WS-CO-IDX) TO WS-DATE-CLOSED
               SET WS-FINAL-STATUS TO TRUE
           ELSE
               MOVE '97' TO WS-M2-STATUS
               COMPUTE WS-OWED ROUNDED =
                   WS-CO-CHGOFF-AMT(WS-CO-IDX)
                   - WS-CO-RECOVERED-AMT(WS-CO-IDX)
               MOVE WS-OWED TO WS-PAST-DUE
           END-IF
           .

      *>----------------------------------------------------------------*
      *> Open line: owed is the overdrawn balance plus accrued debit
      *> interest. The clock starts the day the account went
      *> overdrawn; past the grace cycle every day is a day past due,
      *> and the whole balance is past due with it. The date of first
      *> delinquency is the day the line reached 30 days past due,
      *> held until it comes back current.
      *>----------------------------------------------------------------*
       3612-OPEN-LINE-STATUS.
           IF WS-OL-BALANCE(WS-OL-IDX) < 0
               COMPUTE WS-OWED-EXACT =
                   0 - WS-OL-BALANCE(WS-OL-IDX)
                   + WS-OL-ACCRUED-INT(WS-OL-IDX)
               EVALUATE TRUE
                   WHEN WS-OL-HIST-SINCE(WS-OL-IDX) NOT = 0
                       MOVE WS-OL-HIST-SINCE(WS-OL-IDX) TO WS-OD-SINCE
                   WHEN CBT-OD-SINCE NOT = 0
                       MOVE CBT-OD-SINCE TO WS-OD-SINCE
                   WHEN WS-OL-LAST-ACTIVITY(WS-OL-IDX) NOT = 0
                       MOVE WS-OL-LAST-ACTIVITY(WS-OL-IDX)
                           TO WS-OD-SINCE
                   WHEN OTHER
                       MOVE WS-RUN-DATE TO WS-OD-SINCE
               END-EVALUATE
               COMPUTE WS-DPD = WS-RUN-DAY-NO
                   - FUNCTION INTEGER-OF-DATE(WS-OD-SINCE)
                   - WS-GRACE-DAYS
               IF WS-DPD < 0
                   MOVE 0 TO WS-DPD
               END-IF
           ELSE
               MOVE WS-OL-ACCRUED-INT(WS-OL-IDX) TO WS-OWED-EXACT
           END-IF
           COMPUTE WS-OWED ROUNDED = WS-OWED-EXACT
           EVALUATE TRUE
               WHEN WS-DPD < 30
                   MOVE '11' TO WS-M2-STATUS
                   IF WS-OWED = 0
                       MOVE 'E' TO WS-MONTH-CODE
                   ELSE
                       MOVE '0' TO WS-MONTH-CODE
                   END-IF
               WHEN WS-DPD < 60
                   MOVE '71' TO WS-M2-STATUS
                   MOVE '1'  TO WS-MONTH-CODE
               WHEN WS-DPD < 90
                   MOVE '78' TO WS-M2-STATUS
                   MOVE '2'  TO WS-MONTH-CODE
               WHEN WS-DPD < 120
                   MOVE '80' TO WS-M2-STATUS
                   MOVE '3'  TO WS-MONTH-CODE
               WHEN WS-DPD < 150
                   MOVE '82' TO WS-M2-STATUS
                   MOVE '4'  TO WS-MONTH-CODE
               WHEN WS-DPD < 180
                   MOVE '83' TO WS-M2-STATUS
                   MOVE '5'  TO WS-MONTH-CODE
               WHEN OTHER
                   MOVE '84' TO WS-M2-STATUS
                   MOVE '6'  TO WS-MONTH-CODE
           END-EVALUATE
           IF WS-DPD < 30
               MOVE 0 TO WS-FIRST-DELQ
           ELSE
               MOVE WS-OWED TO WS-PAST-DUE
               IF WS-FIRST-DELQ = 0
                   COMPUTE WS-DAY-NO =
                       FUNCTION INTEGER-OF-DATE(WS-OD-SINCE)
                       + WS-GRACE-DAYS + 30
                   COMPUTE WS-FIRST-DELQ =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------*
      *> ROLL PROFILE — a new month shifts the last reported month's
      *> code onto the front, with 'D' (no data) for any month that
      *> went unreported in between; a rerun in the same month
      *> leaves the profile alone.
      *>----------------------------------------------------------------*
       3620-ROLL-PROFILE.
           IF CBT-LAST-MONTH NOT = 0
               MOVE CBT-LAST-MONTH TO WS-LAST-MONTH
               COMPUTE WS-LAST-MONTH-NO =
                   WS-LAST-MONTH-YYYY * 12 + WS-LAST-MONTH-MM
               IF WS-RUN-MONTH-NO > WS-LAST-MONTH-NO
                   COMPUTE WS-MONTH-GAP =
                       WS-RUN-MONTH-NO - WS-LAST-MONTH-NO
                   IF WS-MONTH-GAP > 25
                       MOVE 25 TO WS-MONTH-GAP
                   END-IF
                   MOVE SPACES TO WS-PROFILE-WORK
                   MOVE CBT-MONTH-CODE TO WS-PROFILE-WORK(1:1)
                   IF WS-MONTH-GAP > 1
                       MOVE WS-NO-DATA-FILL(1:WS-MONTH-GAP - 1)
                           TO WS-PROFILE-WORK(2:WS-MONTH-GAP - 1)
                   END-IF
                   MOVE CBT-PROFILE
                       TO WS-PROFILE-WORK(WS-MONTH-GAP + 1:24)
                   MOVE WS-PROFILE-WORK(1:24) TO CBT-PROFILE
               END-IF
           END-IF
           MOVE WS-RUN-MONTH   TO CBT-LAST-MONTH
           MOVE WS-MONTH-CODE  TO CBT-MONTH-CODE
           MOVE WS-M2-STATUS   TO CBT-STATUS
           MOVE WS-OD-SINCE    TO CBT-OD-SINCE
           MOVE WS-FIRST-DELQ  TO CBT-FIRST-DELQ
           IF WS-OWED > CBT-HIGH-CREDIT
               MOVE WS-OWED TO CBT-HIGH-CREDIT
           END-IF
           IF WS-FINAL-STATUS
               MOVE 'Y' TO CBT-FINAL-SW
           END-IF
           .

      *>----------------------------------------------------------------*
      *> SET INDICATORS — XH and the correction flag go out on the
      *> first file after they were keyed (and on any rerun of it),
      *> and drop the month after.
      *>----------------------------------------------------------------*
       3630-SET-INDICATORS.
           IF CBT-DISPUTE-RESOLVED
               IF CBT-XH-MONTH = 0
                   MOVE WS-RUN-MONTH TO CBT-XH-MONTH
               END-IF
               IF CBT-XH-MONTH < WS-RUN-MONTH
                   MOVE SPACES TO CBT-CCC
                   MOVE 0      TO CBT-XH-MONTH
               END-IF
           END-IF
           MOVE 'N' TO WS-CORRECTION-SW
           IF CBT-CORRECTION-DUE
               IF CBT-CORR-MONTH = 0
                   MOVE WS-RUN-MONTH TO CBT-CORR-MONTH
               END-IF
               IF CBT-CORR-MONTH < WS-RUN-MONTH
                   MOVE 'N' TO CBT-CORRECTION-SW
                   MOVE 0   TO CBT-CORR-MONTH
               ELSE
                   SET WS-CORRECTION TO TRUE
               END-IF
           END-IF
           .

       3640-BUILD-BASE.
           INITIALIZE M2-BASE-SEGMENT
           MOVE '1'                      TO M2B-PROCESSING-IND
           MOVE WS-TIME-STAMP            TO M2B-TIME-STAMP
           IF WS-CORRECTION
               MOVE '1'                  TO M2B-CORRECTION-IND
           END-IF
           MOVE WS-FURNISHER-ID          TO M2B-IDENTIFICATION
           MOVE WS-OL-ACCT-ID(WS-OL-IDX) TO M2B-ACCOUNT-NUMBER
           MOVE 'C'                      TO M2B-PORTFOLIO-TYPE
           MOVE '15'                     TO M2B-ACCOUNT-TYPE
           MOVE WS-OL-APPROVED-DATE(WS-OL-IDX) TO WS-DATE-IN
           PERFORM 8400-FORMAT-DATE
           MOVE WS-DATE-OUT              TO M2B-DATE-OPENED
           COMPUTE M2B-CREDIT-LIMIT ROUNDED =
               WS-OL-LIMIT(WS-OL-IDX)
           MOVE CBT-HIGH-CREDIT          TO M2B-HIGHEST-CREDIT
           MOVE 'LOC'                    TO M2B-TERMS-DURATION
           MOVE 'M'                      TO M2B-TERMS-FREQUENCY
           MOVE WS-OWED                  TO M2B-SCHEDULED-PMT
           MOVE WS-ACTUAL-PMT            TO M2B-ACTUAL-PMT
           MOVE WS-M2-STATUS             TO M2B-ACCOUNT-STATUS
           MOVE WS-PAYMENT-RATING        TO M2B-PAYMENT-RATING
           MOVE CBT-PROFILE              TO M2B-PAYMENT-PROFILE
           MOVE CBT-CCC                  TO M2B-COMPLIANCE-CODE
           MOVE WS-OWED                  TO M2B-CURRENT-BALANCE
           MOVE WS-PAST-DUE              TO M2B-AMOUNT-PAST-DUE
           MOVE WS-ORIG-CHGOFF           TO M2B-ORIG-CHGOFF-AMT
           MOVE WS-RUN-DATE              TO WS-DATE-IN
           PERFORM 8400-FORMAT-DATE
           MOVE WS-DATE-OUT              TO M2B-DATE-ACCT-INFO
           MOVE WS-FIRST-DELQ            TO WS-DATE-IN
           PERFORM 8400-FORMAT-DATE
           MOVE WS-DATE-OUT              TO M2B-DATE-FIRST-DELQ
           MOVE WS-DATE-CLOSED           TO WS-DATE-IN
           PERFORM 8400-FORMAT-DATE
           MOVE WS-DATE-OUT              TO M2B-DATE-CLOSED
           MOVE WS-OL-LAST-PAYMENT(WS-OL-IDX) TO WS-DATE-IN
           PERFORM 8400-FORMAT-DATE
           MOVE WS-DATE-OUT              TO M2B-DATE-LAST-PMT
           MOVE WS-OL-NAME(WS-OL-IDX)    TO WS-NAME-IN
           PERFORM 8300-SPLIT-NAME
           MOVE WS-SURNAME               TO M2B-SURNAME
           MOVE WS-FIRST-NAME            TO M2B-FIRST-NAME
           MOVE WS-MIDDLE-NAME           TO M2B-MIDDLE-NAME
           SET WS-DEMO-IDX TO WS-PRIMARY-DEMO
           MOVE WS-DEMO-TAX-ID(WS-DEMO-IDX)     TO M2B-SSN
           MOVE WS-DEMO-PHONE(WS-DEMO-IDX)      TO M2B-TELEPHONE
           EVALUATE TRUE
               WHEN WS-OL-CUST-STATUS(WS-OL-IDX) = 'D'
                   MOVE 'X'              TO M2B-ECOA-CODE
               WHEN WS-OL-JOINT-IND(WS-OL-IDX) = 'Y'
                   AND WS-OL-SECONDARY-NAME(WS-OL-IDX) NOT = SPACES
                   MOVE '2'              TO M2B-ECOA-CODE
               WHEN OTHER
                   MOVE '1'              TO M2B-ECOA-CODE
           END-EVALUATE
           MOVE 'US'                     TO M2B-COUNTRY-CODE
           MOVE WS-DEMO-ADDR-LINE1(WS-DEMO-IDX) TO M2B-ADDRESS-LINE1
           MOVE WS-DEMO-ADDR-LINE2(WS-DEMO-IDX) TO M2B-ADDRESS-LINE2
           MOVE WS-DEMO-CITY(WS-DEMO-IDX)       TO M2B-CITY
           MOVE WS-DEMO-STATE(WS-DEMO-IDX)      TO M2B-STATE
           MOVE WS-DEMO-ZIP(WS-DEMO-IDX)        TO M2B-POSTAL-CODE
           IF WS-DEMO-MAIL-STATUS(WS-DEMO-IDX) = 'U'
               MOVE 'U'                  TO M2B-ADDRESS-IND
           ELSE
               MOVE 'Y'                  TO M2B-ADDRESS-IND
           END-IF
           IF M2B-SSN NOT = SPACES
               ADD 1 TO M2T-SSN-BASE
           END-IF
           IF M2B-TELEPHONE NOT = SPACES
               ADD 1 TO M2T-PHONE-ALL
           END-IF
           .

      *>----------------------------------------------------------------*
      *> BUILD JOINT — the joint owner's own demographics row, when it
      *> has one at a different address, puts them on a J2 with that
      *> address; otherwise they share the primary's on a J1.
      *>----------------------------------------------------------------*
       3650-BUILD-JOINT.
           MOVE WS-OL-SECONDARY-NAME(WS-OL-IDX) TO WS-NAME-IN
           PERFORM 8300-SPLIT-NAME
           MOVE WS-OL-SECONDARY-ID(WS-OL-IDX) TO WS-FIND-ACCT-ID
           PERFORM 8200-FIND-DEMOGRAPHICS
           MOVE WS-DEMO-IDX TO WS-JOINT-DEMO
           MOVE 'J1' TO WS-JOINT-SEG
           IF WS-OL-SECONDARY-ID(WS-OL-IDX) NOT = SPACES
               AND WS-JOINT-DEMO NOT > WS-DEMO-COUNT
               IF WS-DEMO-ADDR-LINE1(WS-JOINT-DEMO)
                       NOT = WS-DEMO-ADDR-LINE1(WS-PRIMARY-DEMO)
                   OR WS-DEMO-CITY(WS-JOINT-DEMO)
                       NOT = WS-DEMO-CITY(WS-PRIMARY-DEMO)
                   OR WS-DEMO-ZIP(WS-JOINT-DEMO)
                       NOT = WS-DEMO-ZIP(WS-PRIMARY-DEMO)
                   MOVE 'J2' TO WS-JOINT-SEG
               END-IF
           END-IF
           IF WS-JOINT-SEG = 'J1'
               INITIALIZE M2-J1-SEGMENT
               MOVE 'J1'           TO M2J1-SEGMENT-ID
               MOVE WS-SURNAME     TO M2J1-SURNAME
               MOVE WS-FIRST-NAME  TO M2J1-FIRST-NAME
               MOVE WS-MIDDLE-NAME TO M2J1-MIDDLE-NAME
               MOVE '2'            TO M2J1-ECOA-CODE
               IF WS-JOINT-DEMO NOT > WS-DEMO-COUNT
                   MOVE WS-DEMO-TAX-ID(WS-JOINT-DEMO) TO M2J1-SSN
                   MOVE WS-DEMO-PHONE(WS-JOINT-DEMO)
                       TO M2J1-TELEPHONE
               END-IF
               IF M2J1-SSN NOT = SPACES
                   ADD 1 TO M2T-SSN-J1
               END-IF
               IF M2J1-TELEPHONE NOT = SPACES
                   ADD 1 TO M2T-PHONE-ALL
               END-IF
               ADD 1 TO WS-CTR-J1
               ADD 100 TO WS-M2-REC-LEN
           ELSE
               INITIALIZE M2-J2-SEGMENT
               MOVE 'J2'           TO M2J2-SEGMENT-ID
               MOVE WS-SURNAME     TO M2J2-SURNAME
               MOVE WS-FIRST-NAME  TO M2J2-FIRST-NAME
               MOVE WS-MIDDLE-NAME TO M2J2-MIDDLE-NAME
               MOVE WS-DEMO-TAX-ID(WS-JOINT-DEMO) TO M2J2-SSN
               MOVE WS-DEMO-PHONE(WS-JOINT-DEMO)  TO M2J2-TELEPHONE
               MOVE '2'            TO M2J2-ECOA-CODE
               MOVE 'US'           TO M2J2-COUNTRY-CODE
               MOVE WS-DEMO-ADDR-LINE1(WS-JOINT-DEMO)
                   TO M2J2-ADDRESS-LINE1
               MOVE WS-DEMO-ADDR-LINE2(WS-JOINT-DEMO)
                   TO M2J2-ADDRESS-LINE2
               MOVE WS-DEMO-CITY(WS-JOINT-DEMO)  TO M2J2-CITY
               MOVE WS-DEMO-STATE(WS-JOINT-DEMO) TO M2J2-STATE
               MOVE WS-DEMO-ZIP(WS-JOINT-DEMO)   TO M2J2-POSTAL-CODE
               IF WS-DEMO-MAIL-STATUS(WS-JOINT-DEMO) = 'U'
                   MOVE 'U'        TO M2J2-ADDRESS-IND
               ELSE
                   MOVE 'Y'        TO M2J2-ADDRESS-IND
               END-IF
               IF M2J2-SSN NOT = SPACES
                   ADD 1 TO M2T-SSN-J2
               END-IF
               IF M2J2-TELEPHONE NOT = SPACES
                   ADD 1 TO M2T-PHONE-ALL
               END-IF
               ADD 1 TO WS-CTR-J2
               ADD 200 TO WS-M2-REC-LEN
           END-IF
           .

       3660-TALLY-STATUS.
           SET WS-SC-IDX TO 1
           SEARCH WS-SC-ENTRY
               WHEN WS-SC-CODE(WS-SC-IDX) = WS-M2-STATUS
                   ADD 1 TO WS-SC-COUNT(WS-SC-IDX)
                   ADD WS-OWED TO WS-SC-BALANCE(WS-SC-IDX)
           END-SEARCH
           .

       3670-PRINT-LINE.
           MOVE WS-OL-ACCT-ID(WS-OL-IDX) TO LIN-ACCT-ID
           MOVE WS-OL-BRANCH(WS-OL-IDX)  TO LIN-BRANCH
           MOVE WS-M2-STATUS             TO LIN-STATUS
           MOVE WS-DPD                   TO LIN-DPD
           MOVE M2B-CREDIT-LIMIT         TO LIN-LIMIT
           MOVE WS-OWED                  TO LIN-BALANCE
           MOVE WS-PAST-DUE              TO LIN-PAST-DUE
           MOVE CBT-PROFILE              TO LIN-PROFILE
           MOVE CBT-CCC                  TO LIN-CCC
           MOVE WS-JOINT-SEG             TO LIN-JOINT
           EVALUATE TRUE
               WHEN WS-CORRECTION
                   MOVE 'CORRECTION'     TO LIN-NOTE
               WHEN WS-FINAL-STATUS
                   MOVE 'CLOSING - LAST REPORT' TO LIN-NOTE
               WHEN WS-NEW-LINE
                   MOVE 'FIRST REPORT'   TO LIN-NOTE
               WHEN OTHER
                   MOVE SPACES           TO LIN-NOTE
           END-EVALUATE
           WRITE REPORT-LINE FROM LIN-LINE
               AFTER ADVANCING 1 LINE
           .

       3800-WRITE-TRAILER.
           MOVE 426                 TO M2T-RDW WS-M2-REC-LEN
           MOVE 'TRAILER'           TO M2T-RECORD-ID
           MOVE SPACES              TO M2T-RESERVED-2
           MOVE WS-CTR-REPORTED     TO M2T-TOTAL-BASE
           MOVE WS-CTR-J1           TO M2T-TOTAL-J1
           MOVE WS-CTR-J2           TO M2T-TOTAL-J2
           MOVE WS-SC-COUNT(1)      TO M2T-STATUS-11
           MOVE WS-SC-COUNT(2)      TO M2T-STATUS-71
           MOVE WS-SC-COUNT(3)      TO M2T-STATUS-78
           MOVE WS-SC-COUNT(4)      TO M2T-STATUS-80
           MOVE WS-SC-COUNT(5)      TO M2T-STATUS-82
           MOVE WS-SC-COUNT(6)      TO M2T-STATUS-83
           MOVE WS-SC-COUNT(7)      TO M2T-STATUS-84
           MOVE WS-SC-COUNT(8)      TO M2T-STATUS-97
           MOVE WS-SC-COUNT(9)      TO M2T-STATUS-64
           MOVE WS-SC-COUNT(10)     TO M2T-STATUS-13
           COMPUTE M2T-SSN-ALL = M2T-SSN-BASE + M2T-SSN-J1
               + M2T-SSN-J2
           MOVE M2-TRAILER-RECORD   TO WS-M2-OUT
           WRITE BUREAU-RECORD FROM WS-M2-OUT
           .

      *>----------------------------------------------------------------*
      *> PRINT EXCEPTIONS — lines that could not be reported, and
      *> lines the bureaus still carry open that have gone from
      *> OD-LIMITS.DAT without a closing status being sent.
      *>----------------------------------------------------------------*
       3900-PRINT-EXCEPTIONS.
           MOVE 'N' TO WS-SECTION-SW
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT
               IF WS-OL-EXCEPTION(WS-OL-IDX) NOT = SPACES
                   MOVE WS-OL-ACCT-ID(WS-OL-IDX)   TO EXC-ACCT-ID
                   MOVE WS-OL-EXCEPTION(WS-OL-IDX) TO EXC-REASON
                   PERFORM 3910-PRINT-EXCEPTION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-IMAGE(WS-CT-IDX) TO BUREAU-TRACK-RECORD
               IF NOT CBT-FINAL-REPORTED
                   PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                       UNTIL WS-OL-IDX > WS-OL-COUNT
                       OR WS-OL-ACCT-ID(WS-OL-IDX) = CBT-ACCT-ID
                       CONTINUE
                   END-PERFORM
                   IF WS-OL-IDX > WS-OL-COUNT
                       ADD 1 TO WS-CTR-OFF-FILE
                       MOVE CBT-ACCT-ID TO EXC-ACCT-ID
                       MOVE 'OFF OD-LIMITS - NO CLOSING STATUS SENT'
                           TO EXC-REASON
                       PERFORM 3910-PRINT-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           .

       3910-PRINT-EXCEPTION.
           IF NOT WS-SECTION-STARTED
               SET WS-SECTION-STARTED TO TRUE
               MOVE 'LINES NOT REPORTED' TO SECTION-LINE
               WRITE REPORT-LINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE REPORT-LINE FROM EXC-HDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE REPORT-LINE FROM EXC-LINE
               AFTER ADVANCING 1 LINE
           .

       5000-PRINT-SUMMARY.
           MOVE 'LINES BY ACCOUNT STATUS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM SUM-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > 10
               MOVE WS-SC-CODE(WS-SC-IDX)    TO SUM-CODE
               MOVE WS-SC-LABEL(WS-SC-IDX)   TO SUM-LABEL
               MOVE WS-SC-COUNT(WS-SC-IDX)   TO SUM-COUNT
               MOVE WS-SC-BALANCE(WS-SC-IDX) TO SUM-BALANCE
               WRITE REPORT-LINE FROM SUM-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'BASE SEGMENTS WRITTEN'       TO TOT-LABEL
           MOVE WS-CTR-REPORTED               TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'J1 SEGMENTS (JOINT, SAME ADDRESS)' TO TOT-LABEL
           MOVE WS-CTR-J1                     TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'J2 SEGMENTS (JOINT, OWN ADDRESS)' TO TOT-LABEL
           MOVE WS-CTR-J2                     TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CLOSED EARLIER - NO LONGER REPORTED' TO TOT-LABEL
           MOVE WS-CTR-FINAL                  TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NOT REPORTED - SEE EXCEPTIONS' TO TOT-LABEL
           MOVE WS-CTR-NOT-REPORTED           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> WRITE FILES — the tracking file rewritten whole, and the
      *> dispute actions consumed.
      *>================================================================*
       6000-WRITE-FILES.
           OPEN OUTPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = '00'
               DISPLAY 'CRBUREAU: ERROR opening CREDIT-BUREAU-TRACK'
                       '.DAT, STATUS=' WS-TRACK-STATUS
                       ' - dispute actions not consumed'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               WRITE BUREAU-TRACK-RECORD FROM WS-CT-IMAGE(WS-CT-IDX)
           END-PERFORM
           CLOSE TRACK-FILE
           IF WS-DISPUTE-READ
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
           END-IF
           .

       8100-FIND-TRACK.
           MOVE 'N' TO WS-CT-FOUND-SW
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               OR WS-CT-ACCT-ID(WS-CT-IDX) = WS-FIND-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-CT-IDX NOT > WS-CT-COUNT
               SET WS-CT-FOUND TO TRUE
           END-IF
           .

      *> Leaves WS-DEMO-IDX past the end when there is no row
       8200-FIND-DEMOGRAPHICS.
           PERFORM VARYING WS-DEMO-IDX FROM 1 BY 1
               UNTIL WS-DEMO-IDX > WS-DEMO-COUNT
               OR WS-DEMO-CUST-ID(WS-DEMO-IDX) = WS-FIND-ACCT-ID
               CONTINUE
           END-PERFORM
           .

      *> Names on the master run FIRST [MIDDLE ...] LAST
       8300-SPLIT-NAME.
           MOVE SPACES TO WS-NAME-PART-AREA WS-SURNAME
                          WS-FIRST-NAME WS-MIDDLE-NAME
           MOVE 0 TO WS-NAME-PARTS
           UNSTRING WS-NAME-IN DELIMITED BY ALL SPACE
               INTO WS-NAME-PART(1) WS-NAME-PART(2) WS-NAME-PART(3)
                    WS-NAME-PART(4) WS-NAME-PART(5)
               TALLYING IN WS-NAME-PARTS
           END-UNSTRING
           PERFORM UNTIL WS-NAME-PARTS = 0
               OR WS-NAME-PART(WS-NAME-PARTS) NOT = SPACES
               SUBTRACT 1 FROM WS-NAME-PARTS
           END-PERFORM
           EVALUATE WS-NAME-PARTS
               WHEN 0
                   CONTINUE
               WHEN 1
                   MOVE WS-NAME-PART(1) TO WS-SURNAME
               WHEN OTHER
                   MOVE WS-NAME-PART(1) TO WS-FIRST-NAME
                   MOVE WS-NAME-PART(WS-NAME-PARTS) TO WS-SURNAME
                   IF WS-NAME-PARTS > 2
                       MOVE WS-NAME-PART(2) TO WS-MIDDLE-NAME
                   END-IF
           END-EVALUATE
           .

       8400-FORMAT-DATE.
           IF WS-DATE-IN = 0
               MOVE 0 TO WS-DATE-OUT
           ELSE
               MOVE WS-DATE-IN-MM   TO WS-DATE-OUT-MM
               MOVE WS-DATE-IN-DD   TO WS-DATE-OUT-DD
               MOVE WS-DATE-IN-YYYY TO WS-DATE-OUT-YYYY
           END-IF
           .

      *>================================================================*
      *> WRITE MANIFEST — the bureau file's signature for the
      *> acknowledgment tracker: base segments and the balances
      *> they report.
      *>================================================================*
       8970-WRITE-MANIFEST.
           OPEN EXTEND MANIFEST-FILE
           IF WS-XM-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           IF WS-XM-STATUS = '00'
               INITIALIZE TRANSMIT-MANIFEST-RECORD
               MOVE 'data/CREDIT-BUREAU-METRO2.DAT' TO XM-FILENAME
               MOVE WS-RUN-DATE      TO XM-CYCLE-DATE
               MOVE WS-CTR-REPORTED  TO XM-REC-COUNT
               MOVE WS-FILE-HASH     TO XM-AMOUNT-HASH
               SET  XM-SENT          TO TRUE
               WRITE TRANSMIT-MANIFEST-RECORD
               CLOSE MANIFEST-FILE
           END-IF
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-NOT-REPORTED > 0
                    OR WS-CTR-OFF-FILE > 0
                    OR WS-CTR-DISP-REJECTED > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- CRBUREAU Summary ---'
           DISPLAY '  Processing date    : ' WS-RUN-DATE
           DISPLAY '  Overdraft lines    : ' WS-CTR-LINES
           DISPLAY '  Lines reported     : ' WS-CTR-REPORTED
           DISPLAY '  J1 / J2 segments   : ' WS-CTR-J1 ' / ' WS-CTR-J2
           DISPLAY '  Not reported       : ' WS-CTR-NOT-REPORTED
           DISPLAY '  Off OD-LIMITS      : ' WS-CTR-OFF-FILE
           DISPLAY '  Dispute actions    : ' WS-CTR-DISPUTES
           DISPLAY '  Actions applied    : ' WS-CTR-DISP-APPLIED
           DISPLAY '  Actions rejected   : ' WS-CTR-DISP-REJECTED
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
