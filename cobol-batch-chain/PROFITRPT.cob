      *>================================================================*
      *> PROFITRPT.cob — Monthly Customer Profitability Report
      *>
      *> Month-end profitability built entirely from files the chain
      *> already keeps. For every account on the master:
      *>   + fee income        applied 'F' entries on the audit
      *>                       history this month
      *>   - interest expense  applied 'I' entries this month
      *>   +/- funds transfer  one month of the FTP rate on the
      *>       pricing         average daily balance off the
      *>                       BALACCUM accumulators — a credit for
      *>                       the funding a deposit balance
      *>                       provides, a charge for an overdrawn
      *>                       or loan balance that uses funding
      *>   - servicing cost    each customer item this month priced
      *>                       at its channel's per-item cost
      *> The audit record carries no channel code, so the channel
      *> is read off what it does carry: a check serial means a
      *> check paid (CHK), a sequence in ACHRDFI's reserved range an
      *> ACH entry (ACH), a transfer leg a transfer (XFR), and any
      *> other deposit or withdrawal an item over the counter (BRN).
      *>
      *> Results roll up by account, by household — the joint-owner
      *> and shared-tax-ID links MAINTFEE waives on, followed from
      *> account to account so every account lands in exactly one
      *> household — and by branch, each level ranked by net profit
      *> with the top and bottom deciles called out.
      *>
      *> Runs on the calendar month-end like ACCTANAL; with no
      *> calendar on file it runs whenever invoked.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT     (SEQUENTIAL, binary)
      *>         data/CUST-DEMOGRAPHICS.DAT (LINE SEQ, CUSTDEMO,
      *>                                     optional)
      *>         data/BALANCE-DAYS.DAT      (SEQUENTIAL, binary)
      *>         data/AUDIT-HISTORY.DAT     (SEQUENTIAL, binary)
      *>         data/PROFIT-COSTS.DAT      (LINE SEQ, ANLPRICE,
      *>                                     optional)
      *> Output: data/PROFITABILITY-RPT.TXT (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = success,  8 = input file error
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROFITRPT.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT DEMO-FILE
               ASSIGN TO 'data/CUST-DEMOGRAPHICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT BALANCE-DAY-FILE
               ASSIGN TO 'data/BALANCE-DAYS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'data/AUDIT-HISTORY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      *> Cost schedule — the FTP rate row and one per-item cost row
      *> per channel, maintained by finance in the same layout as
      *> the account-analysis price schedule.
           SELECT COST-FILE
               ASSIGN TO 'data/PROFIT-COSTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/PROFITABILITY-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'data/PROCESSING-CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SORTWORK'.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  DEMO-FILE.
       COPY CUSTDEMO.

       FD  BALANCE-DAY-FILE.
       COPY BALDAYS.

       FD  HISTORY-FILE.
       COPY AUDITREC REPLACING ==AUDIT-RECORD==
                            BY ==HISTORY-RECORD==
                   LEADING ==AUD== BY ==HIS==.

       FD  COST-FILE.
       COPY ANLPRICE.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(132).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       FD  CALENDAR-FILE.
       COPY CALREC.

      *> Sort Description — one ranked row: the rollup level
      *> (account, household, branch), net profit descending within
      *> it, and the row's components for the detail line
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-LEVEL                 PIC 9(1).
               88  SORT-ACCOUNT-LEVEL         VALUE 1.
               88  SORT-HOUSEHOLD-LEVEL       VALUE 2.
               88  SORT-BRANCH-LEVEL          VALUE 3.
           05  SORT-NET-PROFIT            PIC S9(11)V99.
           05  SORT-KEY                   PIC X(8).
           05  SORT-BRANCH                PIC X(3).
           05  SORT-ACCOUNTS              PIC 9(4).
           05  SORT-AVG-BAL               PIC S9(11)V99.
           05  SORT-FEE-INCOME            PIC S9(9)V99.
           05  SORT-INT-EXPENSE           PIC S9(9)V99.
           05  SORT-FTP                   PIC S9(9)V99.
           05  SORT-SVC-COST              PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-DEMO-STATUS                 PIC XX.
       01  WS-BD-STATUS                   PIC XX.
       01  WS-HIST-STATUS                 PIC XX.
       01  WS-COST-STATUS                 PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.
       01  WS-CAL-STATUS                  PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-MONTH                   PIC 9(6).
       01  WS-CAL-ROW-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-CAL-ROW-FOUND                     VALUE 'Y'.
       01  WS-TRIGGER-SW                  PIC X(1)  VALUE 'Y'.
           88  WS-PROFIT-DAY                        VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Cost schedule — annual FTP rate and per-item servicing cost
      *> by channel. A channel with no row costs nothing; no FTP row
      *> means no transfer-pricing credit or charge.
      *>----------------------------------------------------------------*
       01  WS-FTP-RATE                    PIC 9(3)V9(4) VALUE 0.
       01  WS-COST-CHK                    PIC 9(3)V9(4) VALUE 0.
       01  WS-COST-ACH                    PIC 9(3)V9(4) VALUE 0.
       01  WS-COST-XFR                    PIC 9(3)V9(4) VALUE 0.
       01  WS-COST-BRN                    PIC 9(3)V9(4) VALUE 0.
      *> ACHRDFI's reserved TRANS-SEQ range
       01  WS-ACH-SEQ-LOW                 PIC 9(6)  VALUE 990001.
       01  WS-ACH-SEQ-HIGH                PIC 9(6)  VALUE 994999.

      *>----------------------------------------------------------------*
      *> Account table — the whole master with its household links,
      *> the household each account resolves to, and the month's
      *> profitability components.
      *>----------------------------------------------------------------*
       01  WS-PA-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-PA-TABLE-AREA.
           05  WS-PA-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PA-COUNT
                   INDEXED BY WS-PA-IDX WS-PA-IDX2.
               10  WS-PA-ACCT-ID         PIC X(8).
               10  WS-PA-BRANCH          PIC X(3).
               10  WS-PA-SECONDARY-ID    PIC X(8).
               10  WS-PA-TAX-ID          PIC X(9).
               10  WS-PA-HH-ID           PIC X(8).
               10  WS-PA-AVG-BAL         PIC S9(9)V99.
               10  WS-PA-FEE-INCOME      PIC S9(7)V99.
               10  WS-PA-INT-EXPENSE     PIC S9(7)V99.
               10  WS-PA-FTP             PIC S9(7)V99.
               10  WS-PA-SVC-COST        PIC S9(7)V99.
               10  WS-PA-NET-PROFIT      PIC S9(9)V99.
       01  WS-HH-CHANGED-SW               PIC X(1)  VALUE 'Y'.
           88  WS-HH-CHANGED                        VALUE 'Y'.
       01  WS-LINKED-SW                   PIC X(1)  VALUE 'N'.
           88  WS-ACCOUNTS-LINKED                   VALUE 'Y'.
       01  WS-ITEM-COST                   PIC 9(3)V9(4).

      *>----------------------------------------------------------------*
      *> Household and branch rollups
      *>----------------------------------------------------------------*
       01  WS-HR-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-HR-TABLE-AREA.
           05  WS-HR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-HR-COUNT
                   INDEXED BY WS-HR-IDX.
               10  WS-HR-HH-ID           PIC X(8).
               10  WS-HR-BRANCH          PIC X(3).
               10  WS-HR-ACCOUNTS        PIC 9(4).
               10  WS-HR-AVG-BAL         PIC S9(11)V99.
               10  WS-HR-FEE-INCOME      PIC S9(9)V99.
               10  WS-HR-INT-EXPENSE     PIC S9(9)V99.
               10  WS-HR-FTP             PIC S9(9)V99.
               10  WS-HR-SVC-COST        PIC S9(9)V99.
               10  WS-HR-NET-PROFIT      PIC S9(11)V99.
       01  WS-BR-COUNT                    PIC 9(3)  VALUE 0.
       01  WS-BR-TABLE-AREA.
           05  WS-BR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               10  WS-BR-BRANCH          PIC X(3).
               10  WS-BR-ACCOUNTS        PIC 9(4).
               10  WS-BR-AVG-BAL         PIC S9(11)V99.
               10  WS-BR-FEE-INCOME      PIC S9(9)V99.
               10  WS-BR-INT-EXPENSE     PIC S9(9)V99.
               10  WS-BR-FTP             PIC S9(9)V99.
               10  WS-BR-SVC-COST        PIC S9(9)V99.
               10  WS-BR-NET-PROFIT      PIC S9(11)V99.

      *>----------------------------------------------------------------*
      *> Ranking — rows per level, the decile size cut from it, and
      *> the current row's rank within its level
      *>----------------------------------------------------------------*
       01  WS-SORT-EOF-SW                 PIC X(1)  VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-CUR-LEVEL                   PIC 9(1)  VALUE 0.
       01  WS-LEVEL-ROWS                  PIC 9(4)  VALUE 0.
       01  WS-DECILE-SIZE                 PIC 9(4)  VALUE 0.
       01  WS-RANK                        PIC 9(4)  VALUE 0.

       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-HIST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-HIST-USED               PIC 9(7)  VALUE 0.
       01  WS-CTR-ITEMS-COSTED            PIC 9(7)  VALUE 0.
       01  WS-CTR-ROWS-RANKED             PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  RPT-HDR-LINE.
           05  FILLER                     PIC X(38)
               VALUE 'CUSTOMER PROFITABILITY REPORT - MONTH '.
           05  RPT-HDR-MONTH              PIC 9999/99.
           05  FILLER                     PIC X(12)
               VALUE '   FTP RATE '.
           05  RPT-HDR-FTP-RATE           PIC ZZ9.9999.
           05  FILLER                     PIC X(67) VALUE SPACES.
       01  SECTION-LINE.
           05  SECTION-TEXT               PIC X(60).
           05  FILLER                     PIC X(72) VALUE SPACES.
       01  COL-HDR-LINE.
           05  FILLER                     PIC X(26)
               VALUE 'RANK  KEY       BR   ACCTS'.
           05  FILLER                     PIC X(17)
               VALUE '  AVERAGE BALANCE'.
           05  FILLER                     PIC X(16)
               VALUE '      FEE INCOME'.
           05  FILLER                     PIC X(15)
               VALUE '    INT EXPENSE'.
           05  FILLER                     PIC X(15)
               VALUE '     FTP CR/CHG'.
           05  FILLER                     PIC X(15)
               VALUE '       SVC COST'.
           05  FILLER                     PIC X(15)
               VALUE '     NET PROFIT'.
           05  FILLER                     PIC X(13)
               VALUE ' DECILE'.
       01  DTL-LINE.
           05  DTL-RANK                   PIC ZZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-KEY                    PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-ACCOUNTS               PIC ZZZ9.
           05  DTL-AVG-BAL                PIC --,---,---,--9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-FEE-INCOME             PIC ---,---,--9.99.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-INT-EXPENSE            PIC ---,---,--9.99.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-FTP                    PIC ---,---,--9.99.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-SVC-COST               PIC ---,---,--9.99.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-NET-PROFIT             PIC ---,---,--9.99.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-DECILE                 PIC X(10).
           05  FILLER                     PIC X(2)  VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  NONE-TEXT                  PIC X(128).
       01  BLANK-LINE                     PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-ACCUMULATE-HISTORY
               PERFORM 2500-RESOLVE-HOUSEHOLDS
               PERFORM 3000-PRICE-ONE-ACCOUNT
                   VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PA-COUNT
               SORT SORT-WORK-FILE
                   ON ASCENDING  KEY SORT-LEVEL
                   ON DESCENDING KEY SORT-NET-PROFIT
                   ON ASCENDING  KEY SORT-KEY
                   INPUT  PROCEDURE IS 4000-RELEASE-ROWS
                   OUTPUT PROCEDURE IS 5000-PRINT-RANKINGS
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'PROFITRPT: ERROR - SORT failed, '
                       'SORT-RETURN=' SORT-RETURN
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- PROFITRPT: Customer Profitability ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1100-CHECK-MONTHLY-TRIGGER
           IF NOT WS-PROFIT-DAY
               DISPLAY 'PROFITRPT: Processing date is not the '
                   'calendar month-end - no report this cycle.'
               PERFORM 9000-TERMINATE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           PERFORM 1200-LOAD-ACCOUNTS
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-LOAD-TAX-IDS
           PERFORM 1400-LOAD-COSTS
           PERFORM 1500-LOAD-BALANCE-DAYS
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: ERROR opening PROFITABILITY-RPT'
                   '.TXT, STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-MONTH TO RPT-HDR-MONTH
           MOVE WS-FTP-RATE  TO RPT-HDR-FTP-RATE
           WRITE REPORT-LINE FROM RPT-HDR-LINE
               AFTER ADVANCING PAGE
           .

      *>================================================================*
      *> CHECK MONTHLY TRIGGER — same calendar month-end gate
      *> MAINTFEE and ACCTANAL run on; no calendar means run as
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
               DISPLAY 'PROFITRPT: Processing date not on calendar - '
                   'running as invoked.'
               MOVE 'Y' TO WS-TRIGGER-SW
           END-IF
           .

      *>================================================================*
      *> LOAD ACCOUNTS — the whole master, with the joint link the
      *> household grouping needs. Past the table's end the rollups
      *> would silently leave accounts out, so the run stops.
      *>================================================================*
       1200-LOAD-ACCOUNTS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: ERROR opening NEW-CUSTOMERS.DAT, '
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
                       PERFORM 1250-ADD-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       1250-ADD-ACCOUNT.
           IF WS-PA-COUNT = 2000
               DISPLAY 'PROFITRPT: ERROR - more than 2000 accounts '
                   'on the master; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PA-COUNT
           SET WS-PA-IDX TO WS-PA-COUNT
           INITIALIZE WS-PA-ENTRY(WS-PA-IDX)
           MOVE CUST-ID     TO WS-PA-ACCT-ID(WS-PA-IDX)
           MOVE CUST-ID     TO WS-PA-HH-ID(WS-PA-IDX)
           MOVE CUST-BRANCH TO WS-PA-BRANCH(WS-PA-IDX)
           IF CUST-IS-JOINT
               MOVE CUST-SECONDARY-ID
                   TO WS-PA-SECONDARY-ID(WS-PA-IDX)
           END-IF
           .

      *> No demographics file means households link on joint owners
      *> alone
       1300-LOAD-TAX-IDS.
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEMO-STATUS NOT = '00'
               READ DEMO-FILE
                   AT END
                       MOVE '10' TO WS-DEMO-STATUS
                   NOT AT END
                       PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                           UNTIL WS-PA-IDX > WS-PA-COUNT
                           IF WS-PA-ACCT-ID(WS-PA-IDX)
                               = DEMO-CUST-ID
                               MOVE DEMO-TAX-ID
                                   TO WS-PA-TAX-ID(WS-PA-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE DEMO-FILE
           .

       1400-LOAD-COSTS.
           OPEN INPUT COST-FILE
           IF WS-COST-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: No cost schedule - no FTP or '
                   'servicing cost this run.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COST-STATUS NOT = '00'
               READ COST-FILE
                   AT END
                       MOVE '10' TO WS-COST-STATUS
                   NOT AT END
                       EVALUATE APR-CODE
                           WHEN 'FTP '
                               MOVE APR-RATE TO WS-FTP-RATE
                           WHEN 'CHK '
                               MOVE APR-RATE TO WS-COST-CHK
                           WHEN 'ACH '
                               MOVE APR-RATE TO WS-COST-ACH
                           WHEN 'XFR '
                               MOVE APR-RATE TO WS-COST-XFR
                           WHEN 'BRN '
                               MOVE APR-RATE TO WS-COST-BRN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE COST-FILE
           .

      *> An account with no period on file carries a zero average
      *> and so no transfer-pricing credit or charge
       1500-LOAD-BALANCE-DAYS.
           OPEN INPUT BALANCE-DAY-FILE
           IF WS-BD-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: No balance-day file - FTP '
                   'computes as zero this run.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BD-STATUS NOT = '00'
               READ BALANCE-DAY-FILE
                   AT END
                       MOVE '10' TO WS-BD-STATUS
                   NOT AT END
                       PERFORM 1550-POST-AVERAGE
               END-READ
           END-PERFORM
           CLOSE BALANCE-DAY-FILE
           .

       1550-POST-AVERAGE.
           IF BD-DAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
               UNTIL WS-PA-IDX > WS-PA-COUNT
               OR WS-PA-ACCT-ID(WS-PA-IDX) = BD-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-PA-IDX NOT > WS-PA-COUNT
               COMPUTE WS-PA-AVG-BAL(WS-PA-IDX) ROUNDED =
                   BD-BALANCE-SUM / BD-DAY-COUNT
           END-IF
           .

      *>================================================================*
      *> ACCUMULATE HISTORY — one scan of the audit history, current
      *> month's applied entries only: fees to income, interest to
      *> expense, and each customer item costed on its channel.
      *>================================================================*
       2000-ACCUMULATE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PROFITRPT: No AUDIT-HISTORY.DAT - no fee, '
                   'interest or activity this run.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-STATUS NOT = '00'
               READ HISTORY-FILE
                   AT END
                       MOVE '10' TO WS-HIST-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-HIST-READ
                       IF HIS-STATUS = 'A'
                           AND HIS-DATE(1:6) = WS-RUN-MONTH
                           PERFORM 2100-FOLD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       2100-FOLD-ONE-ENTRY.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
               UNTIL WS-PA-IDX > WS-PA-COUNT
               OR WS-PA-ACCT-ID(WS-PA-IDX) = HIS-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-PA-IDX > WS-PA-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTR-HIST-USED
           MOVE 0 TO WS-ITEM-COST
           EVALUATE TRUE
               WHEN HIS-TRANS-TYPE = 'F'
                   ADD HIS-AMOUNT TO WS-PA-FEE-INCOME(WS-PA-IDX)
                   EXIT PARAGRAPH
               WHEN HIS-TRANS-TYPE = 'I'
                   ADD HIS-AMOUNT TO WS-PA-INT-EXPENSE(WS-PA-IDX)
                   EXIT PARAGRAPH
               WHEN HIS-TRANS-TYPE = 'W' AND HIS-CHECK-NO > 0
                   MOVE WS-COST-CHK TO WS-ITEM-COST
               WHEN (HIS-TRANS-TYPE = 'D' OR 'W')
                   AND HIS-SEQ >= WS-ACH-SEQ-LOW
                   AND HIS-SEQ <= WS-ACH-SEQ-HIGH
                   MOVE WS-COST-ACH TO WS-ITEM-COST
               WHEN HIS-TRANS-TYPE = 'T'
                   MOVE WS-COST-XFR TO WS-ITEM-COST
               WHEN HIS-TRANS-TYPE = 'D' OR 'W'
                   MOVE WS-COST-BRN TO WS-ITEM-COST
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD WS-ITEM-COST TO WS-PA-SVC-COST(WS-PA-IDX)
           ADD 1 TO WS-CTR-ITEMS-COSTED
           .

      *>================================================================*
      *> RESOLVE HOUSEHOLDS — MAINTFEE's links (joint owner either
      *> way round, or a shared non-blank tax ID) applied pairwise,
      *> each linked pair taking the lower household ID of the two,
      *> until a pass changes nothing. A chain of links then lands
      *> on one household, keyed by its lowest account number.
      *>================================================================*
       2500-RESOLVE-HOUSEHOLDS.
           PERFORM UNTIL NOT WS-HH-CHANGED
               MOVE 'N' TO WS-HH-CHANGED-SW
               PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PA-COUNT
                   PERFORM VARYING WS-PA-IDX2 FROM WS-PA-IDX BY 1
                       UNTIL WS-PA-IDX2 > WS-PA-COUNT
                       PERFORM 2600-TEST-LINK
                       IF WS-ACCOUNTS-LINKED
                           PERFORM 2700-MERGE-HOUSEHOLDS
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       2600-TEST-LINK.
           MOVE 'N' TO WS-LINKED-SW
           IF WS-PA-IDX2 = WS-PA-IDX
               EXIT PARAGRAPH
           END-IF
           IF (WS-PA-SECONDARY-ID(WS-PA-IDX) NOT = SPACES
                   AND WS-PA-SECONDARY-ID(WS-PA-IDX)
                       = WS-PA-ACCT-ID(WS-PA-IDX2))
               OR (WS-PA-SECONDARY-ID(WS-PA-IDX2) NOT = SPACES
                   AND WS-PA-SECONDARY-ID(WS-PA-IDX2)
                       = WS-PA-ACCT-ID(WS-PA-IDX))
               OR (WS-PA-TAX-ID(WS-PA-IDX) NOT = SPACES
                   AND WS-PA-TAX-ID(WS-PA-IDX)
                       = WS-PA-TAX-ID(WS-PA-IDX2))
               MOVE 'Y' TO WS-LINKED-SW
           END-IF
           .

       2700-MERGE-HOUSEHOLDS.
           IF WS-PA-HH-ID(WS-PA-IDX) < WS-PA-HH-ID(WS-PA-IDX2)
               MOVE WS-PA-HH-ID(WS-PA-IDX)
                   TO WS-PA-HH-ID(WS-PA-IDX2)
               MOVE 'Y' TO WS-HH-CHANGED-SW
           END-IF
           IF WS-PA-HH-ID(WS-PA-IDX2) < WS-PA-HH-ID(WS-PA-IDX)
               MOVE WS-PA-HH-ID(WS-PA-IDX2)
                   TO WS-PA-HH-ID(WS-PA-IDX)
               MOVE 'Y' TO WS-HH-CHANGED-SW
           END-IF
           .

      *>================================================================*
      *> PRICE ONE ACCOUNT — one month of the annual FTP rate on the
      *> average balance (signed, so a debit balance is charged),
      *> then net profit, folded into the account's household and
      *> branch rollups.
      *>================================================================*
       3000-PRICE-ONE-ACCOUNT.
           COMPUTE WS-PA-FTP(WS-PA-IDX) ROUNDED =
               WS-PA-AVG-BAL(WS-PA-IDX) * WS-FTP-RATE / 12
           COMPUTE WS-PA-NET-PROFIT(WS-PA-IDX) =
                 WS-PA-FEE-INCOME(WS-PA-IDX)
               - WS-PA-INT-EXPENSE(WS-PA-IDX)
               + WS-PA-FTP(WS-PA-IDX)
               - WS-PA-SVC-COST(WS-PA-IDX)
           PERFORM 3100-ROLL-HOUSEHOLD
           PERFORM 3200-ROLL-BRANCH
           .

       3100-ROLL-HOUSEHOLD.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
               UNTIL WS-HR-IDX > WS-HR-COUNT
               OR WS-HR-HH-ID(WS-HR-IDX) = WS-PA-HH-ID(WS-PA-IDX)
               CONTINUE
           END-PERFORM
           IF WS-HR-IDX > WS-HR-COUNT
               ADD 1 TO WS-HR-COUNT
               SET WS-HR-IDX TO WS-HR-COUNT
               INITIALIZE WS-HR-ENTRY(WS-HR-IDX)
               MOVE WS-PA-HH-ID(WS-PA-IDX) TO WS-HR-HH-ID(WS-HR-IDX)
           END-IF
      *> The household reports under the branch of the account that
      *> keys it
           IF WS-PA-ACCT-ID(WS-PA-IDX) = WS-HR-HH-ID(WS-HR-IDX)
               MOVE WS-PA-BRANCH(WS-PA-IDX) TO WS-HR-BRANCH(WS-HR-IDX)
           END-IF
           ADD 1 TO WS-HR-ACCOUNTS(WS-HR-IDX)
           ADD WS-PA-AVG-BAL(WS-PA-IDX)     TO WS-HR-AVG-BAL(WS-HR-IDX)
           ADD WS-PA-FEE-INCOME(WS-PA-IDX)
               TO WS-HR-FEE-INCOME(WS-HR-IDX)
           ADD WS-PA-INT-EXPENSE(WS-PA-IDX)
               TO WS-HR-INT-EXPENSE(WS-HR-IDX)
           ADD WS-PA-FTP(WS-PA-IDX)         TO WS-HR-FTP(WS-HR-IDX)
           ADD WS-PA-SVC-COST(WS-PA-IDX)    TO WS-HR-SVC-COST(WS-HR-IDX)
           ADD WS-PA-NET-PROFIT(WS-PA-IDX)
               TO WS-HR-NET-PROFIT(WS-HR-IDX)
           .

       3200-ROLL-BRANCH.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               OR WS-BR-BRANCH(WS-BR-IDX) = WS-PA-BRANCH(WS-PA-IDX)
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT = 200
                   DISPLAY 'PROFITRPT: ERROR - more than 200 branches'
                       '; table full, run abandoned'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BR-COUNT
               SET WS-BR-IDX TO WS-BR-COUNT
               INITIALIZE WS-BR-ENTRY(WS-BR-IDX)
               MOVE WS-PA-BRANCH(WS-PA-IDX) TO WS-BR-BRANCH(WS-BR-IDX)
           END-IF
           ADD 1 TO WS-BR-ACCOUNTS(WS-BR-IDX)
           ADD WS-PA-AVG-BAL(WS-PA-IDX)     TO WS-BR-AVG-BAL(WS-BR-IDX)
           ADD WS-PA-FEE-INCOME(WS-PA-IDX)
               TO WS-BR-FEE-INCOME(WS-BR-IDX)
           ADD WS-PA-INT-EXPENSE(WS-PA-IDX)
               TO WS-BR-INT-EXPENSE(WS-BR-IDX)
           ADD WS-PA-FTP(WS-PA-IDX)         TO WS-BR-FTP(WS-BR-IDX)
           ADD WS-PA-SVC-COST(WS-PA-IDX)    TO WS-BR-SVC-COST(WS-BR-IDX)
           ADD WS-PA-NET-PROFIT(WS-PA-IDX)
               TO WS-BR-NET-PROFIT(WS-BR-IDX)
           .

      *>================================================================*
      *> RELEASE ROWS — every account, household and branch row to
      *> the sort, tagged with its level.
      *>================================================================*
       4000-RELEASE-ROWS.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
               UNTIL WS-PA-IDX > WS-PA-COUNT
               MOVE 1                            TO SORT-LEVEL
               MOVE WS-PA-ACCT-ID(WS-PA-IDX)     TO SORT-KEY
               MOVE WS-PA-BRANCH(WS-PA-IDX)      TO SORT-BRANCH
               MOVE 1                            TO SORT-ACCOUNTS
               MOVE WS-PA-AVG-BAL(WS-PA-IDX)     TO SORT-AVG-BAL
               MOVE WS-PA-FEE-INCOME(WS-PA-IDX)  TO SORT-FEE-INCOME
               MOVE WS-PA-INT-EXPENSE(WS-PA-IDX) TO SORT-INT-EXPENSE
               MOVE WS-PA-FTP(WS-PA-IDX)         TO SORT-FTP
               MOVE WS-PA-SVC-COST(WS-PA-IDX)    TO SORT-SVC-COST
               MOVE WS-PA-NET-PROFIT(WS-PA-IDX)  TO SORT-NET-PROFIT
               RELEASE SORT-RECORD
           END-PERFORM
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
               UNTIL WS-HR-IDX > WS-HR-COUNT
               MOVE 2                            TO SORT-LEVEL
               MOVE WS-HR-HH-ID(WS-HR-IDX)       TO SORT-KEY
               MOVE WS-HR-BRANCH(WS-HR-IDX)      TO SORT-BRANCH
               MOVE WS-HR-ACCOUNTS(WS-HR-IDX)    TO SORT-ACCOUNTS
               MOVE WS-HR-AVG-BAL(WS-HR-IDX)     TO SORT-AVG-BAL
               MOVE WS-HR-FEE-INCOME(WS-HR-IDX)  TO SORT-FEE-INCOME
               MOVE WS-HR-INT-EXPENSE(WS-HR-IDX) TO SORT-INT-EXPENSE
               MOVE WS-HR-FTP(WS-HR-IDX)         TO SORT-FTP
               MOVE WS-HR-SVC-COST(WS-HR-IDX)    TO SORT-SVC-COST
               MOVE WS-HR-NET-PROFIT(WS-HR-IDX)  TO SORT-NET-PROFIT
               RELEASE SORT-RECORD
           END-PERFORM
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE 3                            TO SORT-LEVEL
               MOVE WS-BR-BRANCH(WS-BR-IDX)      TO SORT-KEY
               MOVE WS-BR-BRANCH(WS-BR-IDX)      TO SORT-BRANCH
               MOVE WS-BR-ACCOUNTS(WS-BR-IDX)    TO SORT-ACCOUNTS
               MOVE WS-BR-AVG-BAL(WS-BR-IDX)     TO SORT-AVG-BAL
               MOVE WS-BR-FEE-INCOME(WS-BR-IDX)  TO SORT-FEE-INCOME
               MOVE WS-BR-INT-EXPENSE(WS-BR-IDX) TO SORT-INT-EXPENSE
               MOVE WS-BR-FTP(WS-BR-IDX)         TO SORT-FTP
               MOVE WS-BR-SVC-COST(WS-BR-IDX)    TO SORT-SVC-COST
               MOVE WS-BR-NET-PROFIT(WS-BR-IDX)  TO SORT-NET-PROFIT
               RELEASE SORT-RECORD
           END-PERFORM
           .

      *>================================================================*
      *> PRINT RANKINGS — rows come back level by level, most
      *> profitable first. Each level opens its own section; a row
      *> ranked inside the first tenth of its level is called out as
      *> top decile, inside the last tenth as bottom decile.
      *>================================================================*
       5000-PRINT-RANKINGS.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SORT-LEVEL NOT = WS-CUR-LEVEL
                           PERFORM 5100-START-LEVEL
                       END-IF
                       PERFORM 5200-PRINT-ROW
               END-RETURN
           END-PERFORM
           IF WS-CTR-ROWS-RANKED = 0
               MOVE 'NO ACCOUNTS ON THE MASTER THIS MONTH' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       5100-START-LEVEL.
           MOVE SORT-LEVEL TO WS-CUR-LEVEL
           MOVE 0 TO WS-RANK
           EVALUATE TRUE
               WHEN SORT-ACCOUNT-LEVEL
                   MOVE 'PROFITABILITY BY ACCOUNT' TO SECTION-TEXT
                   MOVE WS-PA-COUNT TO WS-LEVEL-ROWS
               WHEN SORT-HOUSEHOLD-LEVEL
                   MOVE 'PROFITABILITY BY HOUSEHOLD' TO SECTION-TEXT
                   MOVE WS-HR-COUNT TO WS-LEVEL-ROWS
               WHEN SORT-BRANCH-LEVEL
                   MOVE 'PROFITABILITY BY BRANCH' TO SECTION-TEXT
                   MOVE WS-BR-COUNT TO WS-LEVEL-ROWS
           END-EVALUATE
           COMPUTE WS-DECILE-SIZE = (WS-LEVEL-ROWS + 9) / 10
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM COL-HDR-LINE
               AFTER ADVANCING 1 LINE
           .

       5200-PRINT-ROW.
           ADD 1 TO WS-RANK
           ADD 1 TO WS-CTR-ROWS-RANKED
           MOVE WS-RANK          TO DTL-RANK
           MOVE SORT-KEY         TO DTL-KEY
           MOVE SORT-BRANCH      TO DTL-BRANCH
           MOVE SORT-ACCOUNTS    TO DTL-ACCOUNTS
           MOVE SORT-AVG-BAL     TO DTL-AVG-BAL
           MOVE SORT-FEE-INCOME  TO DTL-FEE-INCOME
           MOVE SORT-INT-EXPENSE TO DTL-INT-EXPENSE
           MOVE SORT-FTP         TO DTL-FTP
           MOVE SORT-SVC-COST    TO DTL-SVC-COST
           MOVE SORT-NET-PROFIT  TO DTL-NET-PROFIT
           EVALUATE TRUE
               WHEN WS-RANK <= WS-DECILE-SIZE
                   MOVE 'TOP 10%'    TO DTL-DECILE
               WHEN WS-RANK > WS-LEVEL-ROWS - WS-DECILE-SIZE
                   MOVE 'BOTTOM 10%' TO DTL-DECILE
               WHEN OTHER
                   MOVE SPACES       TO DTL-DECILE
           END-EVALUATE
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY '--- PROFITRPT Summary ---'
           DISPLAY '  Accounts read      : ' WS-CTR-CUST-READ
           DISPLAY '  History read       : ' WS-CTR-HIST-READ
           DISPLAY '  History this month : ' WS-CTR-HIST-USED
           DISPLAY '  Items costed       : ' WS-CTR-ITEMS-COSTED
           DISPLAY '  Households         : ' WS-HR-COUNT
           DISPLAY '  Branches           : ' WS-BR-COUNT
           DISPLAY '  Rows ranked        : ' WS-CTR-ROWS-RANKED
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
