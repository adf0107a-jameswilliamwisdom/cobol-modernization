      *>================================================================*
      *> RPTBURST.cob — Per-Branch Report Bursting and Distribution
      *>
      *> Last step of the daily cycle. Cuts each of the bank-wide
      *> branch-facing reports into one copy per branch, so every
      *> branch gets only its own pages:
      *>   DAILY-REPORT    TXNRPT prints runs of lines per posting
      *>                   branch, each closed by a "*** BRANCH nnn"
      *>                   subtotal; the whole run and its subtotal
      *>                   go to that branch
      *>   REJECT-AGING    by the home branch of the account on the
      *>                   line (NEW-CUSTOMERS.DAT)
      *>   DORMANT-REPORT  by the BR column; the address line under
      *>                   an account travels with it, and the branch
      *>                   subtotal goes to its own branch
      *>   NEGBAL-REPORT   by the BR column
      *>   HOLD-RELEASE    by the home branch of the account
      *>   CIP-EXCEPTIONS  by the BR column; the branch subtotal
      *>                   goes to its own branch
      *> Report headings are repeated at the top of every copy;
      *> page headings the source repeats mid-report and the bank-
      *> wide grand totals are left out. A branch the report has
      *> nothing for still gets a copy — one page saying so — and a
      *> report that was not produced this cycle gets a page saying
      *> that instead, so yesterday's copy is never mistaken for
      *> today's.
      *>
      *> The branch list is every open branch on BRANCH-MASTER.DAT;
      *> with no branch master on file it is every branch on the
      *> customer master. A detail line whose account or branch is
      *> not on that list cannot be delivered and is counted, by
      *> report, on the manifest.
      *>
      *> Input:  data/DAILY-REPORT.TXT, REJECT-AGING.TXT,
      *>         DORMANT-REPORT.TXT, NEGBAL-REPORT.TXT,
      *>         HOLD-RELEASE.TXT,
      *>         CIP-EXCEPTIONS.TXT      (LINE SEQUENTIAL, print)
      *>         data/BRANCH-MASTER.DAT  (LINE SEQ, BRMASTER,
      *>                                  optional)
      *>         data/NEW-CUSTOMERS.DAT  (SEQUENTIAL, binary)
      *> Output: data/BRANCH-nnn-<report>.TXT (LINE SEQUENTIAL,
      *>                                  print, one per branch
      *>                                  per report)
      *>         data/DISTRIBUTION-MANIFEST.TXT (LINE SEQ, print)
      *>
      *> Return codes:  0 = every report produced and delivered,
      *>                4 = a report missing or lines undeliverable,
      *>                8 = file error
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTBURST.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IN-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-IN-STATUS.

           SELECT BRANCH-COPY-FILE
               ASSIGN TO WS-COPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO 'data/DISTRIBUTION-MANIFEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO 'data/BRANCH-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-IN-FILE.
       01  REPORT-IN-LINE                 PIC X(132).

       FD  BRANCH-COPY-FILE.
       01  BRANCH-COPY-LINE               PIC X(132).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE                  PIC X(100).

       FD  BRANCH-MASTER-FILE.
       COPY BRMASTER.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-RPT-IN-STATUS               PIC XX.
       01  WS-COPY-STATUS                 PIC XX.
       01  WS-MAN-STATUS                  PIC XX.
       01  WS-BRM-STATUS                  PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-PDATE-STATUS                PIC XX.
       01  WS-REPORT-FILENAME             PIC X(40).
       01  WS-COPY-FILENAME               PIC X(40).
       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

      *>----------------------------------------------------------------*
      *> Reports distributed, in manifest order, each with the first
      *> characters of the last line of its heading — everything down
      *> to that line is the heading repeated on every branch copy.
      *>----------------------------------------------------------------*
       01  WS-RPT-TABLE-VALUES.
           05  FILLER           PIC X(16) VALUE 'DAILY-REPORT'.
           05  FILLER           PIC X(7)  VALUE '-------'.
           05  FILLER           PIC X(16) VALUE 'REJECT-AGING'.
           05  FILLER           PIC X(7)  VALUE 'REASON '.
           05  FILLER           PIC X(16) VALUE 'DORMANT-REPORT'.
           05  FILLER           PIC X(7)  VALUE 'ACCT-ID'.
           05  FILLER           PIC X(16) VALUE 'NEGBAL-REPORT'.
           05  FILLER           PIC X(7)  VALUE 'ACCT-ID'.
           05  FILLER           PIC X(16) VALUE 'HOLD-RELEASE'.
           05  FILLER           PIC X(7)  VALUE 'ACCT-ID'.
           05  FILLER           PIC X(16) VALUE 'CIP-EXCEPTIONS'.
           05  FILLER           PIC X(7)  VALUE 'ACCOUNT'.
       01  WS-RPT-TABLE REDEFINES WS-RPT-TABLE-VALUES.
           05  WS-RPT-DEF OCCURS 6 TIMES
                   INDEXED BY WS-RPT-IDX.
               10  WS-RPT-NAME           PIC X(16).
               10  WS-RPT-HDG-END        PIC X(7).
       01  WS-RPT-COUNT                   PIC 9(1)  VALUE 6.
       01  WS-RPT-RESULTS.
           05  WS-RPT-RESULT OCCURS 6 TIMES.
               10  WS-RPT-PRODUCED-SW    PIC X(1).
                   88  WS-RPT-PRODUCED       VALUE 'Y'.
               10  WS-RPT-LINES-READ     PIC 9(5).
               10  WS-RPT-UNROUTED       PIC 9(5).

      *>----------------------------------------------------------------*
      *> Branches receiving copies, with each one's line count per
      *> report for the manifest
      *>----------------------------------------------------------------*
       01  WS-BR-COUNT                    PIC 9(2)  VALUE 0.
       01  WS-BR-TABLE-AREA.
           05  WS-BR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               10  WS-BR-CODE            PIC X(3).
               10  WS-BR-NAME            PIC X(25).
               10  WS-BR-RPT-LINES       PIC 9(5) OCCURS 6 TIMES.
       01  WS-BR-LOOKUP                   PIC X(3).
       01  WS-BR-FOUND-SW                 PIC X(1).
           88  WS-BR-FOUND                          VALUE 'Y'.
       01  WS-BRM-ON-FILE-SW              PIC X(1)  VALUE 'N'.
           88  WS-BRM-ON-FILE                       VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Account to home-branch lookup, off the posted master
      *>----------------------------------------------------------------*
       01  WS-AC-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-AC-TABLE-AREA.
           05  WS-AC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-AC-COUNT
                   INDEXED BY WS-AC-IDX.
               10  WS-AC-ACCT-ID         PIC X(8).
               10  WS-AC-BRANCH          PIC X(3).

      *>----------------------------------------------------------------*
      *> One report's lines as classified on the first pass: the
      *> branch each line goes to (spaces — nobody's; '???' — still
      *> waiting for the daily report's section to close)
      *>----------------------------------------------------------------*
       01  WS-LINE-COUNT                  PIC 9(5)  VALUE 0.
       01  WS-LINE-TABLE-AREA.
           05  WS-LINE-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-LINE-COUNT
                   INDEXED BY WS-LN-IDX.
               10  WS-LINE-TAG           PIC X(3).
               10  WS-LINE-BLANK-SW      PIC X(1).
                   88  WS-LINE-IS-BLANK      VALUE 'Y'.
       01  WS-LINE-NO                     PIC 9(5).
       01  WS-TEXT                        PIC X(132).
       01  WS-PAGE-EJECT                  PIC X(1)  VALUE X'0C'.
       01  WS-ROUTE-BRANCH                PIC X(3).
       01  WS-ACCT-LOOKUP                 PIC X(8).
       01  WS-PREV-TAG                    PIC X(3).
       01  WS-DETAIL-SW                   PIC X(1).
           88  WS-IS-DETAIL                         VALUE 'Y'.
       01  WS-IN-HEADING-SW               PIC X(1).
           88  WS-IN-HEADING                        VALUE 'Y'.
       01  WS-REPEAT-HDG-SW               PIC X(1).
           88  WS-REPEAT-HEADING                    VALUE 'Y'.
       01  WS-PAST-BRANCHES-SW            PIC X(1).
           88  WS-PAST-BRANCHES                     VALUE 'Y'.
       01  WS-TRAIL-LINES                 PIC 9(1).
       01  WS-TRAIL-BRANCH                PIC X(3).

       01  WS-HDG-COUNT                   PIC 9(2)  VALUE 0.
       01  WS-HDG-TABLE.
           05  WS-HDG-LINE OCCURS 10 TIMES
                   INDEXED BY WS-HDG-IDX PIC X(132).

       01  WS-CTR-COPIES                  PIC 9(5)  VALUE 0.
       01  WS-CTR-NOTHING                 PIC 9(5)  VALUE 0.
       01  WS-CTR-NOT-PRODUCED            PIC 9(1)  VALUE 0.
       01  WS-CTR-UNROUTED                PIC 9(7)  VALUE 0.

       01  COPY-BANNER-LINE.
           05  FILLER                     PIC X(7)  VALUE 'BRANCH '.
           05  CB-BRANCH                  PIC X(3).
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  CB-BRANCH-NAME             PIC X(25).
           05  FILLER                     PIC X(15)
               VALUE '  COPY OF     '.
           05  CB-REPORT                  PIC X(16).
           05  FILLER                     PIC X(11)
               VALUE ' RUN DATE '.
           05  CB-RUN-DATE                PIC 9999/99/99.
           05  FILLER                     PIC X(44) VALUE SPACES.
       01  COPY-NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  CN-TEXT                    PIC X(128).
       01  BLANK-LINE                     PIC X(132) VALUE SPACES.

       01  MAN-HDR-LINE.
           05  FILLER                     PIC X(40)
               VALUE 'REPORT DISTRIBUTION MANIFEST - RUN DATE '.
           05  MH-RUN-DATE                PIC 9999/99/99.
           05  FILLER                     PIC X(50) VALUE SPACES.
       01  MAN-COL-LINE.
           05  FILLER                     PIC X(5)  VALUE 'BR'.
           05  FILLER                     PIC X(27) VALUE 'BRANCH NAME'.
           05  FILLER                     PIC X(38) VALUE 'COPY'.
           05  FILLER                     PIC X(8)  VALUE '  LINES'.
           05  FILLER                     PIC X(22) VALUE 'STATUS'.
       01  MAN-DTL-LINE.
           05  MD-BRANCH                  PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  MD-BRANCH-NAME             PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  MD-FILE                    PIC X(36).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  MD-LINES                   PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  MD-STATUS                  PIC X(22).
       01  MAN-SECTION-LINE.
           05  MS-TEXT                    PIC X(60).
           05  FILLER                     PIC X(40) VALUE SPACES.
       01  MAN-RPT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  MR-REPORT                  PIC X(16).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  MR-STATUS                  PIC X(14).
           05  FILLER                     PIC X(12) VALUE 'LINES READ '.
           05  MR-LINES-READ              PIC ZZ,ZZ9.
           05  FILLER                     PIC X(18)
               VALUE '   NOT DELIVERED '.
           05  MR-UNROUTED                PIC ZZ,ZZ9.
           05  FILLER                     PIC X(22) VALUE SPACES.
       01  MAN-BLANK-LINE                 PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-BURST-ONE-REPORT
                   VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
               PERFORM 6000-WRITE-MANIFEST
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- RPTBURST: Branch Report Distribution ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           INITIALIZE WS-RPT-RESULTS
           PERFORM 1100-LOAD-BRANCH-MASTER
           PERFORM 1200-LOAD-ACCOUNTS
           IF WS-BR-COUNT = 0
               DISPLAY 'RPTBURST: ERROR - no branches on the branch '
                   'master or the customer master to distribute to'
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           .

      *>================================================================*
      *> LOAD BRANCH MASTER — every open branch, with its name for
      *> the banner and the manifest. Closed branches get nothing.
      *>================================================================*
       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRM-STATUS NOT = '00'
               DISPLAY 'RPTBURST: No branch master on file - '
                   'distributing to the branches on the customer '
                   'master.'
               EXIT PARAGRAPH
           END-IF
           SET WS-BRM-ON-FILE TO TRUE
           PERFORM UNTIL WS-BRM-STATUS NOT = '00'
               READ BRANCH-MASTER-FILE
                   AT END
                       MOVE '10' TO WS-BRM-STATUS
                   NOT AT END
                       IF BRM-OPEN
                           MOVE BRM-CODE TO WS-BR-LOOKUP
                           PERFORM 1150-ADD-BRANCH
                           MOVE BRM-NAME TO WS-BR-NAME(WS-BR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
           .

       1150-ADD-BRANCH.
           PERFORM 7000-FIND-BRANCH
           IF WS-BR-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-COUNT = 50
               DISPLAY 'RPTBURST: ERROR - more than 50 branches; '
                   'table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BR-COUNT
           SET WS-BR-IDX TO WS-BR-COUNT
           INITIALIZE WS-BR-ENTRY(WS-BR-IDX)
           MOVE WS-BR-LOOKUP TO WS-BR-CODE(WS-BR-IDX)
           .

      *>================================================================*
      *> LOAD ACCOUNTS — each account's home branch for the reports
      *> that carry only an account number; with no branch master,
      *> the branches found here are the distribution list.
      *>================================================================*
       1200-LOAD-ACCOUNTS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'RPTBURST: No posted master on file - '
                   'account-keyed lines cannot be delivered.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       PERFORM 1250-ADD-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       1250-ADD-ACCOUNT.
           IF WS-AC-COUNT = 2000
               DISPLAY 'RPTBURST: ERROR - more than 2000 accounts '
                   'on the master; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AC-COUNT
           SET WS-AC-IDX TO WS-AC-COUNT
           MOVE CUST-ID     TO WS-AC-ACCT-ID(WS-AC-IDX)
           MOVE CUST-BRANCH TO WS-AC-BRANCH(WS-AC-IDX)
           IF NOT WS-BRM-ON-FILE AND CUST-BRANCH NOT = SPACES
               MOVE CUST-BRANCH TO WS-BR-LOOKUP
               PERFORM 1150-ADD-BRANCH
           END-IF
           .

      *>================================================================*
      *> BURST ONE REPORT — classify every line, then cut one copy
      *> per branch
      *>================================================================*
       2000-BURST-ONE-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING 'data/' WS-RPT-NAME(WS-RPT-IDX) DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           PERFORM 2100-CLASSIFY-LINES
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-WRITE-BRANCH-COPY
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
           .

       2100-CLASSIFY-LINES.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-HDG-COUNT
           MOVE 0 TO WS-TRAIL-LINES
           MOVE SPACES TO WS-PREV-TAG
           MOVE 'Y' TO WS-IN-HEADING-SW
           MOVE 'N' TO WS-PAST-BRANCHES-SW
           OPEN INPUT REPORT-IN-FILE
           IF WS-RPT-IN-STATUS NOT = '00'
               DISPLAY 'RPTBURST: ' WS-REPORT-FILENAME
                   ' not produced this cycle'
               MOVE 'N' TO WS-RPT-PRODUCED-SW(WS-RPT-IDX)
               ADD 1 TO WS-CTR-NOT-PRODUCED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RPT-PRODUCED-SW(WS-RPT-IDX)
           PERFORM UNTIL WS-RPT-IN-STATUS NOT = '00'
               READ REPORT-IN-FILE
                   AT END
                       MOVE '10' TO WS-RPT-IN-STATUS
                   NOT AT END
                       PERFORM 2200-CLASSIFY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE REPORT-IN-FILE
           .

       2200-CLASSIFY-ONE-LINE.
           IF WS-LINE-COUNT = 20000
               DISPLAY 'RPTBURST: ERROR - ' WS-REPORT-FILENAME
                   ' exceeds 20000 lines; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RPT-LINES-READ(WS-RPT-IDX)
           SET WS-LN-IDX TO WS-LINE-COUNT
           PERFORM 2250-TAKE-LINE-TEXT
           MOVE SPACES TO WS-LINE-TAG(WS-LN-IDX)
           MOVE 'N' TO WS-LINE-BLANK-SW(WS-LN-IDX)
           IF WS-TEXT = SPACES
               MOVE 'Y' TO WS-LINE-BLANK-SW(WS-LN-IDX)
           END-IF
           IF WS-IN-HEADING
               PERFORM 2300-TAKE-HEADING-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2350-CHECK-REPEAT-HEADING
           IF WS-REPEAT-HEADING
               MOVE SPACES TO WS-PREV-TAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROUTE-BRANCH
           MOVE 'N' TO WS-DETAIL-SW
           EVALUATE WS-RPT-IDX
               WHEN 1
                   PERFORM 3100-ROUTE-DAILY-LINE
               WHEN 2
                   PERFORM 3200-ROUTE-REJAGE-LINE
               WHEN 3
                   PERFORM 3300-ROUTE-DORMANT-LINE
               WHEN 4
                   PERFORM 3400-ROUTE-NEGBAL-LINE
               WHEN 5
                   PERFORM 3500-ROUTE-HOLDREL-LINE
               WHEN 6
                   PERFORM 3600-ROUTE-CIP-LINE
           END-EVALUATE
           IF WS-IS-DETAIL
               PERFORM 3900-TAG-LINE
           END-IF
           MOVE WS-LINE-TAG(WS-LN-IDX) TO WS-PREV-TAG
           .

      *> A page eject comes through as a form feed ahead of the
      *> line's first character; it is dropped, and each copy is
      *> paged afresh.
       2250-TAKE-LINE-TEXT.
           IF REPORT-IN-LINE(1:1) = WS-PAGE-EJECT
               MOVE REPORT-IN-LINE(2:131) TO WS-TEXT
           ELSE
               MOVE REPORT-IN-LINE TO WS-TEXT
           END-IF
           .

       2300-TAKE-HEADING-LINE.
           IF WS-HDG-COUNT < 10
               ADD 1 TO WS-HDG-COUNT
               MOVE WS-TEXT TO WS-HDG-LINE(WS-HDG-COUNT)
           END-IF
           IF WS-TEXT(1:7) = WS-RPT-HDG-END(WS-RPT-IDX)
               OR WS-HDG-COUNT = 10
               MOVE 'N' TO WS-IN-HEADING-SW
           END-IF
           .

      *> The daily report repeats its heading on every page; a body
      *> line that opens the same way as a heading line is one of
      *> those and is not part of any branch's pages.
       2350-CHECK-REPEAT-HEADING.
           MOVE 'N' TO WS-REPEAT-HDG-SW
           IF WS-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HDG-IDX FROM 1 BY 1
               UNTIL WS-HDG-IDX > WS-HDG-COUNT
               OR WS-REPEAT-HEADING
               IF WS-HDG-LINE(WS-HDG-IDX) NOT = SPACES
                   AND WS-TEXT(1:20) = WS-HDG-LINE(WS-HDG-IDX)(1:20)
                   MOVE 'Y' TO WS-REPEAT-HDG-SW
               END-IF
           END-PERFORM
           .

      *>================================================================*
      *> ROUTE DAILY LINE — TXNRPT closes each run of a branch's
      *> lines with a three-line branch subtotal. Lines wait as '???'
      *> until the subtotal names their branch, then the whole run
      *> is tagged back to the previous subtotal. Nothing after the
      *> grand total belongs to a branch.
      *>================================================================*
       3100-ROUTE-DAILY-LINE.
           IF WS-PAST-BRANCHES
               EXIT PARAGRAPH
           END-IF
           IF WS-TEXT(1:13) = '  *** BRANCH '
               MOVE WS-TEXT(15:3) TO WS-ROUTE-BRANCH
               MOVE WS-ROUTE-BRANCH TO WS-TRAIL-BRANCH
               MOVE '???' TO WS-LINE-TAG(WS-LN-IDX)
               SET WS-LINE-NO TO WS-LN-IDX
               PERFORM VARYING WS-LN-IDX FROM WS-LINE-NO BY -1
                   UNTIL WS-LN-IDX < 1
                   OR WS-LINE-TAG(WS-LN-IDX) NOT = '???'
                   PERFORM 3900-TAG-LINE
               END-PERFORM
               SET WS-LN-IDX TO WS-LINE-NO
               MOVE 2 TO WS-TRAIL-LINES
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAIL-LINES > 0
               SUBTRACT 1 FROM WS-TRAIL-LINES
               MOVE WS-TRAIL-BRANCH TO WS-ROUTE-BRANCH
               SET WS-IS-DETAIL TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-TEXT(1:19) = '  **** GRAND TOTAL:'
               SET WS-PAST-BRANCHES TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE '???' TO WS-LINE-TAG(WS-LN-IDX)
           .

      *> Reason code, then the account in columns 10-17
       3200-ROUTE-REJAGE-LINE.
           IF WS-TEXT(1:1) NOT = SPACE AND WS-TEXT(3:7) = SPACES
               AND WS-TEXT(10:8) NOT = SPACES
               MOVE WS-TEXT(10:8) TO WS-ACCT-LOOKUP
               PERFORM 3800-BRANCH-OF-ACCOUNT
               SET WS-IS-DETAIL TO TRUE
           END-IF
           .

      *> Account line with BR in columns 38-40; the address line
      *> printed under it follows it; "** BRANCH nnn" subtotals go
      *> to that branch.
       3300-ROUTE-DORMANT-LINE.
           EVALUATE TRUE
               WHEN WS-TEXT(1:12) = '  ** BRANCH '
                   MOVE WS-TEXT(15:3) TO WS-ROUTE-BRANCH
                   SET WS-IS-DETAIL TO TRUE
               WHEN WS-TEXT(1:1) NOT = SPACE
                   AND WS-TEXT(9:2) = SPACES
                   MOVE WS-TEXT(38:3) TO WS-ROUTE-BRANCH
                   SET WS-IS-DETAIL TO TRUE
               WHEN WS-TEXT(1:10) = SPACES
                   AND WS-TEXT NOT = SPACES
                   AND WS-PREV-TAG NOT = SPACES
                   MOVE WS-PREV-TAG TO WS-ROUTE-BRANCH
                   SET WS-IS-DETAIL TO TRUE
           END-EVALUATE
           .

       3400-ROUTE-NEGBAL-LINE.
           IF WS-TEXT(1:1) NOT = SPACE AND WS-TEXT(9:2) = SPACES
               MOVE WS-TEXT(38:3) TO WS-ROUTE-BRANCH
               SET WS-IS-DETAIL TO TRUE
           END-IF
           .

      *> Account in columns 1-8
       3500-ROUTE-HOLDREL-LINE.
           IF WS-TEXT(1:1) NOT = SPACE AND WS-TEXT(9:2) = SPACES
               MOVE WS-TEXT(1:8) TO WS-ACCT-LOOKUP
               PERFORM 3800-BRANCH-OF-ACCOUNT
               SET WS-IS-DETAIL TO TRUE
           END-IF
           .

      *> Account line with BR in columns 11-13; "** BRANCH nnn"
      *> subtotals go to that branch.
       3600-ROUTE-CIP-LINE.
           EVALUATE TRUE
               WHEN WS-TEXT(1:12) = '  ** BRANCH '
                   MOVE WS-TEXT(15:3) TO WS-ROUTE-BRANCH
                   SET WS-IS-DETAIL TO TRUE
               WHEN WS-TEXT(1:1) NOT = SPACE
                   AND WS-TEXT(9:2) = SPACES
                   MOVE WS-TEXT(11:3) TO WS-ROUTE-BRANCH
                   SET WS-IS-DETAIL TO TRUE
           END-EVALUATE
           .

      *> Home branch of WS-ACCT-LOOKUP; spaces when the account is
      *> not on the master
       3800-BRANCH-OF-ACCOUNT.
           MOVE SPACES TO WS-ROUTE-BRANCH
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               OR WS-AC-ACCT-ID(WS-AC-IDX) = WS-ACCT-LOOKUP
               CONTINUE
           END-PERFORM
           IF WS-AC-IDX <= WS-AC-COUNT
               MOVE WS-AC-BRANCH(WS-AC-IDX) TO WS-ROUTE-BRANCH
           END-IF
           .

      *> Give line WS-LN-IDX to WS-ROUTE-BRANCH, or count it as
      *> undeliverable when that branch is not on the list
       3900-TAG-LINE.
           MOVE WS-ROUTE-BRANCH TO WS-BR-LOOKUP
           PERFORM 7000-FIND-BRANCH
           IF WS-BR-FOUND AND WS-ROUTE-BRANCH NOT = SPACES
               MOVE WS-ROUTE-BRANCH TO WS-LINE-TAG(WS-LN-IDX)
               IF NOT WS-LINE-IS-BLANK(WS-LN-IDX)
                   ADD 1 TO WS-BR-RPT-LINES(WS-BR-IDX, WS-RPT-IDX)
               END-IF
           ELSE
               MOVE SPACES TO WS-LINE-TAG(WS-LN-IDX)
               IF NOT WS-LINE-IS-BLANK(WS-LN-IDX)
                   ADD 1 TO WS-RPT-UNROUTED(WS-RPT-IDX)
                   ADD 1 TO WS-CTR-UNROUTED
               END-IF
           END-IF
           .

      *>================================================================*
      *> WRITE BRANCH COPY — banner, the report's heading, then the
      *> branch's lines off a second pass of the report, or a page
      *> saying there is nothing (or no report) today
      *>================================================================*
       4000-WRITE-BRANCH-COPY.
           MOVE SPACES TO WS-COPY-FILENAME
           STRING 'data/BRANCH-' WS-BR-CODE(WS-BR-IDX) '-'
                  DELIMITED BY SIZE
                  WS-RPT-NAME(WS-RPT-IDX) DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-COPY-FILENAME
           OPEN OUTPUT BRANCH-COPY-FILE
           IF WS-COPY-STATUS NOT = '00'
               DISPLAY 'RPTBURST: ERROR opening ' WS-COPY-FILENAME
                   ' STATUS=' WS-COPY-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BR-CODE(WS-BR-IDX)  TO CB-BRANCH
           MOVE WS-BR-NAME(WS-BR-IDX)  TO CB-BRANCH-NAME
           MOVE WS-RPT-NAME(WS-RPT-IDX) TO CB-REPORT
           MOVE WS-RUN-DATE            TO CB-RUN-DATE
           WRITE BRANCH-COPY-LINE FROM COPY-BANNER-LINE
               AFTER ADVANCING PAGE
           WRITE BRANCH-COPY-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CTR-COPIES
           IF NOT WS-RPT-PRODUCED(WS-RPT-IDX)
               MOVE SPACES TO CN-TEXT
               STRING '*** REPORT NOT PRODUCED THIS CYCLE - '
                      'CONTACT OPERATIONS ***' DELIMITED BY SIZE
                   INTO CN-TEXT
               WRITE BRANCH-COPY-LINE FROM COPY-NONE-LINE
                   AFTER ADVANCING 1 LINE
               CLOSE BRANCH-COPY-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HDG-IDX FROM 1 BY 1
               UNTIL WS-HDG-IDX > WS-HDG-COUNT
               WRITE BRANCH-COPY-LINE FROM WS-HDG-LINE(WS-HDG-IDX)
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           IF WS-BR-RPT-LINES(WS-BR-IDX, WS-RPT-IDX) = 0
               MOVE '*** NOTHING TO REPORT FOR THIS BRANCH TODAY ***'
                   TO CN-TEXT
               WRITE BRANCH-COPY-LINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               WRITE BRANCH-COPY-LINE FROM COPY-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CTR-NOTHING
           ELSE
               PERFORM 4100-COPY-BRANCH-LINES
           END-IF
           CLOSE BRANCH-COPY-FILE
           .

       4100-COPY-BRANCH-LINES.
           OPEN INPUT REPORT-IN-FILE
           IF WS-RPT-IN-STATUS NOT = '00'
               DISPLAY 'RPTBURST: ERROR reopening ' WS-REPORT-FILENAME
                   ' STATUS=' WS-RPT-IN-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-NO
           PERFORM UNTIL WS-RPT-IN-STATUS NOT = '00'
               READ REPORT-IN-FILE
                   AT END
                       MOVE '10' TO WS-RPT-IN-STATUS
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-TAG(WS-LINE-NO)
                           = WS-BR-CODE(WS-BR-IDX)
                           PERFORM 2250-TAKE-LINE-TEXT
                           WRITE BRANCH-COPY-LINE FROM WS-TEXT
                               AFTER ADVANCING 1 LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-IN-FILE
           .

      *>================================================================*
      *> WRITE MANIFEST — every copy each branch was sent, with its
      *> line count, then each report's lines that reached nobody
      *>================================================================*
       6000-WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MAN-STATUS NOT = '00'
               DISPLAY 'RPTBURST: ERROR opening DISTRIBUTION-MANIFEST'
                   '.TXT, STATUS=' WS-MAN-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO MH-RUN-DATE
           WRITE MANIFEST-LINE FROM MAN-HDR-LINE
               AFTER ADVANCING PAGE
           WRITE MANIFEST-LINE FROM MAN-COL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               WRITE MANIFEST-LINE FROM MAN-BLANK-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 6100-WRITE-MANIFEST-ROW
                   VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
           END-PERFORM
           MOVE 'REPORTS BURST' TO MS-TEXT
           WRITE MANIFEST-LINE FROM MAN-SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-COUNT
               MOVE WS-RPT-NAME(WS-RPT-IDX) TO MR-REPORT
               IF WS-RPT-PRODUCED(WS-RPT-IDX)
                   MOVE 'PRODUCED'     TO MR-STATUS
               ELSE
                   MOVE 'NOT PRODUCED' TO MR-STATUS
               END-IF
               MOVE WS-RPT-LINES-READ(WS-RPT-IDX) TO MR-LINES-READ
               MOVE WS-RPT-UNROUTED(WS-RPT-IDX)   TO MR-UNROUTED
               WRITE MANIFEST-LINE FROM MAN-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           CLOSE MANIFEST-FILE
           .

       6100-WRITE-MANIFEST-ROW.
           IF WS-RPT-IDX = 1
               MOVE WS-BR-CODE(WS-BR-IDX) TO MD-BRANCH
               MOVE WS-BR-NAME(WS-BR-IDX) TO MD-BRANCH-NAME
           ELSE
               MOVE SPACES TO MD-BRANCH
               MOVE SPACES TO MD-BRANCH-NAME
           END-IF
           MOVE SPACES TO MD-FILE
           STRING 'BRANCH-' WS-BR-CODE(WS-BR-IDX) '-'
                  DELIMITED BY SIZE
                  WS-RPT-NAME(WS-RPT-IDX) DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
               INTO MD-FILE
           MOVE WS-BR-RPT-LINES(WS-BR-IDX, WS-RPT-IDX) TO MD-LINES
           EVALUATE TRUE
               WHEN NOT WS-RPT-PRODUCED(WS-RPT-IDX)
                   MOVE '** REPORT NOT PRODUCED' TO MD-STATUS
               WHEN WS-BR-RPT-LINES(WS-BR-IDX, WS-RPT-IDX) = 0
                   MOVE 'NOTHING TO REPORT'      TO MD-STATUS
               WHEN OTHER
                   MOVE 'DELIVERED'              TO MD-STATUS
           END-EVALUATE
           WRITE MANIFEST-LINE FROM MAN-DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       7000-FIND-BRANCH.
           MOVE 'N' TO WS-BR-FOUND-SW
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               OR WS-BR-CODE(WS-BR-IDX) = WS-BR-LOOKUP
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX <= WS-BR-COUNT
               MOVE 'Y' TO WS-BR-FOUND-SW
           END-IF
           .

       9000-TERMINATE.
           DISPLAY '--- RPTBURST Summary ---'
           DISPLAY '  Branches            : ' WS-BR-COUNT
           DISPLAY '  Copies written      : ' WS-CTR-COPIES
           DISPLAY '  Nothing-to-report   : ' WS-CTR-NOTHING
           DISPLAY '  Reports not produced: ' WS-CTR-NOT-PRODUCED
           DISPLAY '  Lines not delivered : ' WS-CTR-UNROUTED
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-NOT-PRODUCED > 0 OR WS-CTR-UNROUTED > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '  Return code         : ' WS-RETURN-CODE
           .
