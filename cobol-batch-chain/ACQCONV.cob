      *>================================================================*
      *> ACQCONV.cob — Acquired-Portfolio Account Conversion
      *>
      *> Brings an acquired bank's deposit book onto the customer
      *> master in one run, carrying what an ACCTMAIN open cannot:
      *> the balance, open and last-activity dates, YTD interest and
      *> withholding, accrued interest, the joint owner, the mailing
      *> demographics, standing orders and certificate terms.
      *>
      *> Every seller account that converts is issued a new CUST-ID
      *> — the portfolio's ID prefix letter, a six-digit sequence
      *> above the highest number already on the master under that
      *> letter, and the check digit from ACCTEDIT — and its old
      *> number goes on the conversion cross-reference with a grace-
      *> period end date. Until that date, the ACCTXLAT subprogram
      *> redirects items still arriving on the old number at every
      *> intake door; after it, they reject. A closed seller account
      *> with no balance is skipped; anything that cannot convert
      *> cleanly is listed as an exception and left off.
      *>
      *> The seller's trailer totals are proved against what was
      *> read before anything is written: an out-of-balance file
      *> converts nothing. The balancing report shows the seller's
      *> figures, what was read, what converted and what did not,
      *> for accounts, balances, YTD interest, standing orders and
      *> term deposits.
      *>
      *> Mode comes from data/CONVERT-PARM.DAT: 'L' converts live;
      *> anything else, or no parm file, is a dry run that produces
      *> the full report and writes nothing else — the way ops
      *> proves a seller file before conversion night. Run
      *> standalone, once per delivered seller file.
      *>
      *> Input:  data/SELLER-MASTER.DAT       (LINE SEQUENTIAL,
      *>                                       SELLMAST)
      *>         data/CONVERT-PARM.DAT        (LINE SEQUENTIAL, optional
      *>                                       — mode X(1), ID prefix
      *>                                       X(1), grace days 9(3),
      *>                                       portfolio X(8))
      *>         data/CUSTOMERS.DAT           (SEQUENTIAL, binary)
      *>         data/ACCT-CONVERT-XREF.DAT   (LINE SEQUENTIAL,
      *>                                       CNVXREF, optional)
      *> Output: data/CONVERSION-RPT.TXT      (LINE SEQUENTIAL, print)
      *>         live mode only —
      *>         data/CUSTOMERS.DAT           (converted rows merged in)
      *>         data/CUST-DEMOGRAPHICS.DAT   (LINE SEQUENTIAL, EXTEND)
      *>         data/STANDING-ORDERS.DAT     (LINE SEQUENTIAL, EXTEND)
      *>         data/TERM-DEPOSITS.DAT       (LINE SEQUENTIAL, EXTEND)
      *>         data/ACCT-CONVERT-XREF.DAT   (LINE SEQUENTIAL, EXTEND)
      *>
      *> Return codes:  0 = converted (or proved) clean,
      *>                4 = exceptions listed,
      *>                8 = out of balance or file error — nothing
      *>                    written
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACQCONV.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELLER-FILE
               ASSIGN TO 'data/SELLER-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLR-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'data/CONVERT-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO 'data/CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-FILE
               ASSIGN TO 'data/ACCT-CONVERT-XREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT DEMO-FILE
               ASSIGN TO 'data/CUST-DEMOGRAPHICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT ORDER-FILE
               ASSIGN TO 'data/STANDING-ORDERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.

           SELECT TERM-FILE
               ASSIGN TO 'data/TERM-DEPOSITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/CONVERSION-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SELLER-FILE.
       01  SELLER-FILE-RECORD             PIC X(260).

       FD  PARM-FILE.
       01  CONVERT-PARM-RECORD.
           05  CP-MODE                    PIC X(1).
               88  CP-LIVE                    VALUE 'L'.
           05  CP-ID-PREFIX               PIC X(1).
           05  CP-GRACE-DAYS              PIC 9(3).
           05  CP-PORTFOLIO               PIC X(8).
           05  CP-FILLER                  PIC X(67).

       FD  MASTER-FILE.
       COPY CUSTREC.

       FD  XREF-FILE.
       01  XREF-FILE-RECORD               PIC X(40).

       FD  DEMO-FILE.
       01  DEMO-FILE-RECORD               PIC X(127).

       FD  ORDER-FILE.
       01  ORDER-FILE-RECORD              PIC X(57).

       FD  TERM-FILE.
       01  TERM-FILE-RECORD               PIC X(37).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-SLR-STATUS                  PIC XX.
       01  WS-PARM-STATUS                 PIC XX.
       01  WS-MASTER-STATUS               PIC XX.
       01  WS-XREF-STATUS                 PIC XX.
       01  WS-DEMO-STATUS                 PIC XX.
       01  WS-SO-STATUS                   PIC XX.
       01  WS-TD-STATUS                   PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.
       01  WS-RUN-DATE                    PIC 9(8).

       COPY SELLMAST.
       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                           BY ==CONVERTED-RECORD==
                  LEADING ==CUST== BY ==CNV==.
       COPY CUSTDEMO.
       COPY STANDORD.
       COPY TERMDEP.
       COPY CNVXREF.
       COPY EDITACCT.

      *>----------------------------------------------------------------*
      *> Run parameters — dry run, prefix 'A' and a 180-day grace
      *> period unless CONVERT-PARM.DAT says otherwise.
      *>----------------------------------------------------------------*
       01  WS-MODE-SW                     PIC X(1)  VALUE 'D'.
           88  WS-LIVE-RUN                    VALUE 'L'.
           88  WS-DRY-RUN                     VALUE 'D'.
       01  WS-ID-PREFIX                   PIC X(1)  VALUE 'A'.
       01  WS-GRACE-DAYS                  PIC 9(3)  VALUE 180.
       01  WS-PORTFOLIO                   PIC X(8)  VALUE SPACES.
       01  WS-GRACE-END                   PIC 9(8).

      *>----------------------------------------------------------------*
      *> The seller file, held whole: accounts are dispositioned and
      *> numbered before anything is built, so a joint owner or a
      *> transfer target can be mapped whichever order it came in.
      *>----------------------------------------------------------------*
       01  WS-SA-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-SA-TABLE-AREA.
           05  WS-SA-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-SA-COUNT
                   INDEXED BY WS-SA-IDX WS-SA-IDX2.
               10  WS-SA-ROW              PIC X(260).
               10  WS-SA-ACCT-TYPE        PIC X(1).
               10  WS-SA-NEW-ID           PIC X(8).
               10  WS-SA-DISP             PIC X(1).
                   88  WS-SA-CONVERTED        VALUE 'C'.
                   88  WS-SA-SKIPPED          VALUE 'S'.
                   88  WS-SA-EXCEPTED         VALUE 'E'.
               10  WS-SA-XREF-SW          PIC X(1).
                   88  WS-SA-XREF             VALUE 'Y'.
               10  WS-SA-REASON           PIC X(50).

       01  WS-SS-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-SS-TABLE-AREA.
           05  WS-SS-ROW                  PIC X(260)
                   OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-SS-COUNT
                   INDEXED BY WS-SS-IDX.

       01  WS-ST-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-ST-TABLE-AREA.
           05  WS-ST-ROW                  PIC X(260)
                   OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-ST-COUNT
                   INDEXED BY WS-ST-IDX.

      *>----------------------------------------------------------------*
      *> Converted rows waiting for the live-mode writes.
      *>----------------------------------------------------------------*
       01  WS-CNV-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-CNV-TABLE-AREA.
           05  WS-CNV-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-CNV-COUNT
                   INDEXED BY WS-CNV-IDX.
               10  WS-CNV-ROW             PIC X(112).
               10  WS-CNV-SA-POS          PIC 9(4).

       01  WS-SO-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-SO-TABLE-AREA.
           05  WS-SO-OUT                  PIC X(57)
                   OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-SO-COUNT
                   INDEXED BY WS-SO-IDX.

       01  WS-TD-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-TD-TABLE-AREA.
           05  WS-TD-OUT                  PIC X(37)
                   OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-TD-COUNT
                   INDEXED BY WS-TD-IDX.

      *>----------------------------------------------------------------*
      *> Master held whole for the number range, the old-number
      *> collision check and the sorted-position merge.
      *>----------------------------------------------------------------*
       01  WS-MST-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-MST-TABLE-AREA.
           05  WS-MST-ENTRY               PIC X(112)
                   OCCURS 5000 TIMES
                   INDEXED BY WS-MST-IDX.
       01  WS-MST-POS                     PIC 9(4).
       01  WS-CNV-KEY                     PIC X(8).
       01  WS-MST-KEY                     PIC X(8).
       01  WS-MERGE-DONE-SW               PIC X(1).
           88  WS-MERGE-DONE                  VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Old numbers already on the cross-reference from an earlier
      *> conversion.
      *>----------------------------------------------------------------*
       01  WS-XR-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-XR-TABLE-AREA.
           05  WS-XR-OLD-ACCT-ID          PIC X(8)
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-XR-COUNT
                   INDEXED BY WS-XR-IDX.

      *>----------------------------------------------------------------*
      *> New-number issue and lookups.
      *>----------------------------------------------------------------*
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 0.
       01  WS-ID-SEQ-X                    PIC X(6).
       01  WS-ID-SEQ REDEFINES WS-ID-SEQ-X
                                          PIC 9(6).
       01  WS-LOOKUP-OLD-ID               PIC X(8).
       01  WS-LOOKUP-NEW-ID               PIC X(8).
       01  WS-FOUND-SW                    PIC X(1).
           88  WS-FOUND                       VALUE 'Y'.
       01  WS-BALANCED-SW                 PIC X(1)  VALUE 'Y'.
           88  WS-BALANCED                    VALUE 'Y'.
       01  WS-TRAILER-SW                  PIC X(1)  VALUE 'N'.
           88  WS-TRAILER-SEEN                VALUE 'Y'.
       01  WS-JOINT-MISSING-SW            PIC X(1)  VALUE 'N'.
           88  WS-JOINT-MISSING               VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Seller trailer figures and the read/converted totals proved
      *> against them.
      *>----------------------------------------------------------------*
       01  WS-Z-ACCT-COUNT                PIC 9(7)        VALUE 0.
       01  WS-Z-BALANCE-TOTAL             PIC S9(11)V99   VALUE 0.
       01  WS-Z-YTD-INT-TOTAL             PIC S9(11)V99   VALUE 0.
       01  WS-Z-ORDER-COUNT               PIC 9(7)        VALUE 0.
       01  WS-Z-TERM-COUNT                PIC 9(7)        VALUE 0.
       01  WS-Z-TERM-AMOUNT               PIC S9(11)V99   VALUE 0.

       01  WS-TOT-BAL-READ                PIC S9(11)V99   VALUE 0.
       01  WS-TOT-BAL-CONV                PIC S9(11)V99   VALUE 0.
       01  WS-TOT-YTD-READ                PIC S9(11)V99   VALUE 0.
       01  WS-TOT-YTD-CONV                PIC S9(11)V99   VALUE 0.
       01  WS-TOT-TERM-READ               PIC S9(11)V99   VALUE 0.
       01  WS-TOT-TERM-CONV               PIC S9(11)V99   VALUE 0.

       01  WS-CTR-ACCTS-CONV              PIC 9(7)  VALUE 0.
       01  WS-CTR-ACCTS-SKIPPED           PIC 9(7)  VALUE 0.
       01  WS-CTR-TERMS-CONV              PIC 9(7)  VALUE 0.
       01  WS-CTR-EXCEPTIONS              PIC 9(7)  VALUE 0.
       01  WS-CTR-OTHER-ROWS              PIC 9(7)  VALUE 0.
       01  WS-CTR-DEMO-WRITTEN            PIC 9(7)  VALUE 0.
       01  WS-CTR-XREF-WRITTEN            PIC 9(7)  VALUE 0.

      *>----------------------------------------------------------------*
      *> Balancing-line work fields.
      *>----------------------------------------------------------------*
       01  WS-BL-LABEL                    PIC X(26).
       01  WS-BL-SELLER                   PIC S9(11)V99.
       01  WS-BL-READ                     PIC S9(11)V99.
       01  WS-BL-CONV                     PIC S9(11)V99.

      *>----------------------------------------------------------------*
      *> Report lines.
      *>----------------------------------------------------------------*
       01  RPT-HDR-LINE.
           05  FILLER                     PIC X(41)
               VALUE 'ACQUIRED-PORTFOLIO CONVERSION - RUN DATE '.
           05  RPT-HDR-DATE               PIC 9(8).
           05  FILLER                     PIC X(61) VALUE SPACES.
       01  RPT-MODE-LINE.
           05  FILLER                     PIC X(11)
               VALUE 'PORTFOLIO: '.
           05  RPT-M-PORTFOLIO            PIC X(8).
           05  FILLER                     PIC X(9)
               VALUE '   MODE: '.
           05  RPT-M-MODE                 PIC X(30).
           05  FILLER                     PIC X(18)
               VALUE '   NEW ID PREFIX: '.
           05  RPT-M-PREFIX               PIC X(1).
           05  FILLER                     PIC X(15)
               VALUE '   GRACE ENDS: '.
           05  RPT-M-GRACE                PIC 9(8).
           05  FILLER                     PIC X(10) VALUE SPACES.
       01  RPT-COL-HDR.
           05  FILLER                     PIC X(12)
               VALUE '  OLD NO.'.
           05  FILLER                     PIC X(10) VALUE 'NEW NO.'.
           05  FILLER                     PIC X(27)
               VALUE 'ACCOUNT NAME'.
           05  FILLER                     PIC X(4)  VALUE 'TYP'.
           05  FILLER                     PIC X(3)  VALUE 'ST'.
           05  FILLER                     PIC X(15)
               VALUE '      BALANCE'.
           05  FILLER                     PIC X(10) VALUE 'JOINT'.
           05  FILLER                     PIC X(29) VALUE 'NOTE'.
       01  RPT-DETAIL-LINE.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-D-OLD                  PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-D-NEW                  PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-D-NAME                 PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-D-TYPE                 PIC X(1).
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  RPT-D-STATUS               PIC X(1).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-D-BALANCE              PIC --,---,--9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-D-JOINT                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-D-NOTE                 PIC X(29).
       01  RPT-EXC-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  FILLER                     PIC X(14)
               VALUE '** EXCEPTION: '.
           05  RPT-X-KIND                 PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-X-OLD                  PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-X-REASON               PIC X(50).
           05  FILLER                     PIC X(22) VALUE SPACES.
       01  RPT-BAL-HDR.
           05  FILLER                     PIC X(30)
               VALUE 'BALANCING AGAINST SELLER'.
           05  FILLER                     PIC X(19)
               VALUE '             SELLER'.
           05  FILLER                     PIC X(19)
               VALUE '               READ'.
           05  FILLER                     PIC X(19)
               VALUE '          CONVERTED'.
           05  FILLER                     PIC X(19)
               VALUE '      NOT CONVERTED'.
           05  FILLER                     PIC X(4)  VALUE SPACES.
       01  RPT-CNT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  RPT-C-LABEL                PIC X(26).
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  RPT-C-SELLER               PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  RPT-C-READ                 PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  RPT-C-CONV                 PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  RPT-C-NOT-CONV             PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(4)  VALUE SPACES.
       01  RPT-AMT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  RPT-A-LABEL                PIC X(26).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-A-SELLER               PIC --,---,---,--9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-A-READ                 PIC --,---,---,--9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-A-CONV                 PIC --,---,---,--9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-A-NOT-CONV             PIC --,---,---,--9.99.
           05  FILLER                     PIC X(4)  VALUE SPACES.
       01  RPT-MSG-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  RPT-MSG-TEXT               PIC X(106).
       01  BLANK-LINE                     PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-LOAD-SELLER-FILE
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2500-LOAD-MASTER
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2600-LOAD-XREF
               PERFORM 3000-ASSIGN-NUMBERS
               PERFORM 3200-BUILD-ACCOUNTS
               PERFORM 3500-CONVERT-ORDERS
               PERFORM 3600-CONVERT-TERMS
               PERFORM 4000-PROVE-BALANCE
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 4900-REPORT-OUTCOME
               IF WS-LIVE-RUN AND WS-CNV-COUNT > 0
                   PERFORM 5000-MERGE-INTO-MASTER
               END-IF
               IF WS-LIVE-RUN AND WS-RETURN-CODE NOT = 8
                   AND WS-CNV-COUNT > 0
                   PERFORM 5500-APPEND-DEMOGRAPHICS
                   PERFORM 5600-APPEND-ORDERS
                   PERFORM 5700-APPEND-TERMS
                   PERFORM 5800-APPEND-XREF
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- ACQCONV: Acquired-Portfolio Conversion ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           PERFORM 1100-READ-PARM
           COMPUTE WS-GRACE-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-GRACE-DAYS)
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ACQCONV: ERROR opening CONVERSION-RPT.TXT, '
                       'STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO RPT-HDR-DATE
           WRITE REPORT-LINE FROM RPT-HDR-LINE
               AFTER ADVANCING PAGE
           MOVE WS-PORTFOLIO TO RPT-M-PORTFOLIO
           IF WS-LIVE-RUN
               MOVE 'LIVE CONVERSION' TO RPT-M-MODE
           ELSE
               MOVE 'DRY RUN - NOTHING WRITTEN' TO RPT-M-MODE
           END-IF
           MOVE WS-ID-PREFIX TO RPT-M-PREFIX
           MOVE WS-GRACE-END TO RPT-M-GRACE
           WRITE REPORT-LINE FROM RPT-MODE-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY 'ACQCONV: Portfolio ' WS-PORTFOLIO ' - '
               RPT-M-MODE
           .

      *> No parm file means a dry run under the defaults
       1100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PARM-FILE
               NOT AT END
                   IF CP-LIVE
                       SET WS-LIVE-RUN TO TRUE
                   END-IF
                   IF CP-ID-PREFIX >= 'A' AND CP-ID-PREFIX <= 'Z'
                       MOVE CP-ID-PREFIX TO WS-ID-PREFIX
                   END-IF
                   IF CP-GRACE-DAYS IS NUMERIC
                       AND CP-GRACE-DAYS > 0
                       MOVE CP-GRACE-DAYS TO WS-GRACE-DAYS
                   END-IF
                   MOVE CP-PORTFOLIO TO WS-PORTFOLIO
           END-READ
           CLOSE PARM-FILE
           .

      *>================================================================*
      *> LOAD SELLER FILE — hold every row by type and total what
      *> was read for the proof against the trailer.
      *>================================================================*
       2000-LOAD-SELLER-FILE.
           OPEN INPUT SELLER-FILE
           IF WS-SLR-STATUS NOT = '00'
               DISPLAY 'ACQCONV: ERROR opening SELLER-MASTER.DAT, '
                       'STATUS=' WS-SLR-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SLR-STATUS NOT = '00'
               READ SELLER-FILE INTO SELLER-MASTER-RECORD
                   AT END
                       MOVE '10' TO WS-SLR-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SLR-ACCOUNT
                               PERFORM 2100-ADD-ACCOUNT
                           WHEN SLR-STANDING-ORDER
                               PERFORM 2200-ADD-ORDER
                           WHEN SLR-TERM-DEPOSIT
                               PERFORM 2300-ADD-TERM
                           WHEN SLR-TRAILER
                               PERFORM 2400-TAKE-TRAILER
                           WHEN OTHER
                               ADD 1 TO WS-CTR-OTHER-ROWS
                               MOVE 'RECORD' TO RPT-X-KIND
                               MOVE SLR-OLD-ACCT-ID TO RPT-X-OLD
                               MOVE 'UNKNOWN RECORD TYPE - ROW IGNORED'
                                   TO RPT-X-REASON
                               PERFORM 8000-WRITE-EXCEPTION
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SELLER-FILE
           DISPLAY 'ACQCONV: Read ' WS-SA-COUNT ' account(s), '
               WS-SS-COUNT ' standing order(s), '
               WS-ST-COUNT ' term deposit(s)'
           .

      *> The seller file's tables are built whole before any
      *> conversion, so an overflow stops the run before anything
      *> is written
       2100-ADD-ACCOUNT.
           IF WS-SA-COUNT = 3000
               DISPLAY 'ACQCONV: ERROR - seller file exceeds the '
                   '3000-account table; run abandoned before any '
                   'write'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SA-COUNT
           SET WS-SA-IDX TO WS-SA-COUNT
           MOVE SELLER-MASTER-RECORD TO WS-SA-ROW(WS-SA-IDX)
           MOVE SLR-A-ACCT-TYPE TO WS-SA-ACCT-TYPE(WS-SA-IDX)
           MOVE SPACES TO WS-SA-NEW-ID(WS-SA-IDX)
                          WS-SA-REASON(WS-SA-IDX)
           MOVE 'E' TO WS-SA-DISP(WS-SA-IDX)
           MOVE 'N' TO WS-SA-XREF-SW(WS-SA-IDX)
           ADD SLR-A-BALANCE      TO WS-TOT-BAL-READ
           ADD SLR-A-YTD-INTEREST TO WS-TOT-YTD-READ
           .

       2200-ADD-ORDER.
           IF WS-SS-COUNT = 3000
               DISPLAY 'ACQCONV: ERROR - seller file exceeds the '
                   '3000-order table; run abandoned before any write'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SS-COUNT
           MOVE SELLER-MASTER-RECORD TO WS-SS-ROW(WS-SS-COUNT)
           .

       2300-ADD-TERM.
           IF WS-ST-COUNT = 3000
               DISPLAY 'ACQCONV: ERROR - seller file exceeds the '
                   '3000-certificate table; run abandoned before '
                   'any write'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE SELLER-MASTER-RECORD TO WS-ST-ROW(WS-ST-COUNT)
           ADD SLR-T-OPEN-AMOUNT TO WS-TOT-TERM-READ
           .

       2400-TAKE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           MOVE SLR-Z-ACCT-COUNT        TO WS-Z-ACCT-COUNT
           MOVE SLR-Z-BALANCE-TOTAL     TO WS-Z-BALANCE-TOTAL
           MOVE SLR-Z-YTD-INT-TOTAL     TO WS-Z-YTD-INT-TOTAL
           MOVE SLR-Z-ORDER-COUNT       TO WS-Z-ORDER-COUNT
           MOVE SLR-Z-TERM-COUNT        TO WS-Z-TERM-COUNT
           MOVE SLR-Z-TERM-AMOUNT-TOTAL TO WS-Z-TERM-AMOUNT
           .

      *>================================================================*
      *> LOAD MASTER — held whole for the merge; the highest number
      *> already issued under the portfolio's prefix sets where the
      *> new sequence starts.
      *>================================================================*
       2500-LOAD-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ACQCONV: ERROR opening CUSTOMERS.DAT, '
                       'STATUS=' WS-MASTER-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MASTER-STATUS NOT = '00'
               READ MASTER-FILE
                   AT END
                       MOVE '10' TO WS-MASTER-STATUS
                   NOT AT END
      *> The master is rewritten from this table, so an overflow
      *> must stop the run rather than truncate the file
                       IF WS-MST-COUNT = 5000
                           DISPLAY 'ACQCONV: ERROR - master exceeds '
                               'the 5000-account table; run abandoned '
                               'before any rewrite'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MST-COUNT
                       SET WS-MST-IDX TO WS-MST-COUNT
                       MOVE CUSTOMER-RECORD
                           TO WS-MST-ENTRY(WS-MST-IDX)
                       IF CUST-ID(1:1) = WS-ID-PREFIX
                           MOVE CUST-ID(2:6) TO WS-ID-SEQ-X
                           IF WS-ID-SEQ-X IS NUMERIC
                               AND WS-ID-SEQ > WS-NEXT-SEQ
                               MOVE WS-ID-SEQ TO WS-NEXT-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

      *> No cross-reference on file means nothing converted before
       2600-LOAD-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XREF-STATUS NOT = '00'
                   OR WS-XR-COUNT = 5000
               READ XREF-FILE INTO CONVERT-XREF-RECORD
                   AT END
                       MOVE '10' TO WS-XREF-STATUS
                   NOT AT END
                       ADD 1 TO WS-XR-COUNT
                       MOVE CVX-OLD-ACCT-ID
                           TO WS-XR-OLD-ACCT-ID(WS-XR-COUNT)
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           .

      *>================================================================*
      *> ASSIGN NUMBERS — decide each seller account's fate and
      *> issue the new number to every one that converts, in seller
      *> order, so the new numbers come out already sorted.
      *>================================================================*
       3000-ASSIGN-NUMBERS.
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               MOVE WS-SA-ROW(WS-SA-IDX) TO SELLER-MASTER-RECORD
               PERFORM 3100-SET-DISPOSITION
               IF WS-SA-CONVERTED(WS-SA-IDX)
                   PERFORM 3150-ISSUE-NEW-ID
               END-IF
           END-PERFORM
           .

       3100-SET-DISPOSITION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SA-IDX2 FROM 1 BY 1
               UNTIL WS-SA-IDX2 >= WS-SA-IDX OR WS-FOUND
               IF WS-SA-ROW(WS-SA-IDX2)(2:8) = SLR-OLD-ACCT-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               MOVE 'DUPLICATE SELLER ACCOUNT NUMBER'
                   TO WS-SA-REASON(WS-SA-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               OR WS-XR-OLD-ACCT-ID(WS-XR-IDX) = SLR-OLD-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-XR-IDX NOT > WS-XR-COUNT
               MOVE 'ALREADY CONVERTED BY AN EARLIER RUN'
                   TO WS-SA-REASON(WS-SA-IDX)
               EXIT PARAGRAPH
           END-IF
           IF SLR-A-ACCT-TYPE NOT = 'S' AND SLR-A-ACCT-TYPE NOT = 'C'
               AND SLR-A-ACCT-TYPE NOT = 'T'
               MOVE 'ACCOUNT TYPE IS NOT A DEPOSIT TYPE WE CARRY'
                   TO WS-SA-REASON(WS-SA-IDX)
               EXIT PARAGRAPH
           END-IF
           IF SLR-A-STATUS = 'C'
               IF SLR-A-BALANCE = 0
                   SET WS-SA-SKIPPED(WS-SA-IDX) TO TRUE
                   ADD 1 TO WS-CTR-ACCTS-SKIPPED
               ELSE
                   MOVE 'CLOSED ACCOUNT STILL CARRIES A BALANCE'
                       TO WS-SA-REASON(WS-SA-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SLR-A-STATUS NOT = 'A' AND SLR-A-STATUS NOT = 'F'
               MOVE 'ACCOUNT STATUS NOT RECOGNIZED'
                   TO WS-SA-REASON(WS-SA-IDX)
               EXIT PARAGRAPH
           END-IF
           IF SLR-A-ACCT-TYPE = 'T'
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                   OR WS-ST-ROW(WS-ST-IDX)(2:8) = SLR-OLD-ACCT-ID
                   CONTINUE
               END-PERFORM
               IF WS-ST-IDX > WS-ST-COUNT
                   MOVE 'TERM ACCOUNT HAS NO CERTIFICATE TERMS'
                       TO WS-SA-REASON(WS-SA-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-SA-CONVERTED(WS-SA-IDX) TO TRUE
           .

      *> The old number keeps redirecting for the grace period unless
      *> it is a live number of ours — then an item on it is ours,
      *> and it cannot be cross-referenced
       3150-ISSUE-NEW-ID.
           IF WS-NEXT-SEQ = 999999
               DISPLAY 'ACQCONV: ERROR - number range under prefix '
                   WS-ID-PREFIX ' exhausted; run abandoned before '
                   'any write'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ TO WS-ID-SEQ
           MOVE SPACES TO AE-ACCT-ID
           STRING WS-ID-PREFIX WS-ID-SEQ-X '0'
               DELIMITED BY SIZE INTO AE-ACCT-ID
           END-STRING
           SET AE-FUNC-GENERATE TO TRUE
           CALL 'ACCTEDIT' USING ACCT-EDIT-REQUEST
                                 ACCT-EDIT-RESPONSE
           MOVE AE-CHECKED-ID TO WS-SA-NEW-ID(WS-SA-IDX)
           MOVE 'Y' TO WS-SA-XREF-SW(WS-SA-IDX)
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT
               OR WS-MST-ENTRY(WS-MST-IDX)(1:8) = SLR-OLD-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-MST-IDX NOT > WS-MST-COUNT
               MOVE 'N' TO WS-SA-XREF-SW(WS-SA-IDX)
               MOVE 'OLD NUMBER IS LIVE ON OUR MASTER - NO REDIRECT'
                   TO WS-SA-REASON(WS-SA-IDX)
           END-IF
           .

      *>================================================================*
      *> BUILD ACCOUNTS — the master row for every converted
      *> account, with the joint owner mapped to the new number, and
      *> one listing line per seller account.
      *>================================================================*
       3200-BUILD-ACCOUNTS.
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM RPT-COL-HDR
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               MOVE WS-SA-ROW(WS-SA-IDX) TO SELLER-MASTER-RECORD
               MOVE SLR-OLD-ACCT-ID          TO RPT-D-OLD
               MOVE WS-SA-NEW-ID(WS-SA-IDX)  TO RPT-D-NEW
               MOVE SLR-A-NAME               TO RPT-D-NAME
               MOVE SLR-A-ACCT-TYPE          TO RPT-D-TYPE
               MOVE SLR-A-STATUS             TO RPT-D-STATUS
               MOVE SLR-A-BALANCE            TO RPT-D-BALANCE
               MOVE SPACES                   TO RPT-D-JOINT
               MOVE 'N' TO WS-JOINT-MISSING-SW
               EVALUATE TRUE
                   WHEN WS-SA-CONVERTED(WS-SA-IDX)
                       MOVE 'CONVERTED' TO RPT-D-NOTE
                       PERFORM 3250-BUILD-ONE-ACCOUNT
                   WHEN WS-SA-SKIPPED(WS-SA-IDX)
                       MOVE 'CLOSED, NO BALANCE - SKIPPED'
                           TO RPT-D-NOTE
                   WHEN OTHER
                       MOVE 'NOT CONVERTED' TO RPT-D-NOTE
               END-EVALUATE
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-SA-REASON(WS-SA-IDX) NOT = SPACES
                   MOVE 'ACCOUNT' TO RPT-X-KIND
                   MOVE SLR-OLD-ACCT-ID TO RPT-X-OLD
                   MOVE WS-SA-REASON(WS-SA-IDX) TO RPT-X-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
               IF WS-JOINT-MISSING
                   MOVE 'JOINT' TO RPT-X-KIND
                   MOVE SLR-OLD-ACCT-ID TO RPT-X-OLD
                   MOVE 'JOINT OWNER NOT CONVERTED - KEPT BY NAME ONLY'
                       TO RPT-X-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-PERFORM
           .

       3250-BUILD-ONE-ACCOUNT.
           INITIALIZE CONVERTED-RECORD
           MOVE WS-SA-NEW-ID(WS-SA-IDX) TO CNV-ID
           MOVE SLR-A-NAME              TO CNV-NAME
           MOVE SLR-A-BRANCH            TO CNV-BRANCH
           MOVE SLR-A-ACCT-TYPE         TO CNV-ACCT-TYPE
           MOVE SLR-A-STATUS            TO CNV-STATUS
           MOVE SLR-A-BALANCE           TO CNV-BALANCE
           MOVE SLR-A-OPEN-DATE         TO CNV-OPEN-DATE
           IF SLR-A-LAST-ACTIVITY IS NUMERIC
               AND SLR-A-LAST-ACTIVITY > 0
               MOVE SLR-A-LAST-ACTIVITY TO CNV-LAST-ACTIVITY
           ELSE
               MOVE SLR-A-OPEN-DATE     TO CNV-LAST-ACTIVITY
           END-IF
           MOVE SLR-A-YTD-INTEREST      TO CNV-YTD-INTEREST
           MOVE 0                       TO CNV-WDR-COUNT
           IF SLR-A-WITHHOLD-IND = 'Y'
               SET CNV-BACKUP-WITHHOLD TO TRUE
           ELSE
               MOVE 'N' TO CNV-WITHHOLD-IND
           END-IF
           MOVE SPACE                   TO CNV-FILLER
           MOVE SLR-A-ACCRUED-INT       TO CNV-ACCRUED-INT
           MOVE SLR-A-YTD-WITHHELD      TO CNV-YTD-WITHHELD
           SET CNV-NOT-JOINT TO TRUE
           MOVE SPACES TO CNV-SECONDARY-ID CNV-SECONDARY-NAME
           IF SLR-A-JOINT-OLD-ID NOT = SPACES
               OR SLR-A-JOINT-NAME NOT = SPACES
               SET CNV-IS-JOINT TO TRUE
               MOVE SLR-A-JOINT-NAME TO CNV-SECONDARY-NAME
               IF SLR-A-JOINT-OLD-ID NOT = SPACES
                   MOVE SLR-A-JOINT-OLD-ID TO WS-LOOKUP-OLD-ID
                   PERFORM 3900-FIND-NEW-ID
                   IF WS-LOOKUP-NEW-ID = SPACES
                       SET WS-JOINT-MISSING TO TRUE
                   ELSE
                       MOVE WS-LOOKUP-NEW-ID TO CNV-SECONDARY-ID
                       MOVE WS-LOOKUP-NEW-ID TO RPT-D-JOINT
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-CNV-COUNT
           SET WS-CNV-IDX TO WS-CNV-COUNT
           MOVE CONVERTED-RECORD TO WS-CNV-ROW(WS-CNV-IDX)
           SET WS-CNV-SA-POS(WS-CNV-IDX) TO WS-SA-IDX
           ADD 1 TO WS-CTR-ACCTS-CONV
           ADD SLR-A-BALANCE      TO WS-TOT-BAL-CONV
           ADD SLR-A-YTD-INTEREST TO WS-TOT-YTD-CONV
           .

      *>================================================================*
      *> CONVERT ORDERS — each standing order on a converted account
      *> moves to the new number, a transfer target with it.
      *>================================================================*
       3500-CONVERT-ORDERS.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-SS-COUNT
               MOVE WS-SS-ROW(WS-SS-IDX) TO SELLER-MASTER-RECORD
               PERFORM 3550-CONVERT-ONE-ORDER
           END-PERFORM
           .

       3550-CONVERT-ONE-ORDER.
           MOVE 'ORDER' TO RPT-X-KIND
           MOVE SLR-OLD-ACCT-ID TO RPT-X-OLD
           MOVE SLR-OLD-ACCT-ID TO WS-LOOKUP-OLD-ID
           PERFORM 3900-FIND-NEW-ID
           IF WS-LOOKUP-NEW-ID = SPACES
               MOVE 'STANDING ORDER ON AN ACCOUNT NOT CONVERTED'
                   TO RPT-X-REASON
               PERFORM 8000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF (SLR-S-TYPE NOT = 'D' AND SLR-S-TYPE NOT = 'W'
                   AND SLR-S-TYPE NOT = 'T')
               OR (SLR-S-FREQUENCY NOT = 'D'
                   AND SLR-S-FREQUENCY NOT = 'W'
                   AND SLR-S-FREQUENCY NOT = 'M')
               OR SLR-S-NEXT-RUN IS NOT NUMERIC
               MOVE 'STANDING ORDER TYPE, FREQUENCY OR DATE INVALID'
                   TO RPT-X-REASON
               PERFORM 8000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           INITIALIZE STANDING-ORDER-RECORD
           MOVE WS-LOOKUP-NEW-ID TO SO-ACCT-ID
           MOVE SPACES           TO SO-XFER-ACCT-ID
           IF SLR-S-TYPE = 'T'
               MOVE SLR-S-XFER-OLD-ID TO WS-LOOKUP-OLD-ID
               PERFORM 3900-FIND-NEW-ID
               IF WS-LOOKUP-NEW-ID = SPACES
                   MOVE 'TRANSFER TARGET NOT A CONVERTED ACCOUNT'
                       TO RPT-X-REASON
                   PERFORM 8000-WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LOOKUP-NEW-ID TO SO-XFER-ACCT-ID
           END-IF
           MOVE SLR-S-TYPE        TO SO-TYPE
           MOVE SLR-S-AMOUNT      TO SO-AMOUNT
           MOVE SLR-S-FREQUENCY   TO SO-FREQUENCY
           MOVE SLR-S-NEXT-RUN    TO SO-NEXT-RUN
           IF SLR-S-END-DATE IS NUMERIC
               MOVE SLR-S-END-DATE TO SO-END-DATE
           ELSE
               MOVE 0 TO SO-END-DATE
           END-IF
           MOVE SLR-S-DESC        TO SO-DESC
           MOVE SLR-S-NEXT-RUN(7:2) TO SO-ANCHOR-DAY
           ADD 1 TO WS-SO-COUNT
           MOVE STANDING-ORDER-RECORD TO WS-SO-OUT(WS-SO-COUNT)
           .

      *>================================================================*
      *> CONVERT TERMS — certificate terms for each converted term
      *> account, opened on the companion file under the new number.
      *>================================================================*
       3600-CONVERT-TERMS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE WS-ST-ROW(WS-ST-IDX) TO SELLER-MASTER-RECORD
               PERFORM 3650-CONVERT-ONE-TERM
           END-PERFORM
           .

       3650-CONVERT-ONE-TERM.
           MOVE SLR-OLD-ACCT-ID TO WS-LOOKUP-OLD-ID
           PERFORM 3900-FIND-NEW-ID
           IF WS-LOOKUP-NEW-ID = SPACES
               OR WS-SA-ACCT-TYPE(WS-SA-IDX2) NOT = 'T'
               MOVE 'TERM' TO RPT-X-KIND
               MOVE SLR-OLD-ACCT-ID TO RPT-X-OLD
               MOVE 'CERTIFICATE TERMS FOR NO CONVERTED TERM ACCOUNT'
                   TO RPT-X-REASON
               PERFORM 8000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           INITIALIZE TERM-DEPOSIT-RECORD
           MOVE WS-LOOKUP-NEW-ID      TO TD-ACCT-ID
           MOVE SLR-T-OPEN-AMOUNT     TO TD-OPEN-AMOUNT
           MOVE SLR-T-RATE            TO TD-RATE
           MOVE SLR-T-TERM-MONTHS     TO TD-TERM-MONTHS
           MOVE SLR-T-MATURITY-DATE   TO TD-MATURITY-DATE
           MOVE SLR-T-RENEWAL-INSTR   TO TD-RENEWAL-INSTR
           SET TD-OPEN TO TRUE
           MOVE 'N'                   TO TD-NOTICE-SENT
           MOVE SPACES                TO TD-FILLER
           ADD 1 TO WS-TD-COUNT
           MOVE TERM-DEPOSIT-RECORD TO WS-TD-OUT(WS-TD-COUNT)
           ADD 1 TO WS-CTR-TERMS-CONV
           ADD SLR-T-OPEN-AMOUNT TO WS-TOT-TERM-CONV
           .

      *> Old number to new for a converted seller account; spaces
      *> when it did not convert. Leaves WS-SA-IDX2 on the match.
       3900-FIND-NEW-ID.
           MOVE SPACES TO WS-LOOKUP-NEW-ID
           IF WS-LOOKUP-OLD-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SA-IDX2 FROM 1 BY 1
               UNTIL WS-SA-IDX2 > WS-SA-COUNT
               OR (WS-SA-ROW(WS-SA-IDX2)(2:8) = WS-LOOKUP-OLD-ID
                   AND WS-SA-CONVERTED(WS-SA-IDX2))
               CONTINUE
           END-PERFORM
           IF WS-SA-IDX2 NOT > WS-SA-COUNT
               MOVE WS-SA-NEW-ID(WS-SA-IDX2) TO WS-LOOKUP-NEW-ID
           END-IF
           .

      *>================================================================*
      *> PROVE BALANCE — what was read against the seller's trailer.
      *> Any difference, or no trailer at all, converts nothing.
      *>================================================================*
       4000-PROVE-BALANCE.
           IF NOT WS-TRAILER-SEEN
               OR WS-Z-ACCT-COUNT    NOT = WS-SA-COUNT
               OR WS-Z-BALANCE-TOTAL NOT = WS-TOT-BAL-READ
               OR WS-Z-YTD-INT-TOTAL NOT = WS-TOT-YTD-READ
               OR WS-Z-ORDER-COUNT   NOT = WS-SS-COUNT
               OR WS-Z-TERM-COUNT    NOT = WS-ST-COUNT
               OR WS-Z-TERM-AMOUNT   NOT = WS-TOT-TERM-READ
               MOVE 'N' TO WS-BALANCED-SW
           END-IF
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM RPT-BAL-HDR
               AFTER ADVANCING 1 LINE
           MOVE 'ACCOUNTS'              TO WS-BL-LABEL
           MOVE WS-Z-ACCT-COUNT         TO WS-BL-SELLER
           MOVE WS-SA-COUNT             TO WS-BL-READ
           MOVE WS-CTR-ACCTS-CONV       TO WS-BL-CONV
           PERFORM 4100-PRINT-COUNT-LINE
           MOVE 'ACCOUNT BALANCES'      TO WS-BL-LABEL
           MOVE WS-Z-BALANCE-TOTAL      TO WS-BL-SELLER
           MOVE WS-TOT-BAL-READ         TO WS-BL-READ
           MOVE WS-TOT-BAL-CONV         TO WS-BL-CONV
           PERFORM 4200-PRINT-AMOUNT-LINE
           MOVE 'YTD INTEREST'          TO WS-BL-LABEL
           MOVE WS-Z-YTD-INT-TOTAL      TO WS-BL-SELLER
           MOVE WS-TOT-YTD-READ         TO WS-BL-READ
           MOVE WS-TOT-YTD-CONV         TO WS-BL-CONV
           PERFORM 4200-PRINT-AMOUNT-LINE
           MOVE 'STANDING ORDERS'       TO WS-BL-LABEL
           MOVE WS-Z-ORDER-COUNT        TO WS-BL-SELLER
           MOVE WS-SS-COUNT             TO WS-BL-READ
           MOVE WS-SO-COUNT             TO WS-BL-CONV
           PERFORM 4100-PRINT-COUNT-LINE
           MOVE 'TERM DEPOSITS'         TO WS-BL-LABEL
           MOVE WS-Z-TERM-COUNT         TO WS-BL-SELLER
           MOVE WS-ST-COUNT             TO WS-BL-READ
           MOVE WS-CTR-TERMS-CONV       TO WS-BL-CONV
           PERFORM 4100-PRINT-COUNT-LINE
           MOVE 'TERM DEPOSIT AMOUNTS'  TO WS-BL-LABEL
           MOVE WS-Z-TERM-AMOUNT        TO WS-BL-SELLER
           MOVE WS-TOT-TERM-READ        TO WS-BL-READ
           MOVE WS-TOT-TERM-CONV        TO WS-BL-CONV
           PERFORM 4200-PRINT-AMOUNT-LINE
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           IF WS-BALANCED
               MOVE 'SELLER FILE PROVES TO ITS TRAILER TOTALS'
                   TO RPT-MSG-TEXT
               WRITE REPORT-LINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF NOT WS-TRAILER-SEEN
                   MOVE '*** NO SELLER TRAILER ON FILE - NOTHING '
                       & 'CONVERTED' TO RPT-MSG-TEXT
               ELSE
                   MOVE '*** SELLER FILE OUT OF BALANCE WITH ITS '
                       & 'TRAILER - NOTHING CONVERTED' TO RPT-MSG-TEXT
               END-IF
               WRITE REPORT-LINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'ACQCONV: ERROR - seller file does not prove '
                   'to its trailer; nothing converted'
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           .

       4100-PRINT-COUNT-LINE.
           MOVE WS-BL-LABEL  TO RPT-C-LABEL
           MOVE WS-BL-SELLER TO RPT-C-SELLER
           MOVE WS-BL-READ   TO RPT-C-READ
           MOVE WS-BL-CONV   TO RPT-C-CONV
           COMPUTE RPT-C-NOT-CONV = WS-BL-READ - WS-BL-CONV
           WRITE REPORT-LINE FROM RPT-CNT-LINE
               AFTER ADVANCING 1 LINE
           .

       4200-PRINT-AMOUNT-LINE.
           MOVE WS-BL-LABEL  TO RPT-A-LABEL
           MOVE WS-BL-SELLER TO RPT-A-SELLER
           MOVE WS-BL-READ   TO RPT-A-READ
           MOVE WS-BL-CONV   TO RPT-A-CONV
           COMPUTE RPT-A-NOT-CONV = WS-BL-READ - WS-BL-CONV
           WRITE REPORT-LINE FROM RPT-AMT-LINE
               AFTER ADVANCING 1 LINE
           .

       4900-REPORT-OUTCOME.
           IF WS-DRY-RUN
               MOVE 'DRY RUN - NO MASTER, COMPANION OR CROSS-'
                   & 'REFERENCE FILE WRITTEN' TO RPT-MSG-TEXT
           ELSE
               MOVE 'LIVE - CONVERTED ACCOUNTS MERGED INTO '
                   & 'CUSTOMERS.DAT, OLD NUMBERS CROSS-REFERENCED'
                   TO RPT-MSG-TEXT
           END-IF
           WRITE REPORT-LINE FROM RPT-MSG-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> MERGE INTO MASTER — rewrite the master with each converted
      *> row inserted at its sorted CUST-ID position, the merge
      *> ACCTREST uses for restored accounts.
      *>================================================================*
       5000-MERGE-INTO-MASTER.
           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ACQCONV: ERROR rewriting CUSTOMERS.DAT, '
                       'STATUS=' WS-MASTER-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MST-POS
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
               UNTIL WS-CNV-IDX > WS-CNV-COUNT
               MOVE WS-CNV-ROW(WS-CNV-IDX)(1:8) TO WS-CNV-KEY
               PERFORM 5100-WRITE-MASTERS-BELOW-KEY
               MOVE WS-CNV-ROW(WS-CNV-IDX) TO CUSTOMER-RECORD
               WRITE CUSTOMER-RECORD
           END-PERFORM
           PERFORM UNTIL WS-MST-POS > WS-MST-COUNT
               SET WS-MST-IDX TO WS-MST-POS
               MOVE WS-MST-ENTRY(WS-MST-IDX) TO CUSTOMER-RECORD
               WRITE CUSTOMER-RECORD
               ADD 1 TO WS-MST-POS
           END-PERFORM
           CLOSE MASTER-FILE
           DISPLAY 'ACQCONV: Merged ' WS-CNV-COUNT
               ' converted account(s) into CUSTOMERS.DAT'
           .

       5100-WRITE-MASTERS-BELOW-KEY.
           MOVE 'N' TO WS-MERGE-DONE-SW
           PERFORM UNTIL WS-MERGE-DONE
               IF WS-MST-POS > WS-MST-COUNT
                   SET WS-MERGE-DONE TO TRUE
               ELSE
                   SET WS-MST-IDX TO WS-MST-POS
                   MOVE WS-MST-ENTRY(WS-MST-IDX)(1:8) TO WS-MST-KEY
                   IF WS-MST-KEY < WS-CNV-KEY
                       MOVE WS-MST-ENTRY(WS-MST-IDX)
                           TO CUSTOMER-RECORD
                       WRITE CUSTOMER-RECORD
                       ADD 1 TO WS-MST-POS
                   ELSE
                       SET WS-MERGE-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .

      *> A seller account with no address on file gets no row, the
      *> same as an account opened without one
       5500-APPEND-DEMOGRAPHICS.
           OPEN EXTEND DEMO-FILE
           IF WS-DEMO-STATUS NOT = '00'
               OPEN OUTPUT DEMO-FILE
           END-IF
           IF WS-DEMO-STATUS NOT = '00'
               DISPLAY 'ACQCONV: ERROR opening CUST-DEMOGRAPHICS.DAT'
                   ', STATUS=' WS-DEMO-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CNV-IDX FROM 1 BY 1
               UNTIL WS-CNV-IDX > WS-CNV-COUNT
               SET WS-SA-IDX TO WS-CNV-SA-POS(WS-CNV-IDX)
               MOVE WS-SA-ROW(WS-SA-IDX) TO SELLER-MASTER-RECORD
               IF SLR-A-ADDR-LINE1 NOT = SPACES
                   OR SLR-A-TAX-ID NOT = SPACES
                   INITIALIZE DEMOGRAPHICS-RECORD
                   MOVE WS-SA-NEW-ID(WS-SA-IDX) TO DEMO-CUST-ID
                   MOVE SLR-A-ADDR-LINE1  TO DEMO-ADDR-LINE1
                   MOVE SLR-A-ADDR-LINE2  TO DEMO-ADDR-LINE2
                   MOVE SLR-A-CITY        TO DEMO-CITY
                   MOVE SLR-A-STATE       TO DEMO-STATE
                   MOVE SLR-A-ZIP         TO DEMO-ZIP
                   MOVE SLR-A-TAX-ID      TO DEMO-TAX-ID
                   MOVE SLR-A-PHONE       TO DEMO-PHONE
                   MOVE SPACE             TO DEMO-MAIL-STATUS
                   MOVE 0                 TO DEMO-RTS-DATE
                   WRITE DEMO-FILE-RECORD FROM DEMOGRAPHICS-RECORD
                   ADD 1 TO WS-CTR-DEMO-WRITTEN
               END-IF
           END-PERFORM
           CLOSE DEMO-FILE
           .

       5600-APPEND-ORDERS.
           IF WS-SO-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ORDER-FILE
           IF WS-SO-STATUS NOT = '00'
               OPEN OUTPUT ORDER-FILE
           END-IF
           IF WS-SO-STATUS NOT = '00'
               DISPLAY 'ACQCONV: ERROR opening STANDING-ORDERS.DAT, '
                       'STATUS=' WS-SO-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-COUNT
               WRITE ORDER-FILE-RECORD FROM WS-SO-OUT(WS-SO-IDX)
           END-PERFORM
           CLOSE ORDER-FILE
           .

       5700-APPEND-TERMS.
           IF WS-TD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TERM-FILE
           IF WS-TD-STATUS NOT = '00'
               OPEN OUTPUT TERM-FILE
           END-IF
           IF WS-TD-STATUS NOT = '00'
               DISPLAY 'ACQCONV: ERROR opening TERM-DEPOSITS.DAT, '
                       'STATUS=' WS-TD-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-COUNT
               WRITE TERM-FILE-RECORD FROM WS-TD-OUT(WS-TD-IDX)
           END-PERFORM
           CLOSE TERM-FILE
           .

       5800-APPEND-XREF.
           OPEN EXTEND XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               OPEN OUTPUT XREF-FILE
           END-IF
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'ACQCONV: ERROR opening ACCT-CONVERT-XREF.DAT'
                   ', STATUS=' WS-XREF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               IF WS-SA-CONVERTED(WS-SA-IDX)
                   AND WS-SA-XREF(WS-SA-IDX)
                   MOVE WS-SA-ROW(WS-SA-IDX)(2:8) TO CVX-OLD-ACCT-ID
                   MOVE WS-SA-NEW-ID(WS-SA-IDX)   TO CVX-NEW-ACCT-ID
                   MOVE WS-RUN-DATE               TO CVX-CONVERT-DATE
                   MOVE WS-GRACE-END              TO CVX-GRACE-END
                   MOVE WS-PORTFOLIO              TO CVX-PORTFOLIO
                   WRITE XREF-FILE-RECORD FROM CONVERT-XREF-RECORD
                   ADD 1 TO WS-CTR-XREF-WRITTEN
               END-IF
           END-PERFORM
           CLOSE XREF-FILE
           .

       8000-WRITE-EXCEPTION.
           WRITE REPORT-LINE FROM RPT-EXC-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CTR-EXCEPTIONS
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY '--- ACQCONV Summary ---'
           DISPLAY '  Seller accounts read:    ' WS-SA-COUNT
           DISPLAY '  Accounts converted:      ' WS-CTR-ACCTS-CONV
           DISPLAY '  Closed accounts skipped: ' WS-CTR-ACCTS-SKIPPED
           DISPLAY '  Standing orders moved:   ' WS-SO-COUNT
           DISPLAY '  Term deposits moved:     ' WS-CTR-TERMS-CONV
           DISPLAY '  Exceptions listed:       ' WS-CTR-EXCEPTIONS
           IF WS-LIVE-RUN
               DISPLAY '  Demographics written:    '
                   WS-CTR-DEMO-WRITTEN
               DISPLAY '  Cross-references added:  '
                   WS-CTR-XREF-WRITTEN
           END-IF
           DISPLAY '  Return code:             ' WS-RETURN-CODE
           .
