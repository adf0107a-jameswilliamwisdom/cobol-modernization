      *>================================================================*
      *> TICMRF.cob — Transparency-in-coverage machine-readable files
      *> Compile: cobc -x -free -I copybooks TICMRF.cob
      *> The monthly publication of what we pay, in the federal
      *> machine-readable (JSON) layouts:
      *>   - the in-network rate file: every procedure code on the
      *>     fee schedule with each in-network provider's negotiated
      *>     rate, the provider's tax ID off the provider master,
      *>     the billing class and the rate's effective and
      *>     expiration dates; the inpatient per-diem and case rates
      *>     off the DRG rate file as institutional rates for all
      *>     stays;
      *>   - the allowed-amount file: what we allowed on the
      *>     out-of-network lines we paid with dates of service in
      *>     the 90 days ending 180 days before publication, by
      *>     procedure code and provider, with any procedure code
      *>     paid on fewer than 20 different claims left out, as
      *>     the rule requires;
      *>   - a table of contents for each plan on the plan-design
      *>     master, pointing at the two files.
      *> A fee row prices the way CLMPROC prices it: a flat rate as
      *> the negotiated amount, a relative-value row at today's
      *> relative value times its conversion factor (fee schedule),
      *> a percent-of-charge row as the percentage. Terminated rows
      *> and out-of-network rows are not published. A contract's
      *> base-schedule rows publish once for each provider under the
      *> contract today, with that provider's tax ID, unless the
      *> provider carries its own row for the code; a
      *> non-participating contract's rows are not published.
      *>
      *> Input:  data/PROVIDERS.DAT         (SEQUENTIAL, FEESCHED)
      *>         data/RVU-TABLE.DAT         (LINE SEQ, RVUTBL)
      *>         data/DRG-RATES.DAT         (LINE SEQ, DRGRATES)
      *>         data/PROVIDER-MASTER.DAT   (SEQUENTIAL, PROVMAST)
      *>         data/CONTRACT-MASTER.DAT   (LINE SEQ, CTRMAST)
      *>         data/PROVIDER-CONTRACTS.DAT (LINE SEQ, PRVCTR)
      *>         data/ADJUDICATED.DAT       (SEQUENTIAL, CLAIMREC)
      *>         data/PLAN-DESIGNS.DAT      (LINE SEQ, PLANMAST)
      *> Output: data/TIC-IN-NETWORK.JSON      (LINE SEQUENTIAL)
      *>         data/TIC-ALLOWED-AMOUNTS.JSON (LINE SEQUENTIAL)
      *>         data/TIC-TOC-<plan id>.JSON   (LINE SEQUENTIAL,
      *>                 one per plan)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICMRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-FILE
               ASSIGN TO 'data/PROVIDERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT RVU-FILE
               ASSIGN TO 'data/RVU-TABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVU-STATUS.
           SELECT DRG-RATE-FILE
               ASSIGN TO 'data/DRG-RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRG-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT CONTRACT-MASTER-FILE
               ASSIGN TO 'data/CONTRACT-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.
           SELECT PROVIDER-CONTRACT-FILE
               ASSIGN TO 'data/PROVIDER-CONTRACTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT ADJ-FILE
               ASSIGN TO 'data/ADJUDICATED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT PLAN-DESIGN-FILE
               ASSIGN TO 'data/PLAN-DESIGNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.
           SELECT IN-NETWORK-FILE
               ASSIGN TO 'data/TIC-IN-NETWORK.JSON'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INN-STATUS.
           SELECT ALLOWED-FILE
               ASSIGN TO 'data/TIC-ALLOWED-AMOUNTS.JSON'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALW-STATUS.
           SELECT TOC-FILE
               ASSIGN TO WS-TOC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-FILE.
       COPY FEESCHED.

       FD  RVU-FILE.
       COPY RVUTBL.

       FD  DRG-RATE-FILE.
       COPY DRGRATES.

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  CONTRACT-MASTER-FILE.
       COPY CTRMAST.

       FD  PROVIDER-CONTRACT-FILE.
       COPY PRVCTR.

       FD  ADJ-FILE.
       COPY CLAIMREC.

       FD  PLAN-DESIGN-FILE.
       COPY PLANMAST.

       FD  IN-NETWORK-FILE.
       01  IN-NETWORK-LINE            PIC X(400).

       FD  ALLOWED-FILE.
       01  ALLOWED-LINE               PIC X(400).

       FD  TOC-FILE.
       01  TOC-LINE                   PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-FEE-STATUS              PIC XX.
       01  WS-RVU-STATUS              PIC XX.
       01  WS-DRG-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-CON-STATUS              PIC XX.
       01  WS-ASG-STATUS              PIC XX.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-PLN-STATUS              PIC XX.
       01  WS-INN-STATUS              PIC XX.
       01  WS-ALW-STATUS              PIC XX.
       01  WS-TOC-STATUS              PIC XX.
       01  WS-TOC-FILENAME            PIC X(40).
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-INT                 PIC 9(8).

      *> The reporting entity — the same company that pays the
      *> claims (CLMACH, PRV1099)
       01  WS-PAYER-TIN               PIC X(9)  VALUE '234567890'.
       01  WS-PAYER-NAME              PIC X(40)
           VALUE 'HEALTH CLAIMS CO'.
       01  WS-MRF-VERSION             PIC X(5)  VALUE '1.0.0'.

      *> Allowed amounts: a procedure code paid on fewer than this
      *> many different claims in the period is not published, and
      *> the period is the 90 days ending 180 days before the run
       01  WS-MIN-CLAIM-COUNT         PIC 9(3) VALUE 20.
       01  WS-LOOKBACK-LAG            PIC 9(3) VALUE 180.
       01  WS-LOOKBACK-DAYS           PIC 9(3) VALUE 90.
       01  WS-PERIOD-START-INT        PIC 9(8).
       01  WS-PERIOD-END-INT          PIC 9(8).
       01  WS-DOS-INT                 PIC 9(8).

      *> In-network fee rows, held for grouping by procedure code
       01  WS-FR-COUNT                PIC 9(4) VALUE 0.
       01  WS-FR-TABLE.
           05  WS-FR-ENTRY OCCURS 1000.
               10  WS-FR-PROVIDER     PIC X(10).
               10  WS-FR-PROC         PIC X(5).
               10  WS-FR-TYPE         PIC X(12).
               10  WS-FR-RATE         PIC S9(7)V99.
               10  WS-FR-EFF          PIC 9(8).
               10  WS-FR-TERM         PIC 9(8).
       01  WS-FR-IDX                  PIC 9(4).

      *> Distinct procedure codes on the published fee rows
       01  WS-PC-COUNT                PIC 9(4) VALUE 0.
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY OCCURS 1000.
               10  WS-PC-PROC         PIC X(5).
       01  WS-PC-IDX                  PIC 9(4).

      *> Relative values in effect today
       01  WS-RVU-COUNT               PIC 9(4) VALUE 0.
       01  WS-RVU-TABLE.
           05  WS-RVU-ENTRY OCCURS 500.
               10  WS-RVT-PROC        PIC X(5).
               10  WS-RVT-EFF         PIC 9(8).
               10  WS-RVT-TERM        PIC 9(8).
               10  WS-RVT-TOTAL       PIC 9(4)V99.
       01  WS-RVU-IDX                 PIC 9(4).
       01  WS-ROW-RVU                 PIC 9(4)V99.

      *> Provider tax IDs off the provider master
       01  WS-PV-COUNT                PIC 9(4) VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 500.
               10  WS-PV-ID           PIC X(10).
               10  WS-PV-TAX-ID       PIC X(9).
       01  WS-PV-IDX                  PIC 9(4).
       01  WS-CUR-TIN                 PIC X(9).
       01  WS-CUR-PROVIDER            PIC X(10).

      *> Contracts in force today and today's provider assignments
      *> to them — whose tax IDs a base-schedule row publishes under
       01  WS-CON-COUNT               PIC 9(3) VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 100.
               10  WS-CON-ID          PIC X(10).
               10  WS-CON-SCHEDULE    PIC X(10).
               10  WS-CON-TIER        PIC X(1).
       01  WS-CON-IDX                 PIC 9(3).
       01  WS-ASG-COUNT               PIC 9(4) VALUE 0.
       01  WS-ASG-TABLE.
           05  WS-ASG-ENTRY OCCURS 1000.
               10  WS-ASG-PROVIDER    PIC X(10).
               10  WS-ASG-CONTRACT    PIC X(10).
       01  WS-ASG-IDX                 PIC 9(4).
       01  WS-IS-SCHEDULE             PIC X(1).
       01  WS-HAS-OWN-ROW             PIC X(1).
       01  WS-FR-IDX2                 PIC 9(4).

      *> Out-of-network allowed amounts — one entry per procedure,
      *> provider, place of service, allowed amount and billed
      *> charge, with the distinct claims counted by procedure
       01  WS-OC-COUNT                PIC 9(4) VALUE 0.
       01  WS-OC-TABLE.
           05  WS-OC-ENTRY OCCURS 500.
               10  WS-OC-PROC         PIC X(5).
               10  WS-OC-CLAIMS       PIC 9(5).
               10  WS-OC-LAST-CLAIM   PIC X(12).
       01  WS-OC-IDX                  PIC 9(4).
       01  WS-OE-COUNT                PIC 9(4) VALUE 0.
       01  WS-OE-TABLE.
           05  WS-OE-ENTRY OCCURS 2000.
               10  WS-OE-PROC         PIC X(5).
               10  WS-OE-PROVIDER     PIC X(10).
               10  WS-OE-PLACE        PIC X(2).
               10  WS-OE-ALLOWED      PIC S9(7)V99.
               10  WS-OE-BILLED       PIC S9(7)V99.
       01  WS-OE-IDX                  PIC 9(4).

      *> The current claim's service lines, matched to A rows by
      *> line number
       01  WS-CUR-CLAIM               PIC X(12).
       01  WS-SL-COUNT                PIC 9(2) VALUE 0.
       01  WS-SL-TABLE.
           05  WS-SL-ENTRY OCCURS 25.
               10  WS-SL-LINE         PIC 9(2).
               10  WS-SL-PROC         PIC X(5).
               10  WS-SL-DOS          PIC 9(8).
               10  WS-SL-CHARGE       PIC S9(7)V99.
               10  WS-SL-PLACE        PIC X(2).
       01  WS-SL-IDX                  PIC 9(2).
       01  WS-SL-FOUND                PIC 9(2).

      *> Plans for the tables of contents
       01  WS-PL-COUNT                PIC 9(3) VALUE 0.
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 100.
               10  WS-PL-ID           PIC X(5).
               10  WS-PL-NAME         PIC X(20).
       01  WS-PL-IDX                  PIC 9(3).

      *> JSON building
       01  WS-JSON                    PIC X(400).
       01  WS-FIRST-ITEM              PIC X(1).
       01  WS-FIRST-RATE              PIC X(1).
       01  WS-SEP                     PIC X(1).
       01  WS-ITEM-SEP                PIC X(1).
       01  WS-JS-AMT                  PIC Z(6)9.99.
       01  WS-JS-AMT2                 PIC Z(6)9.99.
       01  WS-CODE-TYPE               PIC X(5).
       01  WS-CUR-PROC                PIC X(5).
       01  WS-CUR-RATE-TYPE           PIC X(12).
       01  WS-BILLING-CLASS           PIC X(13).
       01  WS-DATE-IN                 PIC 9(8).
       01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
           05  WS-DI-YYYY             PIC X(4).
           05  WS-DI-MM               PIC X(2).
           05  WS-DI-DD               PIC X(2).
       01  WS-ISO-DATE.
           05  WS-ISO-YYYY            PIC X(4).
           05  FILLER                 PIC X(1) VALUE '-'.
           05  WS-ISO-MM              PIC X(2).
           05  FILLER                 PIC X(1) VALUE '-'.
           05  WS-ISO-DD              PIC X(2).
       01  WS-ISO-EFF                 PIC X(10).
       01  WS-ISO-TERM                PIC X(10).
       01  WS-ISO-RUN                 PIC X(10).

       01  WS-FEE-ROWS-READ           PIC 9(5) VALUE 0.
       01  WS-RATES-PUBLISHED         PIC 9(5) VALUE 0.
       01  WS-DRG-PUBLISHED           PIC 9(5) VALUE 0.
       01  WS-OON-LINES               PIC 9(5) VALUE 0.
       01  WS-CODES-PUBLISHED         PIC 9(5) VALUE 0.
       01  WS-CODES-SUPPRESSED        PIC 9(5) VALUE 0.
       01  WS-TOC-WRITTEN             PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'TICMRF - TRANSPARENCY-IN-COVERAGE FILES'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM FORMAT-ISO-DATE
           MOVE WS-ISO-DATE TO WS-ISO-RUN
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-PERIOD-END-INT = WS-RUN-INT - WS-LOOKBACK-LAG
           COMPUTE WS-PERIOD-START-INT =
               WS-PERIOD-END-INT - WS-LOOKBACK-DAYS + 1
           PERFORM LOAD-PROVIDER-MASTER
           PERFORM LOAD-CONTRACTS
           PERFORM LOAD-RVU-TABLE
           PERFORM LOAD-FEE-ROWS
           PERFORM WRITE-IN-NETWORK-FILE
           PERFORM COLLECT-OON-ALLOWED
           PERFORM WRITE-ALLOWED-FILE
           PERFORM WRITE-TOC-FILES
           DISPLAY 'TICMRF COMPLETE'
           DISPLAY '  FEE ROWS READ:         ' WS-FEE-ROWS-READ
           DISPLAY '  RATES PUBLISHED:       ' WS-RATES-PUBLISHED
           DISPLAY '  INPATIENT RATES:       ' WS-DRG-PUBLISHED
           DISPLAY '  OON PAID LINES:        ' WS-OON-LINES
           DISPLAY '  OON CODES PUBLISHED:   ' WS-CODES-PUBLISHED
           DISPLAY '  OON CODES SUPPRESSED:  ' WS-CODES-SUPPRESSED
           DISPLAY '  TABLES OF CONTENTS:    ' WS-TOC-WRITTEN
           STOP RUN.

       LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               DISPLAY 'TICMRF: NO PROVIDER-MASTER.DAT - TAX IDS '
                   'PUBLISH BLANK'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> A provider dropped here would publish without its tax ID
                       IF WS-PV-COUNT = 500
                           DISPLAY 'TICMRF: ERROR - MORE THAN 500 '
                               'PROVIDERS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PV-COUNT
                       MOVE PRV-PROVIDER-ID TO WS-PV-ID(WS-PV-COUNT)
                       MOVE PRV-TAX-ID TO WS-PV-TAX-ID(WS-PV-COUNT)
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE.

      *> Only what is in force today publishes; both files are
      *> optional and without them every row is a provider's own
       LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-MASTER-FILE
           IF WS-CON-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTRACT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RUN-DATE >= CTR-EFF-DATE
                           AND (CTR-TERM-DATE = 0
                                OR WS-RUN-DATE <= CTR-TERM-DATE)
                           IF WS-CON-COUNT = 100
                               DISPLAY 'TICMRF: ERROR - MORE THAN 100 '
                                   'CONTRACTS - RUN ABANDONED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CON-COUNT
                           MOVE CTR-CONTRACT-ID
                               TO WS-CON-ID(WS-CON-COUNT)
                           MOVE CTR-BASE-SCHEDULE
                               TO WS-CON-SCHEDULE(WS-CON-COUNT)
                           MOVE CTR-NETWORK-TIER
                               TO WS-CON-TIER(WS-CON-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-MASTER-FILE
           OPEN INPUT PROVIDER-CONTRACT-FILE
           IF WS-ASG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-CONTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RUN-DATE >= PCA-EFF-DATE
                           AND (PCA-TERM-DATE = 0
                                OR WS-RUN-DATE <= PCA-TERM-DATE)
                           IF WS-ASG-COUNT = 1000
                               DISPLAY 'TICMRF: ERROR - MORE THAN '
                                   '1000 CONTRACT ASSIGNMENTS - RUN '
                                   'ABANDONED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ASG-COUNT
                           MOVE PCA-PROVIDER-ID
                               TO WS-ASG-PROVIDER(WS-ASG-COUNT)
                           MOVE PCA-CONTRACT-ID
                               TO WS-ASG-CONTRACT(WS-ASG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-CONTRACT-FILE.

       LOAD-RVU-TABLE.
           OPEN INPUT RVU-FILE
           IF WS-RVU-STATUS NOT = '00'
               DISPLAY 'TICMRF: NO RVU-TABLE.DAT - RELATIVE-VALUE '
                   'ROWS PUBLISH AT THEIR FLAT RATE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RVU-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RVU-COUNT = 500
                           DISPLAY 'TICMRF: ERROR - MORE THAN 500 '
                               'RELATIVE VALUES - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RVU-COUNT
                       MOVE RVU-PROCEDURE-CODE
                           TO WS-RVT-PROC(WS-RVU-COUNT)
                       MOVE RVU-EFF-DATE
                           TO WS-RVT-EFF(WS-RVU-COUNT)
                       MOVE RVU-TERM-DATE
                           TO WS-RVT-TERM(WS-RVU-COUNT)
                       COMPUTE WS-RVT-TOTAL(WS-RVU-COUNT) =
                           RVU-WORK + RVU-PRACTICE-EXPENSE
                           + RVU-MALPRACTICE
                       END-COMPUTE
               END-READ
           END-PERFORM
           CLOSE RVU-FILE.

      *>================================================================*
      *> LOAD-FEE-ROWS: The in-network rows still in force (or yet
      *> to start), each priced into the negotiated type and amount
      *> the file reports. The conversion factor and percent fields
      *> are only read on the rows whose method uses them.
      *>================================================================*
       LOAD-FEE-ROWS.
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY 'TICMRF: NO PROVIDERS.DAT ON FILE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FEE-ROWS-READ
                       IF FEE-IN-NETWORK
                           AND (FEE-TERM-DATE = 0
                                OR FEE-TERM-DATE >= WS-RUN-DATE)
                           PERFORM ADD-FEE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.

       ADD-FEE-ROW.
      *> The file must carry every rate, so overflow stops the run
           IF WS-FR-COUNT = 1000
               DISPLAY 'TICMRF: ERROR - MORE THAN 1000 IN-NETWORK '
                   'FEE ROWS - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FR-COUNT
           MOVE FEE-PROVIDER-ID    TO WS-FR-PROVIDER(WS-FR-COUNT)
           MOVE FEE-PROCEDURE-CODE TO WS-FR-PROC(WS-FR-COUNT)
           MOVE FEE-EFFECTIVE-DATE TO WS-FR-EFF(WS-FR-COUNT)
           MOVE FEE-TERM-DATE      TO WS-FR-TERM(WS-FR-COUNT)
           MOVE 'negotiated'       TO WS-FR-TYPE(WS-FR-COUNT)
           MOVE FEE-CONTRACTED-RATE TO WS-FR-RATE(WS-FR-COUNT)
           EVALUATE TRUE
               WHEN FEE-PRICE-RVU
                   PERFORM FIND-ROW-RVU
                   IF WS-ROW-RVU > 0
                       MOVE 'fee schedule' TO WS-FR-TYPE(WS-FR-COUNT)
                       COMPUTE WS-FR-RATE(WS-FR-COUNT) ROUNDED =
                           WS-ROW-RVU * FEE-CONV-FACTOR
                       END-COMPUTE
                   END-IF
               WHEN FEE-PRICE-PCT-CHARGE
                   MOVE 'percentage' TO WS-FR-TYPE(WS-FR-COUNT)
                   MOVE FEE-PCT-OF-CHARGE TO WS-FR-RATE(WS-FR-COUNT)
           END-EVALUATE
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               OR WS-PC-PROC(WS-PC-IDX) = FEE-PROCEDURE-CODE
               CONTINUE
           END-PERFORM
           IF WS-PC-IDX > WS-PC-COUNT
               ADD 1 TO WS-PC-COUNT
               MOVE FEE-PROCEDURE-CODE TO WS-PC-PROC(WS-PC-COUNT)
           END-IF.

       FIND-ROW-RVU.
           MOVE 0 TO WS-ROW-RVU
           PERFORM VARYING WS-RVU-IDX FROM 1 BY 1
               UNTIL WS-RVU-IDX > WS-RVU-COUNT
               IF WS-RVT-PROC(WS-RVU-IDX) = FEE-PROCEDURE-CODE
                   AND WS-RUN-DATE >= WS-RVT-EFF(WS-RVU-IDX)
                   AND (WS-RVT-TERM(WS-RVU-IDX) = 0
                        OR WS-RUN-DATE <= WS-RVT-TERM(WS-RVU-IDX))
                   MOVE WS-RVT-TOTAL(WS-RVU-IDX) TO WS-ROW-RVU
               END-IF
           END-PERFORM.

      *>================================================================*
      *> WRITE-IN-NETWORK-FILE: One in_network item per procedure
      *> code, one negotiated_rates element per provider row under
      *> it; then one item carrying the inpatient stay rates.
      *>================================================================*
       WRITE-IN-NETWORK-FILE.
           OPEN OUTPUT IN-NETWORK-FILE
           IF WS-INN-STATUS NOT = '00'
               DISPLAY 'TICMRF: ERROR OPENING TIC-IN-NETWORK.JSON: '
                   WS-INN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-FILE-HEADER
           MOVE SPACES TO IN-NETWORK-LINE
           STRING FUNCTION TRIM(WS-JSON TRAILING)
               ',"in_network":[' DELIMITED BY SIZE
               INTO IN-NETWORK-LINE
           WRITE IN-NETWORK-LINE
           MOVE 'Y' TO WS-FIRST-ITEM
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               PERFORM WRITE-ONE-PROC-ITEM
           END-PERFORM
           PERFORM WRITE-INPATIENT-ITEM
           MOVE ']}' TO IN-NETWORK-LINE
           WRITE IN-NETWORK-LINE
           CLOSE IN-NETWORK-FILE.

      *> The reporting-entity preamble every file starts with
       BUILD-FILE-HEADER.
           MOVE SPACES TO WS-JSON
           STRING '{"reporting_entity_name":"'
               FUNCTION TRIM(WS-PAYER-NAME)
               '","reporting_entity_type":"health insurance issuer"'
               ',"last_updated_on":"' WS-ISO-RUN
               '","version":"' WS-MRF-VERSION '"'
               DELIMITED BY SIZE INTO WS-JSON.

       WRITE-ONE-PROC-ITEM.
           MOVE WS-PC-PROC(WS-PC-IDX) TO WS-CUR-PROC
           PERFORM JUDGE-CODE-TYPE
           MOVE SPACES TO IN-NETWORK-LINE
           IF WS-FIRST-ITEM = 'Y'
               MOVE SPACE TO WS-ITEM-SEP
           ELSE
               MOVE ',' TO WS-ITEM-SEP
           END-IF
           MOVE 'N' TO WS-FIRST-ITEM
           STRING WS-ITEM-SEP DELIMITED BY SPACE
               '{"negotiation_arrangement":"ffs","name":"'
               WS-PC-PROC(WS-PC-IDX) '","billing_code_type":"'
               DELIMITED BY SIZE
               WS-CODE-TYPE DELIMITED BY SPACE
               '","billing_code_type_version":"' WS-RUN-DATE(1:4)
               '","billing_code":"' WS-PC-PROC(WS-PC-IDX)
               '","description":"' WS-PC-PROC(WS-PC-IDX)
               '","negotiated_rates":[' DELIMITED BY SIZE
               INTO IN-NETWORK-LINE
           WRITE IN-NETWORK-LINE
           MOVE 'Y' TO WS-FIRST-RATE
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX > WS-FR-COUNT
               IF WS-FR-PROC(WS-FR-IDX) = WS-PC-PROC(WS-PC-IDX)
                   PERFORM WRITE-ONE-RATE
               END-IF
           END-PERFORM
           MOVE ']}' TO IN-NETWORK-LINE
           WRITE IN-NETWORK-LINE.

      *> CDT codes start with D, HCPCS level II codes with any other
      *> letter; the rest are CPT
       JUDGE-CODE-TYPE.
           EVALUATE TRUE
               WHEN WS-CUR-PROC(1:1) = 'D'
                   MOVE 'CDT' TO WS-CODE-TYPE
               WHEN WS-CUR-PROC(1:1) IS ALPHABETIC
                   MOVE 'HCPCS' TO WS-CODE-TYPE
               WHEN OTHER
                   MOVE 'CPT' TO WS-CODE-TYPE
           END-EVALUATE.

       WRITE-ONE-RATE.
      *> A contract's base-schedule row speaks for the providers
      *> under the contract, not for a provider of its own
           MOVE 'N' TO WS-IS-SCHEDULE
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-SCHEDULE(WS-CON-IDX)
                   = WS-FR-PROVIDER(WS-FR-IDX)
                   MOVE 'Y' TO WS-IS-SCHEDULE
                   IF WS-CON-TIER(WS-CON-IDX) NOT = 'N'
                       PERFORM WRITE-CONTRACT-RATES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IS-SCHEDULE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FR-PROVIDER(WS-FR-IDX) TO WS-CUR-PROVIDER
           PERFORM WRITE-PROVIDER-RATE.

       WRITE-PROVIDER-RATE.
           PERFORM FIND-PROVIDER-TIN
           MOVE WS-FR-EFF(WS-FR-IDX) TO WS-DATE-IN
           PERFORM FORMAT-ISO-DATE
           MOVE WS-ISO-DATE TO WS-ISO-EFF
           MOVE WS-FR-TERM(WS-FR-IDX) TO WS-DATE-IN
           PERFORM FORMAT-ISO-DATE
           MOVE WS-ISO-DATE TO WS-ISO-TERM
           MOVE WS-FR-RATE(WS-FR-IDX) TO WS-JS-AMT
           MOVE WS-FR-TYPE(WS-FR-IDX) TO WS-CUR-RATE-TYPE
           MOVE 'professional' TO WS-BILLING-CLASS
           PERFORM WRITE-RATE-LINE
           ADD 1 TO WS-RATES-PUBLISHED.

      *> One element per provider assigned to contract WS-CON-IDX
      *> today, skipping any provider whose own row for the code
      *> overrides the contract's
       WRITE-CONTRACT-RATES.
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-CONTRACT(WS-ASG-IDX) = WS-CON-ID(WS-CON-IDX)
                   MOVE WS-ASG-PROVIDER(WS-ASG-IDX) TO WS-CUR-PROVIDER
                   MOVE 'N' TO WS-HAS-OWN-ROW
                   PERFORM VARYING WS-FR-IDX2 FROM 1 BY 1
                       UNTIL WS-FR-IDX2 > WS-FR-COUNT
                       IF WS-FR-PROVIDER(WS-FR-IDX2) = WS-CUR-PROVIDER
                           AND WS-FR-PROC(WS-FR-IDX2)
                               = WS-FR-PROC(WS-FR-IDX)
                           MOVE 'Y' TO WS-HAS-OWN-ROW
                       END-IF
                   END-PERFORM
                   IF WS-HAS-OWN-ROW = 'N'
                       PERFORM WRITE-PROVIDER-RATE
                   END-IF
               END-IF
           END-PERFORM.

      *> One negotiated_rates element off the fields staged above
       WRITE-RATE-LINE.
           IF WS-FIRST-RATE = 'Y'
               MOVE SPACE TO WS-SEP
           ELSE
               MOVE ',' TO WS-SEP
           END-IF
           MOVE 'N' TO WS-FIRST-RATE
           MOVE SPACES TO IN-NETWORK-LINE
           STRING WS-SEP DELIMITED BY SPACE
               '{"provider_groups":[{"npi":[],"tin":{"type":"ein",'
               '"value":"' WS-CUR-TIN
               '"}}],"negotiated_prices":[{"negotiated_type":"'
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-RATE-TYPE)
               DELIMITED BY SIZE
               '","negotiated_rate":' WS-JS-AMT
               ',"effective_date":"' WS-ISO-EFF
               '","expiration_date":"' WS-ISO-TERM
               '","billing_class":"' DELIMITED BY SIZE
               WS-BILLING-CLASS DELIMITED BY SPACE
               '"}]}' DELIMITED BY SIZE
               INTO IN-NETWORK-LINE
           WRITE IN-NETWORK-LINE.

      *>================================================================*
      *> WRITE-INPATIENT-ITEM: The negotiated inpatient stay rates
      *> off the DRG rate file apply to every stay at the provider,
      *> not to a billing code, so they publish under the custom
      *> all-codes item as institutional rates — per diem, or a
      *> case rate for the stay
      *>================================================================*
       WRITE-INPATIENT-ITEM.
           OPEN INPUT DRG-RATE-FILE
           IF WS-DRG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IN-NETWORK-LINE
           IF WS-FIRST-ITEM = 'Y'
               MOVE SPACE TO WS-ITEM-SEP
           ELSE
               MOVE ',' TO WS-ITEM-SEP
           END-IF
           MOVE 'N' TO WS-FIRST-ITEM
           STRING WS-ITEM-SEP DELIMITED BY SPACE
               '{"negotiation_arrangement":"ffs","name":"INPATIENT'
               ' STAY","billing_code_type":"CSTM-ALL",'
               '"billing_code_type_version":"' WS-RUN-DATE(1:4)
               '","billing_code":"CSTM-00","description":"ALL '
               'INPATIENT STAYS","negotiated_rates":['
               DELIMITED BY SIZE INTO IN-NETWORK-LINE
           WRITE IN-NETWORK-LINE
           MOVE 'Y' TO WS-FIRST-RATE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRG-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-DRG-RATE
               END-READ
           END-PERFORM
           CLOSE DRG-RATE-FILE
           MOVE ']}' TO IN-NETWORK-LINE
           WRITE IN-NETWORK-LINE.

       WRITE-ONE-DRG-RATE.
           MOVE DRG-PROVIDER-ID TO WS-CUR-PROVIDER
           PERFORM FIND-PROVIDER-TIN
           IF DRG-PER-DIEM
               MOVE 'per diem' TO WS-CUR-RATE-TYPE
           ELSE
               MOVE 'negotiated' TO WS-CUR-RATE-TYPE
           END-IF
           MOVE DRG-RATE TO WS-JS-AMT
           MOVE 0 TO WS-DATE-IN
           PERFORM FORMAT-ISO-DATE
           MOVE WS-ISO-DATE TO WS-ISO-TERM
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM FORMAT-ISO-DATE
           MOVE WS-ISO-DATE TO WS-ISO-EFF
           MOVE 'institutional' TO WS-BILLING-CLASS
           PERFORM WRITE-RATE-LINE
           ADD 1 TO WS-DRG-PUBLISHED.

       FIND-PROVIDER-TIN.
           MOVE SPACES TO WS-CUR-TIN
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
               IF WS-PV-ID(WS-PV-IDX) = WS-CUR-PROVIDER
                   MOVE WS-PV-TAX-ID(WS-PV-IDX) TO WS-CUR-TIN
               END-IF
           END-PERFORM.

      *> A zero date is open-ended: it publishes as 9999-12-31
       FORMAT-ISO-DATE.
           IF WS-DATE-IN = 0
               MOVE 99991231 TO WS-DATE-IN
           END-IF
           MOVE WS-DI-YYYY TO WS-ISO-YYYY
           MOVE WS-DI-MM   TO WS-ISO-MM
           MOVE WS-DI-DD   TO WS-ISO-DD.

      *>================================================================*
      *> COLLECT-OON-ALLOWED: Out-of-network lines we paid (approved
      *> or partial, paid above zero, priced off a non-participating
      *> fee answer) with the date of service in the reporting
      *> period, gathered by unique procedure, provider, place of
      *> service, allowed amount and billed charge, and the distinct
      *> claims counted per procedure for the suppression test
      *>================================================================*
       COLLECT-OON-ALLOWED.
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'TICMRF: NO ADJUDICATED.DAT - NO ALLOWED '
                   'AMOUNTS TO REPORT'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM COLLECT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE ADJ-FILE.

       COLLECT-ONE-RECORD.
           EVALUATE TRUE
               WHEN CFR-IS-HEADER
                   MOVE CFR-CLAIM-ID TO WS-CUR-CLAIM
                   MOVE CFH-PROVIDER-ID TO WS-CUR-PROVIDER
                   MOVE 0 TO WS-SL-COUNT
               WHEN CFR-IS-SERVICE
                   IF WS-SL-COUNT < 25
                       ADD 1 TO WS-SL-COUNT
                       MOVE CFS-LINE-NUMBER
                           TO WS-SL-LINE(WS-SL-COUNT)
                       MOVE CFS-PROCEDURE-CODE
                           TO WS-SL-PROC(WS-SL-COUNT)
                       MOVE CFS-DATE-FROM
                           TO WS-SL-DOS(WS-SL-COUNT)
                       MOVE CFS-CHARGE-AMT
                           TO WS-SL-CHARGE(WS-SL-COUNT)
                       MOVE CFS-PLACE-OF-SVC
                           TO WS-SL-PLACE(WS-SL-COUNT)
                   END-IF
               WHEN CFR-IS-ADJUDICATION
                   IF CFA-NETWORK-STATUS = 'N'
                       AND (CFA-APPROVED OR CFA-PARTIAL)
                       AND CFA-PAID-AMT > 0
                       PERFORM COLLECT-ONE-OON-LINE
                   END-IF
           END-EVALUATE.

       COLLECT-ONE-OON-LINE.
           MOVE 0 TO WS-SL-FOUND
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               IF WS-SL-LINE(WS-SL-IDX) = CFA-LINE-NUMBER
                   MOVE WS-SL-IDX TO WS-SL-FOUND
               END-IF
           END-PERFORM
           IF WS-SL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DOS-INT =
               FUNCTION INTEGER-OF-DATE(WS-SL-DOS(WS-SL-FOUND))
           IF WS-DOS-INT < WS-PERIOD-START-INT
               OR WS-DOS-INT > WS-PERIOD-END-INT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OON-LINES
      *> Distinct claims by procedure
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
               OR WS-OC-PROC(WS-OC-IDX) = WS-SL-PROC(WS-SL-FOUND)
               CONTINUE
           END-PERFORM
           IF WS-OC-IDX > WS-OC-COUNT
               IF WS-OC-COUNT = 500
                   DISPLAY 'TICMRF: ERROR - MORE THAN 500 OUT-OF-'
                       'NETWORK PROCEDURE CODES - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OC-COUNT
               MOVE WS-SL-PROC(WS-SL-FOUND) TO WS-OC-PROC(WS-OC-COUNT)
               MOVE 0 TO WS-OC-CLAIMS(WS-OC-COUNT)
               MOVE SPACES TO WS-OC-LAST-CLAIM(WS-OC-COUNT)
           END-IF
           IF WS-OC-LAST-CLAIM(WS-OC-IDX) NOT = WS-CUR-CLAIM
               ADD 1 TO WS-OC-CLAIMS(WS-OC-IDX)
               MOVE WS-CUR-CLAIM TO WS-OC-LAST-CLAIM(WS-OC-IDX)
           END-IF
      *> The unique payment
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
               UNTIL WS-OE-IDX > WS-OE-COUNT
               OR (WS-OE-PROC(WS-OE-IDX) = WS-SL-PROC(WS-SL-FOUND)
                   AND WS-OE-PROVIDER(WS-OE-IDX) = WS-CUR-PROVIDER
                   AND WS-OE-PLACE(WS-OE-IDX)
                       = WS-SL-PLACE(WS-SL-FOUND)
                   AND WS-OE-ALLOWED(WS-OE-IDX) = CFA-ALLOWED-AMT
                   AND WS-OE-BILLED(WS-OE-IDX)
                       = WS-SL-CHARGE(WS-SL-FOUND))
               CONTINUE
           END-PERFORM
           IF WS-OE-IDX > WS-OE-COUNT
               IF WS-OE-COUNT = 2000
                   DISPLAY 'TICMRF: ERROR - MORE THAN 2000 OUT-OF-'
                       'NETWORK PAYMENTS - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OE-COUNT
               MOVE WS-SL-PROC(WS-SL-FOUND) TO WS-OE-PROC(WS-OE-COUNT)
               MOVE WS-CUR-PROVIDER TO WS-OE-PROVIDER(WS-OE-COUNT)
               MOVE WS-SL-PLACE(WS-SL-FOUND)
                   TO WS-OE-PLACE(WS-OE-COUNT)
               MOVE CFA-ALLOWED-AMT TO WS-OE-ALLOWED(WS-OE-COUNT)
               MOVE WS-SL-CHARGE(WS-SL-FOUND)
                   TO WS-OE-BILLED(WS-OE-COUNT)
           END-IF.

      *>================================================================*
      *> WRITE-ALLOWED-FILE: One out_of_network item per procedure
      *> code paid on at least the minimum number of claims; codes
      *> under it are counted as suppressed and left out
      *>================================================================*
       WRITE-ALLOWED-FILE.
           OPEN OUTPUT ALLOWED-FILE
           IF WS-ALW-STATUS NOT = '00'
               DISPLAY 'TICMRF: ERROR OPENING TIC-ALLOWED-AMOUNTS.JSON'
                   ': ' WS-ALW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-FILE-HEADER
           MOVE SPACES TO ALLOWED-LINE
           STRING FUNCTION TRIM(WS-JSON TRAILING)
               ',"out_of_network":[' DELIMITED BY SIZE
               INTO ALLOWED-LINE
           WRITE ALLOWED-LINE
           MOVE 'Y' TO WS-FIRST-ITEM
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
               IF WS-OC-CLAIMS(WS-OC-IDX) < WS-MIN-CLAIM-COUNT
                   ADD 1 TO WS-CODES-SUPPRESSED
               ELSE
                   PERFORM WRITE-ONE-OON-ITEM
               END-IF
           END-PERFORM
           MOVE ']}' TO ALLOWED-LINE
           WRITE ALLOWED-LINE
           CLOSE ALLOWED-FILE.

       WRITE-ONE-OON-ITEM.
           ADD 1 TO WS-CODES-PUBLISHED
           MOVE WS-OC-PROC(WS-OC-IDX) TO WS-CUR-PROC
           PERFORM JUDGE-CODE-TYPE
           MOVE SPACES TO ALLOWED-LINE
           IF WS-FIRST-ITEM = 'Y'
               MOVE SPACE TO WS-ITEM-SEP
           ELSE
               MOVE ',' TO WS-ITEM-SEP
           END-IF
           MOVE 'N' TO WS-FIRST-ITEM
           STRING WS-ITEM-SEP DELIMITED BY SPACE
               '{"name":"' WS-OC-PROC(WS-OC-IDX)
               '","billing_code_type":"' DELIMITED BY SIZE
               WS-CODE-TYPE DELIMITED BY SPACE
               '","billing_code_type_version":"' WS-RUN-DATE(1:4)
               '","billing_code":"' WS-OC-PROC(WS-OC-IDX)
               '","description":"' WS-OC-PROC(WS-OC-IDX)
               '","allowed_amounts":[' DELIMITED BY SIZE
               INTO ALLOWED-LINE
           WRITE ALLOWED-LINE
           MOVE 'Y' TO WS-FIRST-RATE
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
               UNTIL WS-OE-IDX > WS-OE-COUNT
               IF WS-OE-PROC(WS-OE-IDX) = WS-OC-PROC(WS-OC-IDX)
                   PERFORM WRITE-ONE-PAYMENT
               END-IF
           END-PERFORM
           MOVE ']}' TO ALLOWED-LINE
           WRITE ALLOWED-LINE.

       WRITE-ONE-PAYMENT.
           MOVE WS-OE-PROVIDER(WS-OE-IDX) TO WS-CUR-PROVIDER
           PERFORM FIND-PROVIDER-TIN
           MOVE WS-OE-ALLOWED(WS-OE-IDX) TO WS-JS-AMT
           MOVE WS-OE-BILLED(WS-OE-IDX) TO WS-JS-AMT2
           IF WS-FIRST-RATE = 'Y'
               MOVE SPACE TO WS-SEP
           ELSE
               MOVE ',' TO WS-SEP
           END-IF
           MOVE 'N' TO WS-FIRST-RATE
           MOVE SPACES TO ALLOWED-LINE
           STRING WS-SEP DELIMITED BY SPACE
               '{"tin":{"type":"ein","value":"' WS-CUR-TIN
               '"},"service_code":["' WS-OE-PLACE(WS-OE-IDX)
               '"],"billing_class":"professional","payments":[{'
               '"allowed_amount":' WS-JS-AMT
               ',"providers":[{"billed_charge":' WS-JS-AMT2
               ',"npi":[]}]}]}' DELIMITED BY SIZE
               INTO ALLOWED-LINE
           WRITE ALLOWED-LINE.

      *>================================================================*
      *> WRITE-TOC-FILES: A table of contents for each plan on the
      *> plan-design master — the plan, and where its in-network and
      *> allowed-amount files are. Every plan runs on the one
      *> network, so every plan points at the same two files.
      *>================================================================*
       WRITE-TOC-FILES.
           OPEN INPUT PLAN-DESIGN-FILE
           IF WS-PLN-STATUS NOT = '00'
               DISPLAY 'TICMRF: NO PLAN-DESIGNS.DAT - NO TABLES OF '
                   'CONTENTS'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PLAN-DESIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-PLAN
               END-READ
           END-PERFORM
           CLOSE PLAN-DESIGN-FILE
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM WRITE-ONE-TOC
           END-PERFORM.

      *> The master has a row per plan and category; one plan once
       NOTE-ONE-PLAN.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               OR WS-PL-ID(WS-PL-IDX) = PLN-PLAN-ID
               CONTINUE
           END-PERFORM
           IF WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-COUNT = 100
                   DISPLAY 'TICMRF: ERROR - MORE THAN 100 PLANS - '
                       'RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PL-COUNT
               MOVE PLN-PLAN-ID TO WS-PL-ID(WS-PL-COUNT)
               MOVE PLN-PLAN-NAME TO WS-PL-NAME(WS-PL-COUNT)
           END-IF.

       WRITE-ONE-TOC.
           MOVE SPACES TO WS-TOC-FILENAME
           STRING 'data/TIC-TOC-' DELIMITED BY SIZE
               WS-PL-ID(WS-PL-IDX) DELIMITED BY SPACE
               '.JSON' DELIMITED BY SIZE
               INTO WS-TOC-FILENAME
           OPEN OUTPUT TOC-FILE
           IF WS-TOC-STATUS NOT = '00'
               DISPLAY 'TICMRF: ERROR OPENING ' WS-TOC-FILENAME
                   ': ' WS-TOC-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-FILE-HEADER
           MOVE SPACES TO TOC-LINE
           STRING FUNCTION TRIM(WS-JSON TRAILING)
               ',"reporting_structure":[' DELIMITED BY SIZE
               INTO TOC-LINE
           WRITE TOC-LINE
           MOVE SPACES TO TOC-LINE
           STRING '{"reporting_plans":[{"plan_name":"'
               FUNCTION TRIM(WS-PL-NAME(WS-PL-IDX))
               '","plan_id_type":"EIN","plan_id":"' WS-PAYER-TIN
               '","plan_market_type":"group","plan_sponsor_id":"'
               FUNCTION TRIM(WS-PL-ID(WS-PL-IDX))
               '"}],' DELIMITED BY SIZE
               INTO TOC-LINE
           WRITE TOC-LINE
           MOVE SPACES TO TOC-LINE
           STRING '"in_network_files":[{"description":"in-network '
               'negotiated rates","location":"TIC-IN-NETWORK.JSON"}],'
               DELIMITED BY SIZE INTO TOC-LINE
           WRITE TOC-LINE
           MOVE SPACES TO TOC-LINE
           STRING '"allowed_amount_file":{"description":"out-of-'
               'network allowed amounts","location":'
               '"TIC-ALLOWED-AMOUNTS.JSON"}}]}'
               DELIMITED BY SIZE INTO TOC-LINE
           WRITE TOC-LINE
           CLOSE TOC-FILE
           ADD 1 TO WS-TOC-WRITTEN.
