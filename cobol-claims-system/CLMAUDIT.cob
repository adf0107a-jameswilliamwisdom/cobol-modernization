      *> status and dollar band (one in WS-SAMPLE-RATE per
      *> stratum), generates an audit worksheet per sampled claim
      *> with everything the reviewer needs — the claim's lines
      *> and amounts, the member's policy terms, what the fee row in
      *> effect on each service date (the provider's own, else its
      *> contract's base schedule) prices the line at by its
      *> pricing method — and reports examiner
      *> accuracy from the findings file the reviewers fill in
      *> (agree/disagree, error category, dollar error), trended
      *> by month against the plan's procedural and financial
      *> Input:  data/ADJUDICATED.DAT     (SEQUENTIAL, CLAIMREC)
      *>         data/POLICIES.DAT        (SEQUENTIAL, POLREC)
      *>         data/PROVIDERS.DAT       (SEQUENTIAL, FEESCHED)
      *>         data/CONTRACT-MASTER.DAT (LINE SEQ, CTRMAST)
      *>         data/PROVIDER-CONTRACTS.DAT (LINE SEQ, PRVCTR)
      *>         data/RVU-TABLE.DAT       (LINE SEQ, RVUTBL)
      *>         data/AUDIT-FINDINGS.DAT  (LINE SEQUENTIAL: claim
      *>                 X(12), reviewer X(8), agree X(1), error
      *>                 category X(3), error amount S9(7)V99 sign
               ASSIGN TO 'data/PROVIDERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT CONTRACT-MASTER-FILE
               ASSIGN TO 'data/CONTRACT-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.
           SELECT PROVIDER-CONTRACT-FILE
               ASSIGN TO 'data/PROVIDER-CONTRACTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT RVU-FILE
               ASSIGN TO 'data/RVU-TABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVU-STATUS.
           SELECT FINDINGS-FILE
               ASSIGN TO 'data/AUDIT-FINDINGS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FEE-FILE.
       COPY FEESCHED.

       FD  CONTRACT-MASTER-FILE.
       COPY CTRMAST.

       FD  PROVIDER-CONTRACT-FILE.
       COPY PRVCTR.

       FD  RVU-FILE.
       COPY RVUTBL.

       FD  FINDINGS-FILE.
       01  AUDIT-FINDING-RECORD.
           05  FND-CLAIM-ID           PIC X(12).
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-FEE-STATUS              PIC XX.
       01  WS-CON-STATUS              PIC XX.
       01  WS-ASG-STATUS              PIC XX.
       01  WS-RVU-STATUS              PIC XX.
       01  WS-FND-STATUS              PIC XX.
       01  WS-WKS-STATUS              PIC XX.
       01  WS-ACC-STATUS              PIC XX.
       01  WS-PT-IDX                  PIC 9(3).
       01  WS-PT-FOUND                PIC 9(3).

      *> Fee schedule for the worksheet's priced-at column
       01  WS-FT-COUNT                PIC 9(3) VALUE 0.
       01  WS-FT-TABLE.
           05  WS-FT-ENTRY OCCURS 100.
               10  WS-FT-RATE         PIC S9(5)V99.
               10  WS-FT-EFF          PIC 9(8).
               10  WS-FT-TERM         PIC 9(8).
               10  WS-FT-PRICING      PIC X(1).
               10  WS-FT-CONV-FACTOR  PIC S9(3)V9(4).
               10  WS-FT-PCT-CHARGE   PIC 9(3)V99.
               10  WS-FT-PCT-CAP      PIC S9(5)V99.
       01  WS-FT-IDX                  PIC 9(3).
       01  WS-RATE-IN-EFFECT          PIC S9(7)V99.
       01  WS-FEE-KEY                 PIC X(10).
       01  WS-FEE-FOUND               PIC X(1).
       01  WS-FEE-HIT-IDX             PIC 9(3).
       01  WS-PCT-CAP-TOTAL           PIC S9(7)V99.
      *> Relative values — an RVU-method row prices the line at the
      *> procedure's dated total relative value times its factor
       01  WS-RVU-COUNT               PIC 9(4) VALUE 0.
       01  WS-RVU-TABLE.
           05  WS-RVU-ENTRY OCCURS 500.
               10  WS-RVT-PROC        PIC X(5).
               10  WS-RVT-EFF         PIC 9(8).
               10  WS-RVT-TERM        PIC 9(8).
               10  WS-RVT-TOTAL       PIC 9(4)V99.
       01  WS-RVU-IDX                 PIC 9(4).
       01  WS-LINE-RVU                PIC 9(4)V99.
       01  WS-RVU-FOUND               PIC X(1).
      *> Contracts and the dated provider assignments to them
       01  WS-CON-COUNT               PIC 9(3) VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 100.
               10  WS-CON-ID          PIC X(10).
               10  WS-CON-EFF         PIC 9(8).
               10  WS-CON-TERM        PIC 9(8).
               10  WS-CON-SCHEDULE    PIC X(10).
       01  WS-CON-IDX                 PIC 9(3).
       01  WS-ASG-COUNT               PIC 9(4) VALUE 0.
       01  WS-ASG-TABLE.
           05  WS-ASG-ENTRY OCCURS 1000.
               10  WS-ASG-PROVIDER    PIC X(10).
               10  WS-ASG-CONTRACT    PIC X(10).
               10  WS-ASG-EFF         PIC 9(8).
               10  WS-ASG-TERM        PIC 9(8).
       01  WS-ASG-IDX                 PIC 9(4).
       01  WS-CUR-CONTRACT            PIC X(10).
       01  WS-CUR-SCHEDULE            PIC X(10).

      *> Monthly accuracy rollup off the findings file
       01  WS-AM-COUNT                PIC 9(2) VALUE 0.
           05  FILLER                 PIC X(6)  VALUE ' CHG  '.
           05  WKS-SVC-CHARGE         PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(15)
               VALUE ' PRICED AT DOS '.
           05  WKS-SVC-RATE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(38) VALUE SPACES.
       01  WKS-ADJ-LINE.
           05  FILLER                 PIC X(6)  VALUE 'LINE  '.
           05  WKS-ADJ-NUM            PIC 9(2).
           MOVE FUNCTION RANDOM(WS-SEED) TO WS-RANDOM
           PERFORM LOAD-POLICY-TERMS
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-RVU-TABLE
           PERFORM LOAD-CONTRACTS
           PERFORM DRAW-SAMPLE
           PERFORM REPORT-ACCURACY
           DISPLAY 'CLMAUDIT COMPLETE'
                               TO WS-FT-EFF(WS-FT-COUNT)
                           MOVE FEE-TERM-DATE
                               TO WS-FT-TERM(WS-FT-COUNT)
                           MOVE FEE-PRICING-METHOD
                               TO WS-FT-PRICING(WS-FT-COUNT)
                           MOVE 0 TO WS-FT-CONV-FACTOR(WS-FT-COUNT)
                           MOVE 0 TO WS-FT-PCT-CHARGE(WS-FT-COUNT)
                           MOVE 0 TO WS-FT-PCT-CAP(WS-FT-COUNT)
      *> A flat-rate row may carry spaces in the method fields —
      *> only read the ones its method uses
                           EVALUATE TRUE
                               WHEN FEE-PRICE-RVU
                                   MOVE FEE-CONV-FACTOR TO
                                       WS-FT-CONV-FACTOR(WS-FT-COUNT)
                               WHEN FEE-PRICE-PCT-CHARGE
                                   MOVE FEE-PCT-OF-CHARGE TO
                                       WS-FT-PCT-CHARGE(WS-FT-COUNT)
                                   MOVE FEE-PCT-CAP TO
                                       WS-FT-PCT-CAP(WS-FT-COUNT)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.

      *> Optional — with none on file an RVU-method row shows the
      *> flat rate it carries, as CLMPROC prices it
       LOAD-RVU-TABLE.
           OPEN INPUT RVU-FILE
           IF WS-RVU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RVU-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RVU-COUNT < 500
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RVU-FILE.

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
                       IF WS-CON-COUNT < 100
                           ADD 1 TO WS-CON-COUNT
                           MOVE CTR-CONTRACT-ID
                               TO WS-CON-ID(WS-CON-COUNT)
                           MOVE CTR-EFF-DATE
                               TO WS-CON-EFF(WS-CON-COUNT)
                           MOVE CTR-TERM-DATE
                               TO WS-CON-TERM(WS-CON-COUNT)
                           MOVE CTR-BASE-SCHEDULE
                               TO WS-CON-SCHEDULE(WS-CON-COUNT)
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
                       IF WS-ASG-COUNT < 1000
                           ADD 1 TO WS-ASG-COUNT
                           MOVE PCA-PROVIDER-ID
                               TO WS-ASG-PROVIDER(WS-ASG-COUNT)
                           MOVE PCA-CONTRACT-ID
                               TO WS-ASG-CONTRACT(WS-ASG-COUNT)
                           MOVE PCA-EFF-DATE
                               TO WS-ASG-EFF(WS-ASG-COUNT)
                           MOVE PCA-TERM-DATE
                               TO WS-ASG-TERM(WS-ASG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-CONTRACT-FILE.

      *>================================================================*
      *> DRAW-SAMPLE: One pass of the run's file, claims buffered
      *> whole; at each claim's payment record the stratum is
           MOVE CFS-PROCEDURE-CODE TO WKS-SVC-PROC
           MOVE CFS-CHARGE-AMT     TO WKS-SVC-CHARGE
           MOVE 0 TO WS-RATE-IN-EFFECT
           MOVE 'N' TO WS-FEE-FOUND
           MOVE WS-CUR-PROVIDER TO WS-FEE-KEY
           PERFORM SEARCH-FEE-ROWS
           IF WS-FEE-FOUND = 'N'
               AND WS-CON-COUNT > 0
               PERFORM FIND-PROVIDER-CONTRACT
               IF WS-CUR-SCHEDULE NOT = SPACES
                   MOVE WS-CUR-SCHEDULE TO WS-FEE-KEY
                   PERFORM SEARCH-FEE-ROWS
               END-IF
           END-IF
           IF WS-FEE-FOUND = 'Y'
               PERFORM PRICE-BY-METHOD
           END-IF
           MOVE WS-RATE-IN-EFFECT TO WKS-SVC-RATE
           WRITE WORKSHEET-LINE FROM WKS-SVC-LINE
               AFTER ADVANCING 1 LINE.

       SEARCH-FEE-ROWS.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
               IF WS-FT-PROVIDER(WS-FT-IDX) = WS-FEE-KEY
               AND WS-FT-PROC(WS-FT-IDX) = CFS-PROCEDURE-CODE
               AND CFS-DATE-FROM >= WS-FT-EFF(WS-FT-IDX)
               AND (WS-FT-TERM(WS-FT-IDX) = 0
                    OR CFS-DATE-FROM <= WS-FT-TERM(WS-FT-IDX))
                   MOVE WS-FT-RATE(WS-FT-IDX)
                       TO WS-RATE-IN-EFFECT
                   MOVE WS-FT-IDX TO WS-FEE-HIT-IDX
                   MOVE 'Y' TO WS-FEE-FOUND
               END-IF
           END-PERFORM.

      *> The line priced the way CLMPROC prices it — flat rate per
      *> unit, relative value times the conversion factor per unit
      *> (the flat rate when the procedure has no relative value on
      *> file), or a per cent of the billed charge with its per-unit
      *> cap
       PRICE-BY-METHOD.
           EVALUATE WS-FT-PRICING(WS-FEE-HIT-IDX)
               WHEN 'R'
                   PERFORM FIND-RVU-VALUE
                   IF WS-RVU-FOUND = 'Y'
                       COMPUTE WS-RATE-IN-EFFECT ROUNDED =
                           WS-LINE-RVU
                           * WS-FT-CONV-FACTOR(WS-FEE-HIT-IDX)
                       END-COMPUTE
                   END-IF
               WHEN 'P'
                   COMPUTE WS-RATE-IN-EFFECT ROUNDED =
                       CFS-CHARGE-AMT
                       * WS-FT-PCT-CHARGE(WS-FEE-HIT-IDX) / 100
                   END-COMPUTE
                   IF WS-FT-PCT-CAP(WS-FEE-HIT-IDX) > 0
                       MOVE WS-FT-PCT-CAP(WS-FEE-HIT-IDX)
                           TO WS-PCT-CAP-TOTAL
                       IF CFS-UNITS > 1
                           COMPUTE WS-PCT-CAP-TOTAL =
                               WS-PCT-CAP-TOTAL * CFS-UNITS
                           END-COMPUTE
                       END-IF
                       IF WS-RATE-IN-EFFECT > WS-PCT-CAP-TOTAL
                           MOVE WS-PCT-CAP-TOTAL TO WS-RATE-IN-EFFECT
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE
           IF CFS-UNITS > 1
               COMPUTE WS-RATE-IN-EFFECT ROUNDED =
                   WS-RATE-IN-EFFECT * CFS-UNITS
               END-COMPUTE
           END-IF.

       FIND-RVU-VALUE.
           MOVE 'N' TO WS-RVU-FOUND
           MOVE 0 TO WS-LINE-RVU
           PERFORM VARYING WS-RVU-IDX FROM 1 BY 1
               UNTIL WS-RVU-IDX > WS-RVU-COUNT
               IF WS-RVT-PROC(WS-RVU-IDX) = CFS-PROCEDURE-CODE
               AND CFS-DATE-FROM >= WS-RVT-EFF(WS-RVU-IDX)
               AND (WS-RVT-TERM(WS-RVU-IDX) = 0
                    OR CFS-DATE-FROM <= WS-RVT-TERM(WS-RVU-IDX))
                   MOVE WS-RVT-TOTAL(WS-RVU-IDX) TO WS-LINE-RVU
                   MOVE 'Y' TO WS-RVU-FOUND
               END-IF
           END-PERFORM.

      *> The provider's contract on the service date and that
      *> contract's base schedule, as CLMPROC resolves them
       FIND-PROVIDER-CONTRACT.
           MOVE SPACES TO WS-CUR-CONTRACT
           MOVE SPACES TO WS-CUR-SCHEDULE
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-PROVIDER(WS-ASG-IDX) = WS-CUR-PROVIDER
               AND CFS-DATE-FROM >= WS-ASG-EFF(WS-ASG-IDX)
               AND (WS-ASG-TERM(WS-ASG-IDX) = 0
                    OR CFS-DATE-FROM <= WS-ASG-TERM(WS-ASG-IDX))
                   MOVE WS-ASG-CONTRACT(WS-ASG-IDX) TO WS-CUR-CONTRACT
               END-IF
           END-PERFORM
           IF WS-CUR-CONTRACT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-ID(WS-CON-IDX) = WS-CUR-CONTRACT
               AND CFS-DATE-FROM >= WS-CON-EFF(WS-CON-IDX)
               AND (WS-CON-TERM(WS-CON-IDX) = 0
                    OR CFS-DATE-FROM <= WS-CON-TERM(WS-CON-IDX))
                   MOVE WS-CON-SCHEDULE(WS-CON-IDX) TO WS-CUR-SCHEDULE
               END-IF
           END-PERFORM.

       WRITE-ADJ-WS-LINE.
           MOVE CFA-LINE-NUMBER TO WKS-ADJ-NUM
