      *> MASSRPRC.cob — Fee-schedule mass reprice with modeling
      *> Compile: cobc -x -free -I copybooks MASSRPRC.cob
      *> Contract renewals stop being hundreds of hand-keyed CLMFEEM
      *> transactions: one request names a provider or a contract
      *> (both spaces = every fee row), a procedure-code range, a
      *> percentage or fixed adjustment and an effective date. In
      *> model mode ('M') the request reprices the adjudicated
      *> volume on file at the proposed rates and reports the
      *> dollar impact — nothing changes. In apply mode ('A') the
      *> affected fee rows get the same term-and-add history
      *> discipline CLMFEEM enforces: the active row closes the day
      *> before the effective date and a new dated row carries the
      *> adjusted rate, written through to PROVIDERS-UPDATED.DAT
      *> with every row logged.
      *> A percentage or fixed adjustment reprices the flat-rate
      *> rows in scope. A conversion-factor request (adj type C)
      *> instead replaces the factor on the RVU-method rows in
      *> scope with the request's new factor, and models each line
      *> at its procedure's relative value times that factor.
      *> Percent-of-charge rows are never in a reprice's scope.
      *> A contract request reprices the contract's base schedule —
      *> every provider under the contract at once — and models the
      *> lines that priced off it; a provider request reprices only
      *> that provider's own override rows and the lines they priced.
      *>
      *> Input:  data/REPRICE-REQUEST.DAT  (LINE SEQUENTIAL:
      *>                 provider X(10), low proc X(5), high proc
      *>                 X(5), adj type X(1) P/F/C, adj value
      *>                 S9(5)V99 sign leading separate, effective
      *>                 9(8), mode X(1) M/A, new conversion
      *>                 factor 9(3)V9(4) for type C, contract
      *>                 X(10) or spaces)
      *>         data/PROVIDERS.DAT        (SEQUENTIAL, FEESCHED)
      *>         data/CONTRACT-MASTER.DAT  (LINE SEQ, CTRMAST)
      *>         data/PROVIDER-CONTRACTS.DAT (LINE SEQ, PRVCTR)
      *>         data/RVU-TABLE.DAT        (LINE SEQUENTIAL, RVUTBL)
      *>         data/ADJUDICATED.DAT      (SEQUENTIAL, CLAIMREC)
      *> Output: data/REPRICE-IMPACT.TXT   (LINE SEQUENTIAL)
      *>         data/PROVIDERS-UPDATED.DAT (apply mode only)
               ASSIGN TO 'data/PROVIDERS-UPDATED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-OUT-STATUS.
           SELECT RVU-FILE
               ASSIGN TO 'data/RVU-TABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVU-STATUS.
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
           05  RPQ-ADJ-TYPE           PIC X(1).
               88  RPQ-PERCENT            VALUE 'P'.
               88  RPQ-FIXED              VALUE 'F'.
               88  RPQ-CONV-FACTOR-CHG    VALUE 'C'.
           05  RPQ-ADJ-VALUE          PIC S9(5)V99
                                      SIGN LEADING SEPARATE.
           05  RPQ-EFF-DATE           PIC 9(8).
           05  RPQ-MODE               PIC X(1).
               88  RPQ-MODEL              VALUE 'M'.
               88  RPQ-APPLY              VALUE 'A'.
           05  RPQ-CONV-FACTOR        PIC 9(3)V9(4).
           05  RPQ-CONTRACT-ID        PIC X(10).

       FD  FEE-IN-FILE.
       COPY FEESCHED.
       FD  FEE-OUT-FILE.
       01  FEE-OUT-RECORD             PIC X(63).

       FD  RVU-FILE.
       COPY RVUTBL.

       FD  CONTRACT-MASTER-FILE.
       COPY CTRMAST.

       FD  PROVIDER-CONTRACT-FILE.
       COPY PRVCTR.

       FD  ADJ-FILE.
       COPY CLAIMREC.

       01  WS-REQ-STATUS              PIC XX.
       01  WS-FEE-IN-STATUS           PIC XX.
       01  WS-FEE-OUT-STATUS          PIC XX.
       01  WS-RVU-STATUS              PIC XX.
       01  WS-CON-STATUS              PIC XX.
       01  WS-ASG-STATUS              PIC XX.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-IMP-STATUS              PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-RQ-VALUE                PIC S9(5)V99.
       01  WS-RQ-EFF                  PIC 9(8).
       01  WS-RQ-MODE                 PIC X(1).
       01  WS-RQ-CONV-FACTOR          PIC 9(3)V9(4).
       01  WS-RQ-CONTRACT             PIC X(10).
      *> The fee-row key the request reprices — the provider, or the
      *> named contract's base schedule; spaces = every row
       01  WS-RQ-KEY                  PIC X(10).
       01  WS-CLOSE-DATE              PIC 9(8).
       01  WS-CLOSE-JULIAN            PIC 9(7) COMP.

               10  WS-FT-RATE         PIC S9(5)V99.
               10  WS-FT-EFF          PIC 9(8).
               10  WS-FT-TERM         PIC 9(8).
               10  WS-FT-PRICING      PIC X(1).
               10  WS-FT-CONV-FACTOR  PIC S9(3)V9(4).
       01  WS-FT-IDX                  PIC 9(3).

      *> Relative values, for modeling a conversion-factor change
       01  WS-RVU-COUNT               PIC 9(4) VALUE 0.
       01  WS-RVU-TABLE.
           05  WS-RVU-ENTRY OCCURS 500.
               10  WS-RVT-PROC        PIC X(5).
               10  WS-RVT-EFF         PIC 9(8).
               10  WS-RVT-TERM        PIC 9(8).
               10  WS-RVT-TOTAL       PIC 9(4)V99.
       01  WS-RVU-IDX                 PIC 9(4).
       01  WS-LINE-RVU                PIC 9(4)V99.
       01  WS-ROW-PRICING             PIC X(1).
       01  WS-OLD-CONV-FACTOR         PIC S9(3)V9(4).

      *> Contracts and the dated provider assignments to them — a
      *> line with no provider row of its own priced off its
      *> contract's base schedule
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
       01  WS-FEE-KEY                 PIC X(10).
      *> The key of the fee row the line's current rate came off
       01  WS-RATE-KEY                PIC X(10).

      *> Modeling state — the current claim's provider and service
      *> lines, matched to A rows by line number
       01  WS-CUR-PROVIDER            PIC X(10).
           05  LD-PROC                PIC X(5).
           05  FILLER                 PIC X(1) VALUE ' '.
           05  LD-RATE                PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE ' '.
           05  LD-CONV-FACTOR         PIC ZZ9.9999 BLANK WHEN ZERO.
           05  FILLER                 PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'MASSRPRC - FEE-SCHEDULE MASS REPRICE'
           PERFORM LOAD-CONTRACTS
           PERFORM READ-REQUEST
           PERFORM LOAD-FEE-SCHEDULE
           IF WS-RQ-TYPE = 'C'
               PERFORM LOAD-RVU-TABLE
           END-IF
           PERFORM MODEL-IMPACT
           IF WS-RQ-MODE = 'A'
               PERFORM APPLY-REPRICE
                   MOVE RPQ-ADJ-VALUE   TO WS-RQ-VALUE
                   MOVE RPQ-EFF-DATE    TO WS-RQ-EFF
                   MOVE RPQ-MODE        TO WS-RQ-MODE
                   MOVE 0               TO WS-RQ-CONV-FACTOR
                   IF RPQ-CONV-FACTOR-CHG
                       MOVE RPQ-CONV-FACTOR TO WS-RQ-CONV-FACTOR
                   END-IF
                   MOVE RPQ-CONTRACT-ID TO WS-RQ-CONTRACT
           END-READ
           CLOSE REQUEST-FILE
           IF WS-RQ-PROVIDER NOT = SPACES
               AND WS-RQ-CONTRACT NOT = SPACES
               DISPLAY 'MASSRPRC: REQUEST NAMES BOTH A PROVIDER AND '
                   'A CONTRACT - NAME ONE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RQ-PROVIDER TO WS-RQ-KEY
           IF WS-RQ-CONTRACT NOT = SPACES
               PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
                   IF WS-CON-ID(WS-CON-IDX) = WS-RQ-CONTRACT
                       MOVE WS-CON-SCHEDULE(WS-CON-IDX) TO WS-RQ-KEY
                   END-IF
               END-PERFORM
               IF WS-RQ-KEY = SPACES
                   DISPLAY 'MASSRPRC: NO SUCH CONTRACT '
                       WS-RQ-CONTRACT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-RQ-TYPE NOT = 'P' AND WS-RQ-TYPE NOT = 'F'
               AND WS-RQ-TYPE NOT = 'C'
               DISPLAY 'MASSRPRC: ADJUSTMENT TYPE MUST BE P, F OR C'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RQ-TYPE = 'C' AND WS-RQ-CONV-FACTOR = 0
               DISPLAY 'MASSRPRC: CONVERSION-FACTOR REQUEST CARRIES '
                   'NO NEW FACTOR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CLOSE-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-RQ-EFF) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-CLOSE-JULIAN)
               TO WS-CLOSE-DATE
           DISPLAY 'REQUEST: PROVIDER=' WS-RQ-PROVIDER
               ' CONTRACT=' WS-RQ-CONTRACT
               ' RANGE=' WS-RQ-LOW '-' WS-RQ-HIGH
               ' MODE=' WS-RQ-MODE
           IF WS-RQ-TYPE = 'C'
               DISPLAY '  NEW CONVERSION FACTOR=' WS-RQ-CONV-FACTOR
           END-IF.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-IN-FILE
                               TO WS-FT-EFF(WS-FT-COUNT)
                           MOVE FEE-TERM-DATE
                               TO WS-FT-TERM(WS-FT-COUNT)
                           MOVE FEE-PRICING-METHOD
                               TO WS-FT-PRICING(WS-FT-COUNT)
                           MOVE 0 TO WS-FT-CONV-FACTOR(WS-FT-COUNT)
                           IF FEE-PRICE-RVU
                               MOVE FEE-CONV-FACTOR
                                   TO WS-FT-CONV-FACTOR(WS-FT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-IN-FILE.

       LOAD-RVU-TABLE.
           OPEN INPUT RVU-FILE
           IF WS-RVU-STATUS NOT = '00'
               DISPLAY 'MASSRPRC: NO RVU-TABLE.DAT - CONVERSION-'
                   'FACTOR IMPACT MODELS AS ZERO'
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
           CLOSE RVU-FILE
           MOVE 'N' TO WS-EOF.

      *> Both files are optional — without them every line prices
      *> off its provider's own rows and a contract request has
      *> nothing to name
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
                       IF WS-CON-COUNT >= 100
                           DISPLAY 'MASSRPRC: CONTRACT-MASTER.DAT '
                               'EXCEEDS 100 ROWS - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CON-COUNT
                       MOVE CTR-CONTRACT-ID
                           TO WS-CON-ID(WS-CON-COUNT)
                       MOVE CTR-EFF-DATE
                           TO WS-CON-EFF(WS-CON-COUNT)
                       MOVE CTR-TERM-DATE
                           TO WS-CON-TERM(WS-CON-COUNT)
                       MOVE CTR-BASE-SCHEDULE
                           TO WS-CON-SCHEDULE(WS-CON-COUNT)
               END-READ
           END-PERFORM
           CLOSE CONTRACT-MASTER-FILE
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROVIDER-CONTRACT-FILE
           IF WS-ASG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-CONTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ASG-COUNT >= 1000
                           DISPLAY 'MASSRPRC: PROVIDER-CONTRACTS.DAT '
                               'EXCEEDS 1000 ROWS - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ASG-COUNT
                       MOVE PCA-PROVIDER-ID
                           TO WS-ASG-PROVIDER(WS-ASG-COUNT)
                       MOVE PCA-CONTRACT-ID
                           TO WS-ASG-CONTRACT(WS-ASG-COUNT)
                       MOVE PCA-EFF-DATE
                           TO WS-ASG-EFF(WS-ASG-COUNT)
                       MOVE PCA-TERM-DATE
                           TO WS-ASG-TERM(WS-ASG-COUNT)
               END-READ
           END-PERFORM
           CLOSE PROVIDER-CONTRACT-FILE
           MOVE 'N' TO WS-EOF.

      *> A fee row (or an adjudicated line) is in the request's
      *> scope when the provider matches (spaces = all) and the
      *> procedure falls inside the range; the pricing method is
      *> judged once the row itself is found
       JUDGE-SCOPE.
           MOVE 'N' TO WS-IN-SCOPE
           IF (WS-RQ-PROVIDER = SPACES
           IF WS-OLD-RATE = 0
               EXIT PARAGRAPH
           END-IF
      *> Only a line that priced off the rows the request reprices —
      *> a provider's override, or the contract's schedule — models
           IF WS-RQ-KEY NOT = SPACES
               AND WS-RATE-KEY NOT = WS-RQ-KEY
               EXIT PARAGRAPH
           END-IF
           PERFORM JUDGE-METHOD
           IF WS-IN-SCOPE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-TYPE = 'C'
               PERFORM FIND-LINE-RVU
               IF WS-LINE-RVU = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM COMPUTE-NEW-RATE
           COMPUTE WS-NEW-ALLOWED ROUNDED =
               WS-NEW-RATE * WS-SL-UNITS(WS-SL-FOUND)
           ADD WS-NEW-ALLOWED  TO WS-MODEL-NEW-TOTAL
           ADD 1 TO WS-MODEL-LINES.

      *> The provider's own row in force on the date of service,
      *> else the base schedule of the contract it was under that day
       FIND-CURRENT-RATE.
           MOVE 0 TO WS-OLD-RATE
           MOVE SPACES TO WS-ROW-PRICING
           MOVE 0 TO WS-OLD-CONV-FACTOR
           MOVE SPACES TO WS-RATE-KEY
           MOVE WS-CUR-PROVIDER TO WS-FEE-KEY
           PERFORM SEARCH-RATE-ROWS
           IF WS-RATE-KEY = SPACES
               AND WS-CON-COUNT > 0
               PERFORM FIND-PROVIDER-CONTRACT
               IF WS-CUR-SCHEDULE NOT = SPACES
                   MOVE WS-CUR-SCHEDULE TO WS-FEE-KEY
                   PERFORM SEARCH-RATE-ROWS
               END-IF
           END-IF
      *> An RVU row may carry no flat rate of its own — its factor
      *> stands in for the "has a contracted row" test
           IF WS-ROW-PRICING = 'R' AND WS-OLD-RATE = 0
               MOVE WS-OLD-CONV-FACTOR TO WS-OLD-RATE
           END-IF.

       SEARCH-RATE-ROWS.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
               IF WS-FT-PROVIDER(WS-FT-IDX) = WS-FEE-KEY
               AND WS-FT-PROC(WS-FT-IDX)
                   = WS-SL-PROC(WS-SL-FOUND)
               AND WS-SL-DOS(WS-SL-FOUND)
                    OR WS-SL-DOS(WS-SL-FOUND)
                       <= WS-FT-TERM(WS-FT-IDX))
                   MOVE WS-FT-RATE(WS-FT-IDX) TO WS-OLD-RATE
                   MOVE WS-FT-PRICING(WS-FT-IDX) TO WS-ROW-PRICING
                   MOVE WS-FT-CONV-FACTOR(WS-FT-IDX)
                       TO WS-OLD-CONV-FACTOR
                   MOVE WS-FEE-KEY TO WS-RATE-KEY
               END-IF
           END-PERFORM.

      *> The line's provider's contract on its date of service and
      *> that contract's base schedule, as CLMPROC resolves them
       FIND-PROVIDER-CONTRACT.
           MOVE SPACES TO WS-CUR-CONTRACT
           MOVE SPACES TO WS-CUR-SCHEDULE
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-PROVIDER(WS-ASG-IDX) = WS-CUR-PROVIDER
               AND WS-SL-DOS(WS-SL-FOUND) >= WS-ASG-EFF(WS-ASG-IDX)
               AND (WS-ASG-TERM(WS-ASG-IDX) = 0
                    OR WS-SL-DOS(WS-SL-FOUND)
                       <= WS-ASG-TERM(WS-ASG-IDX))
                   MOVE WS-ASG-CONTRACT(WS-ASG-IDX) TO WS-CUR-CONTRACT
               END-IF
           END-PERFORM
           IF WS-CUR-CONTRACT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-ID(WS-CON-IDX) = WS-CUR-CONTRACT
               AND WS-SL-DOS(WS-SL-FOUND) >= WS-CON-EFF(WS-CON-IDX)
               AND (WS-CON-TERM(WS-CON-IDX) = 0
                    OR WS-SL-DOS(WS-SL-FOUND)
                       <= WS-CON-TERM(WS-CON-IDX))
                   MOVE WS-CON-SCHEDULE(WS-CON-IDX) TO WS-CUR-SCHEDULE
               END-IF
           END-PERFORM.

      *> A conversion-factor request reprices only RVU-method rows,
      *> a percentage or fixed one only flat-rate rows
       JUDGE-METHOD.
           MOVE 'Y' TO WS-IN-SCOPE
           IF WS-RQ-TYPE = 'C'
               IF WS-ROW-PRICING NOT = 'R'
                   MOVE 'N' TO WS-IN-SCOPE
               END-IF
           ELSE
               IF WS-ROW-PRICING NOT = 'F' AND WS-ROW-PRICING NOT = ' '
                   MOVE 'N' TO WS-IN-SCOPE
               END-IF
           END-IF.

       FIND-LINE-RVU.
           MOVE 0 TO WS-LINE-RVU
           PERFORM VARYING WS-RVU-IDX FROM 1 BY 1
               UNTIL WS-RVU-IDX > WS-RVU-COUNT
               IF WS-RVT-PROC(WS-RVU-IDX) = WS-SL-PROC(WS-SL-FOUND)
               AND WS-SL-DOS(WS-SL-FOUND) >= WS-RVT-EFF(WS-RVU-IDX)
               AND (WS-RVT-TERM(WS-RVU-IDX) = 0
                    OR WS-SL-DOS(WS-SL-FOUND)
                       <= WS-RVT-TERM(WS-RVU-IDX))
                   MOVE WS-RVT-TOTAL(WS-RVU-IDX) TO WS-LINE-RVU
               END-IF
           END-PERFORM.

       COMPUTE-NEW-RATE.
           EVALUATE WS-RQ-TYPE
               WHEN 'P'
                   COMPUTE WS-NEW-RATE ROUNDED =
                       WS-OLD-RATE * (1 + WS-RQ-VALUE / 100)
                   END-COMPUTE
               WHEN 'C'
                   COMPUTE WS-NEW-RATE ROUNDED =
                       WS-LINE-RVU * WS-RQ-CONV-FACTOR
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-NEW-RATE = WS-OLD-RATE + WS-RQ-VALUE
           END-EVALUATE
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF.

       APPLY-ONE-FEE-ROW.
      *> Only an active row (open-ended or ending after the change)
      *> in the request's scope, priced the way the request
      *> adjusts, gets the treatment
           MOVE FEE-PRICING-METHOD TO WS-ROW-PRICING
           PERFORM JUDGE-METHOD
           IF (WS-RQ-KEY = SPACES
               OR WS-RQ-KEY = FEE-PROVIDER-ID)
               AND FEE-PROCEDURE-CODE >= WS-RQ-LOW
               AND FEE-PROCEDURE-CODE <= WS-RQ-HIGH
               AND (FEE-TERM-DATE = 0
                    OR FEE-TERM-DATE >= WS-RQ-EFF)
               AND WS-IN-SCOPE = 'Y'
               MOVE FEE-CONTRACTED-RATE TO WS-OLD-RATE
               MOVE 0 TO LD-CONV-FACTOR
               IF WS-RQ-TYPE = 'C'
                   MOVE WS-OLD-RATE TO WS-NEW-RATE
                   MOVE FEE-CONV-FACTOR TO LD-CONV-FACTOR
               ELSE
                   PERFORM COMPUTE-NEW-RATE
               END-IF
      *> Close the current row the day before the new rate starts
               MOVE WS-CLOSE-DATE TO FEE-TERM-DATE
               MOVE FEE-SCHEDULE-RECORD TO FEE-OUT-RECORD
               MOVE FEE-PROCEDURE-CODE TO LD-PROC
               MOVE WS-OLD-RATE       TO LD-RATE
               WRITE LOG-LINE FROM LOG-DETAIL
      *> And the replacement row with the adjusted rate (or, for an
      *> RVU row, the same rate and the new conversion factor)
               MOVE WS-NEW-RATE TO FEE-CONTRACTED-RATE
               IF WS-RQ-TYPE = 'C'
                   MOVE WS-RQ-CONV-FACTOR TO FEE-CONV-FACTOR
                   MOVE FEE-CONV-FACTOR TO LD-CONV-FACTOR
               END-IF
               MOVE WS-RQ-EFF   TO FEE-EFFECTIVE-DATE
               MOVE 0           TO FEE-TERM-DATE
               MOVE FEE-SCHEDULE-RECORD TO FEE-OUT-RECORD
