      *> When a code master entry or fee rate is corrected
      *> retroactively, the claims already paid under the old value
      *> stay wrong until a provider complains. This engine takes a
      *> change window and scope (provider or contract, procedure
      *> range), finds every adjudicated claim in the window whose
      *> lines priced under the superseded value, reprices each
      *> line at the corrected fee schedule, and for every claim
      *> whose outcome changes generates the void-and-replace
      *> batch — a CFR-IS-VOID record against the original plus a
      *> replacement claim carrying CFH-LINKED-CLAIM-ID — in
      *> claims-file format for the next CLMPROC run. CLMPROC can
      *> net a void only against dollars still in its own run's
      *> memory, and these originals paid in runs long closed out
      *> — so the original paid amount rides on the void itself
      *> (CFV-REVERSED-PAID, for the trail) and the overpayment
      *> books straight to the recovery ledger here, where
      *> CLMPROC's offset machinery nets it against the provider's
      *> next remittance. The replacement pays out normally, and
      *> the linked ID keeps its lines off the duplicate edit. The
      *> summary shows the total dollar swing before ops releases
      *> the batch into CLAIMS.DAT.
      *>
      *> Input:  data/RETRO-REQUEST.DAT  (LINE SEQUENTIAL:
      *>                 provider X(10), low proc X(5), high proc
      *>                 X(5), window from 9(8), window to 9(8),
      *>                 contract X(10) or spaces)
      *>         data/ADJUDICATED.DAT    (SEQUENTIAL, CLAIMREC)
      *>         data/PROVIDERS.DAT      (SEQUENTIAL, FEESCHED —
      *>                 already carrying the corrected rates)
      *>         data/CONTRACT-MASTER.DAT (LINE SEQ, CTRMAST)
      *>         data/PROVIDER-CONTRACTS.DAT (LINE SEQ, PRVCTR)
      *>         data/RVU-TABLE.DAT      (LINE SEQ, RVUTBL)
      *> Output: data/RETRO-CLAIMS.DAT   (SEQUENTIAL, CLAIMREC —
      *>                 the void-and-replace batch)
      *>         data/RECOVERY-LEDGER.DAT (LINE SEQ, appended —
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
           SELECT RETRO-OUT-FILE
               ASSIGN TO 'data/RETRO-CLAIMS.DAT'
               ORGANIZATION IS SEQUENTIAL
           05  RRQ-PROC-HIGH          PIC X(5).
           05  RRQ-FROM-DATE          PIC 9(8).
           05  RRQ-TO-DATE            PIC 9(8).
           05  RRQ-CONTRACT-ID        PIC X(10).

       FD  ADJ-FILE.
       COPY CLAIMREC.
       FD  FEE-FILE.
       COPY FEESCHED.

       FD  CONTRACT-MASTER-FILE.
       COPY CTRMAST.

       FD  PROVIDER-CONTRACT-FILE.
       COPY PRVCTR.

       FD  RVU-FILE.
       COPY RVUTBL.

       FD  RETRO-OUT-FILE.
       01  RETRO-OUT-RECORD           PIC X(200).

       01  WS-REQ-STATUS              PIC XX.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-FEE-STATUS              PIC XX.
       01  WS-CON-STATUS              PIC XX.
       01  WS-ASG-STATUS              PIC XX.
       01  WS-RVU-STATUS              PIC XX.
       01  WS-OUT-STATUS              PIC XX.
       01  WS-SUM-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-RQ-HIGH                 PIC X(5).
       01  WS-RQ-FROM                 PIC 9(8).
       01  WS-RQ-TO                   PIC 9(8).
       01  WS-RQ-CONTRACT             PIC X(10).

      *> Corrected fee schedule for the reprice
       01  WS-FT-COUNT                PIC 9(3) VALUE 0.
               10  WS-FT-RATE         PIC S9(5)V99.
               10  WS-FT-EFF          PIC 9(8).
               10  WS-FT-TERM         PIC 9(8).
               10  WS-FT-PRICING      PIC X(1).
               10  WS-FT-CONV-FACTOR  PIC S9(3)V9(4).
               10  WS-FT-PCT-CHARGE   PIC 9(3)V99.
               10  WS-FT-PCT-CAP      PIC S9(5)V99.
       01  WS-FT-IDX                  PIC 9(3).
       01  WS-FEE-KEY                 PIC X(10).
       01  WS-FEE-FOUND               PIC X(1).
       01  WS-FEE-HIT-IDX             PIC 9(3).
       01  WS-PCT-CAP-TOTAL           PIC S9(7)V99.

      *> Relative values — an RVU-method row reprices at the
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
      *> Contracts and the dated provider assignments to them — a
      *> line with no provider row of its own reprices off its
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
       01  WS-CONTRACT-DATE           PIC 9(8).
       01  WS-CUR-CONTRACT            PIC X(10).
       01  WS-CUR-SCHEDULE            PIC X(10).

      *> The claim in hand — record images buffered until its A
      *> rows prove whether the outcome changed
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-REQUEST
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-RVU-TABLE
           PERFORM LOAD-CONTRACTS
           IF WS-RQ-CONTRACT NOT = SPACES
               PERFORM CHECK-REQUEST-CONTRACT
           END-IF
           OPEN OUTPUT RETRO-OUT-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'RETRORPC: ERROR OPENING RETRO-CLAIMS: '
                   MOVE RRQ-PROC-HIGH   TO WS-RQ-HIGH
                   MOVE RRQ-FROM-DATE   TO WS-RQ-FROM
                   MOVE RRQ-TO-DATE     TO WS-RQ-TO
                   MOVE RRQ-CONTRACT-ID TO WS-RQ-CONTRACT
           END-READ
           CLOSE REQUEST-FILE
           IF WS-RQ-PROVIDER NOT = SPACES
               AND WS-RQ-CONTRACT NOT = SPACES
               DISPLAY 'RETRORPC: REQUEST NAMES BOTH A PROVIDER AND '
                   'A CONTRACT - NAME ONE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-FILE
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

      *> Optional — with none on file an RVU-method row reprices at
      *> the flat rate it carries, as CLMPROC prices it
       LOAD-RVU-TABLE.
           OPEN INPUT RVU-FILE
           IF WS-RVU-STATUS NOT = '00'
               DISPLAY 'RETRORPC: NO RVU-TABLE.DAT ON FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RVU-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RVU-COUNT >= 500
                           DISPLAY 'RETRORPC: RVU-TABLE.DAT EXCEEDS '
                               '500 ROWS - RUN STOPPED'
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

      *> Both files are optional; a contract request needs them to
      *> find any provider under the contract at all
       LOAD-CONTRACTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTRACT-MASTER-FILE
           IF WS-CON-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTRACT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CON-COUNT >= 100
                           DISPLAY 'RETRORPC: CONTRACT-MASTER.DAT '
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
                           DISPLAY 'RETRORPC: PROVIDER-CONTRACTS.DAT '
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
           CLOSE PROVIDER-CONTRACT-FILE.

       CHECK-REQUEST-CONTRACT.
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               OR WS-CON-ID(WS-CON-IDX) = WS-RQ-CONTRACT
               CONTINUE
           END-PERFORM
           IF WS-CON-IDX > WS-CON-COUNT
               DISPLAY 'RETRORPC: NO SUCH CONTRACT ' WS-RQ-CONTRACT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>================================================================*
      *> SCAN-ADJUDICATED: Claims buffered H-through-A; when the
      *> last A row lands the claim is judged whole and either
           ELSE
               MOVE 'N' TO WS-CUR-IN-WINDOW
           END-IF
      *> A contract request takes the claims of providers under the
      *> contract on the claim date
           IF WS-CUR-IN-WINDOW = 'Y'
               AND WS-RQ-CONTRACT NOT = SPACES
               MOVE CFH-CLAIM-DATE TO WS-CONTRACT-DATE
               PERFORM FIND-PROVIDER-CONTRACT
               IF WS-CUR-CONTRACT NOT = WS-RQ-CONTRACT
                   MOVE 'N' TO WS-CUR-IN-WINDOW
               END-IF
           END-IF
           PERFORM BUFFER-RECORD.

       BUFFER-SERVICE.
           END-IF.

      *> Old allowed comes off the stored A row; the new allowed is
      *> the corrected row priced by its method, capped at the charge
       FOLD-ADJ-LINE.
           IF WS-CUR-IN-WINDOW = 'N'
               EXIT PARAGRAPH
               ADD CFA-ALLOWED-AMT TO WS-CUR-NEW-ALLOWED
           END-IF.

      *> The corrected row is the provider's own row in force on
      *> the date of service, else its contract's base schedule row
       REPRICE-ONE-LINE.
           MOVE 0 TO WS-NEW-RATE
           MOVE 0 TO WS-NEW-ALLOWED
           MOVE 'N' TO WS-FEE-FOUND
           MOVE WS-CUR-PROVIDER TO WS-FEE-KEY
           PERFORM SEARCH-FEE-ROWS
           IF WS-FEE-FOUND = 'N'
               AND WS-CON-COUNT > 0
               MOVE WS-SL-DOS(WS-SL-FOUND) TO WS-CONTRACT-DATE
               PERFORM FIND-PROVIDER-CONTRACT
               IF WS-CUR-SCHEDULE NOT = SPACES
                   MOVE WS-CUR-SCHEDULE TO WS-FEE-KEY
                   PERFORM SEARCH-FEE-ROWS
               END-IF
           END-IF
           IF WS-FEE-FOUND = 'Y'
               PERFORM PRICE-BY-METHOD
           END-IF
           IF WS-NEW-ALLOWED > WS-SL-CHARGE(WS-SL-FOUND)
               MOVE WS-SL-CHARGE(WS-SL-FOUND) TO WS-NEW-ALLOWED
           END-IF.

       SEARCH-FEE-ROWS.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
               IF WS-FT-PROVIDER(WS-FT-IDX) = WS-FEE-KEY
               AND WS-FT-PROC(WS-FT-IDX)
                   = WS-SL-PROC(WS-SL-FOUND)
               AND WS-SL-DOS(WS-SL-FOUND)
                    OR WS-SL-DOS(WS-SL-FOUND)
                       <= WS-FT-TERM(WS-FT-IDX))
                   MOVE WS-FT-RATE(WS-FT-IDX) TO WS-NEW-RATE
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
                       COMPUTE WS-NEW-RATE ROUNDED =
                           WS-LINE-RVU
                           * WS-FT-CONV-FACTOR(WS-FEE-HIT-IDX)
                       END-COMPUTE
                   END-IF
               WHEN 'P'
                   COMPUTE WS-NEW-ALLOWED ROUNDED =
                       WS-SL-CHARGE(WS-SL-FOUND)
                       * WS-FT-PCT-CHARGE(WS-FEE-HIT-IDX) / 100
                   END-COMPUTE
                   IF WS-FT-PCT-CAP(WS-FEE-HIT-IDX) > 0
                       MOVE WS-FT-PCT-CAP(WS-FEE-HIT-IDX)
                           TO WS-PCT-CAP-TOTAL
                       IF WS-SL-UNITS(WS-SL-FOUND) > 1
                           COMPUTE WS-PCT-CAP-TOTAL =
                               WS-PCT-CAP-TOTAL
                               * WS-SL-UNITS(WS-SL-FOUND)
                           END-COMPUTE
                       END-IF
                       IF WS-NEW-ALLOWED > WS-PCT-CAP-TOTAL
                           MOVE WS-PCT-CAP-TOTAL TO WS-NEW-ALLOWED
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-NEW-ALLOWED ROUNDED =
               WS-NEW-RATE * WS-SL-UNITS(WS-SL-FOUND)
           END-COMPUTE.

       FIND-RVU-VALUE.
           MOVE 'N' TO WS-RVU-FOUND
           MOVE 0 TO WS-LINE-RVU
           PERFORM VARYING WS-RVU-IDX FROM 1 BY 1
               UNTIL WS-RVU-IDX > WS-RVU-COUNT
               IF WS-RVT-PROC(WS-RVU-IDX) = WS-SL-PROC(WS-SL-FOUND)
               AND WS-SL-DOS(WS-SL-FOUND) >= WS-RVT-EFF(WS-RVU-IDX)
               AND (WS-RVT-TERM(WS-RVU-IDX) = 0
                    OR WS-SL-DOS(WS-SL-FOUND)
                       <= WS-RVT-TERM(WS-RVU-IDX))
                   MOVE WS-RVT-TOTAL(WS-RVU-IDX) TO WS-LINE-RVU
                   MOVE 'Y' TO WS-RVU-FOUND
               END-IF
           END-PERFORM.

      *> The provider's contract on WS-CONTRACT-DATE and that
      *> contract's base schedule, as CLMPROC resolves them
       FIND-PROVIDER-CONTRACT.
           MOVE SPACES TO WS-CUR-CONTRACT
           MOVE SPACES TO WS-CUR-SCHEDULE
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-PROVIDER(WS-ASG-IDX) = WS-CUR-PROVIDER
               AND WS-CONTRACT-DATE >= WS-ASG-EFF(WS-ASG-IDX)
               AND (WS-ASG-TERM(WS-ASG-IDX) = 0
                    OR WS-CONTRACT-DATE <= WS-ASG-TERM(WS-ASG-IDX))
                   MOVE WS-ASG-CONTRACT(WS-ASG-IDX) TO WS-CUR-CONTRACT
               END-IF
           END-PERFORM
           IF WS-CUR-CONTRACT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-ID(WS-CON-IDX) = WS-CUR-CONTRACT
               AND WS-CONTRACT-DATE >= WS-CON-EFF(WS-CON-IDX)
               AND (WS-CON-TERM(WS-CON-IDX) = 0
                    OR WS-CONTRACT-DATE <= WS-CON-TERM(WS-CON-IDX))
                   MOVE WS-CON-SCHEDULE(WS-CON-IDX) TO WS-CUR-SCHEDULE
               END-IF
           END-PERFORM.

      *>================================================================*
      *> JUDGE-BUFFERED-CLAIM: Outcome changed means the corrected
