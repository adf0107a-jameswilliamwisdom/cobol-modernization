      *>================================================================*
      *> CLMGLJ.cob — Daily claims general-ledger journal
      *> Compile: cobc -x -free -I copybooks CLMGLJ.cob
      *> Gathers every dollar the claims side moved since the last
      *> journal into balanced debit/credit entries, mapped to GL
      *> accounts by event, product (policy type P/H/I) and line of
      *> business (M medical, D dental), summarized one debit and
      *> one credit per event, product and line of business.
      *>
      *> The claims cycle comes off ADJUDICATED.DAT, which CLMPROC
      *> trims and rebuilds whole on a restart, so it is read rather
      *> than fed event by event:
      *>   CB  benefit paid — the claim's adjudicated line paid
      *>   PI  prompt-pay interest added to the payment (PROMPTPAY-
      *>       LOG.DAT, the log PPAYRPT reports from)
      *>   RO  open recovery-ledger balance offset against the
      *>       payment — benefit plus interest less the P record
      *>   CH  benefit paid to a provider under payment suspension,
      *>       parked on the held-payments file (no P record)
      *>   VR  payment reversed by a void of a claim paid this run
      *>   AP  appeal overturn paid (CLMAPPL's APPEAL claims)
      *>   HR  held payment released (PAYRELSE's bare P records)
      *> The rest arrives on GL-ACTIVITY.DAT (GLACTV.cpy), appended
      *> where the money moves: CP capitation (CAPRUN), SR
      *> subrogation receipt (SUBROPST), SL reinsurer cession
      *> receipt (STOPLOSS), CR returned check and SD stale-dated
      *> check (CHKREG), RI owed check reissued and ES owed money
      *> escheated to the state (PAYESCH).
      *>
      *> The account map names the debit and credit account for
      *> each event; a '*' product or line of business matches
      *> any, and the most specific row wins. An event the map
      *> cannot place stops the run before anything is written —
      *> a journal posting to a guessed account is worse than one
      *> posting a day late. A net-negative summary (a retro-netted
      *> capitation, say) posts with the sides swapped.
      *>
      *> The control record proves the journal to CLM-CONTROL-
      *> TOTALS.DAT: benefit paid + held + interest - offsets -
      *> same-run reversals must equal CLMPROC's PAYMENTS row to
      *> the penny (RC 8 when it does not, RC 4 when there is no
      *> CLMPROC row to prove against). CLMGLJ appends its own
      *> rows there — JOURNAL (entry lines, total debits) and,
      *> when it journaled the cycle, CLMPAID (claims, the proved
      *> total) — and a second run in the same cycle finds CLMPAID
      *> and journals only the new activity. The activity file is
      *> consumed once journaled. An out-of-balance journal does
      *> neither — no CLMPAID row and the activity stays on file —
      *> so the rerun once the break is corrected rebuilds the
      *> whole journal.
      *>
      *> Input:  data/ADJUDICATED.DAT       (SEQUENTIAL, CLAIMREC)
      *>         data/PROMPTPAY-LOG.DAT     (LINE SEQUENTIAL)
      *>         data/GL-ACTIVITY.DAT       (LINE SEQ, GLACTV)
      *>         data/POLICIES.DAT          (SEQUENTIAL, POLREC)
      *>         data/GL-ACCOUNT-MAP.DAT    (LINE SEQ: event X(2),
      *>                 product X(1), line of business X(1), debit
      *>                 account X(10), credit account X(10),
      *>                 description X(30))
      *>         data/CLM-CONTROL-TOTALS.DAT (LINE SEQ, CLMCTL)
      *> Output: data/GL-JOURNAL.DAT        (LINE SEQ, GLJRNL)
      *>         data/CLM-CONTROL-TOTALS.DAT (appended)
      *>         data/GL-ACTIVITY.DAT       (emptied)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMGLJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-FILE
               ASSIGN TO 'data/ADJUDICATED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT PROMPT-PAY-LOG-FILE
               ASSIGN TO 'data/PROMPTPAY-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPL-STATUS.
           SELECT GL-ACTIVITY-FILE
               ASSIGN TO 'data/GL-ACTIVITY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO 'data/GL-ACCOUNT-MAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT CLM-CONTROL-FILE
               ASSIGN TO 'data/CLM-CONTROL-TOTALS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCT-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO 'data/GL-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-FILE.
       COPY CLAIMREC.

       FD  PROMPT-PAY-LOG-FILE.
       01  PROMPT-PAY-LOG-RECORD.
           05  PPL-CLAIM-ID           PIC X(12).
           05  PPL-PLAN-TYPE          PIC X(1).
           05  PPL-CLAIM-DATE         PIC 9(8).
           05  PPL-PAY-DATE           PIC 9(8).
           05  PPL-DAYS-TO-PAY        PIC 9(4).
           05  PPL-INTEREST-PAID      PIC 9(5)V99.

       FD  GL-ACTIVITY-FILE.
       COPY GLACTV.

       FD  POLICY-FILE.
       COPY POLREC.

       FD  ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-RECORD.
           05  GLM-EVENT              PIC X(2).
           05  GLM-PRODUCT            PIC X(1).
           05  GLM-LOB                PIC X(1).
           05  GLM-DEBIT-ACCOUNT      PIC X(10).
           05  GLM-CREDIT-ACCOUNT     PIC X(10).
           05  GLM-DESCRIPTION        PIC X(30).

       FD  CLM-CONTROL-FILE.
       COPY CLMCTL.

       FD  JOURNAL-FILE.
       COPY GLJRNL.

       WORKING-STORAGE SECTION.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-PPL-STATUS              PIC XX.
       01  WS-GLA-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-MAP-STATUS              PIC XX.
       01  WS-CCT-STATUS              PIC XX.
       01  WS-GLJ-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).

      *> Account map
       01  WS-MAP-COUNT               PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200.
               10  WS-MAP-EVENT       PIC X(2).
               10  WS-MAP-PRODUCT     PIC X(1).
               10  WS-MAP-LOB         PIC X(1).
               10  WS-MAP-DEBIT       PIC X(10).
               10  WS-MAP-CREDIT      PIC X(10).
               10  WS-MAP-DESC        PIC X(30).
       01  WS-MAP-IDX                 PIC 9(3).
       01  WS-MAP-FOUND-IDX           PIC 9(3) VALUE 0.
       01  WS-MAP-SCORE               PIC 9(1).
       01  WS-MAP-BEST-SCORE          PIC 9(1).

      *> Policy master — the product for activity that names only
      *> a member
       01  WS-POL-TABLE-COUNT         PIC 9(4) VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 1000.
               10  WS-PT-MEMBER-ID    PIC X(10).
               10  WS-PT-TYPE         PIC X(1).
               10  WS-PT-EFF-DATE     PIC 9(8).
               10  WS-PT-TERM-DATE    PIC 9(8).
       01  WS-SEARCH-IDX              PIC 9(4).

      *> Prompt-pay interest by claim — only claims that drew any
       01  WS-INT-COUNT               PIC 9(4) VALUE 0.
       01  WS-INT-TABLE.
           05  WS-INT-ENTRY OCCURS 2000.
               10  WS-INT-CLAIM-ID    PIC X(12).
               10  WS-INT-AMOUNT      PIC 9(5)V99.
       01  WS-INT-IDX                 PIC 9(4).

      *> Claims voided by a V record anywhere in the file — the
      *> first pass collects them so the header, which comes before
      *> the void, can leave its product and line of business for
      *> the reversal; a void whose claim went by earlier in the
      *> file is a same-run reversal CLMPROC netted out of PAYMENTS
       01  WS-VD-COUNT                PIC 9(3) VALUE 0.
       01  WS-VD-TABLE.
           05  WS-VD-ENTRY OCCURS 500.
               10  WS-VD-CLAIM-ID     PIC X(12).
               10  WS-VD-SEEN         PIC X(1).
               10  WS-VD-PRODUCT      PIC X(1).
               10  WS-VD-LOB          PIC X(1).
       01  WS-VD-IDX                  PIC 9(3).
       01  WS-VD-FOUND-IDX            PIC 9(3) VALUE 0.

      *> The claim being gathered
       01  WS-CLAIM-OPEN              PIC X(1) VALUE 'N'.
       01  WS-CH-CLAIM-ID             PIC X(12).
       01  WS-CH-PRODUCT              PIC X(1).
       01  WS-CH-LOB                  PIC X(1).
       01  WS-CH-APPEAL               PIC X(1).
       01  WS-CH-VD-IDX               PIC 9(3).
       01  WS-CH-BENEFIT              PIC S9(9)V99.
       01  WS-CH-PAY-PRESENT          PIC X(1).
       01  WS-CH-PAY-TOTAL            PIC S9(9)V99.
       01  WS-CH-PAY-DATE             PIC 9(8).
       01  WS-CH-INTEREST             PIC S9(9)V99.
       01  WS-CH-OFFSET               PIC S9(9)V99.

      *> The event being booked
       01  WS-EV-EVENT                PIC X(2).
       01  WS-EV-PRODUCT              PIC X(1).
       01  WS-EV-LOB                  PIC X(1).
       01  WS-EV-AMOUNT               PIC S9(9)V99.

      *> Journal summary — one bucket per event, product and line
      *> of business
       01  WS-BK-COUNT                PIC 9(3) VALUE 0.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 300.
               10  WS-BK-EVENT        PIC X(2).
               10  WS-BK-PRODUCT      PIC X(1).
               10  WS-BK-LOB          PIC X(1).
               10  WS-BK-AMOUNT       PIC S9(11)V99.
               10  WS-BK-EVENTS       PIC 9(5).
               10  WS-BK-MAP-IDX      PIC 9(3).
       01  WS-BK-IDX                  PIC 9(3).
       01  WS-BK-NET                  PIC S9(11)V99.
       01  WS-BK-UNMAPPED             PIC 9(3) VALUE 0.

      *> CLM-CONTROL-TOTALS.DAT — the last CLMPROC PAYMENTS row,
      *> and whether this cycle was already journaled after it
       01  WS-HAVE-PRC                PIC X(1) VALUE 'N'.
       01  WS-PRC-PAYMENTS            PIC 9(13)V99 VALUE 0.
       01  WS-CYCLE-JOURNALED         PIC X(1) VALUE 'N'.
       01  WS-DO-CYCLE                PIC X(1) VALUE 'N'.

      *> Run totals
       01  WS-GJ-CLAIMS               PIC 9(7) VALUE 0.
       01  WS-GJ-CLAIMS-PAID          PIC S9(13)V99 VALUE 0.
       01  WS-GJ-ACTIVITY             PIC 9(7) VALUE 0.
       01  WS-GJ-LINES                PIC 9(5) VALUE 0.
       01  WS-GJ-DEBITS               PIC 9(13)V99 VALUE 0.
       01  WS-GJ-CREDITS              PIC 9(13)V99 VALUE 0.
       01  WS-GJ-ORPHANS              PIC 9(5) VALUE 0.
       01  WS-GJ-VERDICT              PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CLMGLJ - DAILY CLAIMS GL JOURNAL'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-POLICIES
           PERFORM LOAD-CONTROL-ROWS
           PERFORM GATHER-CYCLE-EVENTS
           PERFORM GATHER-ACTIVITY
           PERFORM MAP-BUCKETS
           IF WS-BK-UNMAPPED > 0
               DISPLAY 'CLMGLJ: ' WS-BK-UNMAPPED
                   ' EVENT(S) WITH NO GL-ACCOUNT-MAP ROW - '
                   'NO JOURNAL WRITTEN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-GLJ-STATUS NOT = '00'
               DISPLAY 'CLMGLJ: ERROR OPENING GL-JOURNAL: '
                   WS-GLJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-JOURNAL-ENTRIES
           PERFORM PROVE-AND-WRITE-CONTROL
           CLOSE JOURNAL-FILE
           PERFORM APPEND-CONTROL-ROWS
           PERFORM CONSUME-ACTIVITY
           DISPLAY 'CLMGLJ COMPLETE'
           DISPLAY '  CLAIMS JOURNALED:  ' WS-GJ-CLAIMS
           DISPLAY '  ACTIVITY ROWS:     ' WS-GJ-ACTIVITY
           DISPLAY '  ENTRY LINES:       ' WS-GJ-LINES
           DISPLAY '  TOTAL DEBITS:     $' WS-GJ-DEBITS
           DISPLAY '  TOTAL CREDITS:    $' WS-GJ-CREDITS
           IF WS-GJ-ORPHANS > 0
               DISPLAY '  ORPHAN RECORDS:    ' WS-GJ-ORPHANS
           END-IF
           DISPLAY '  CONTROL:           ' WS-GJ-VERDICT
           STOP RUN.

      *>================================================================*
      *> LOAD-ACCOUNT-MAP: No map, no journal — every entry needs
      *> its accounts
      *>================================================================*
       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'CLMGLJ: NO GL-ACCOUNT-MAP.DAT ON FILE - '
                   'RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MAP-COUNT = 200
                           DISPLAY 'CLMGLJ: ERROR - GL-ACCOUNT-MAP '
                               'EXCEEDS THE 200-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GLM-EVENT
                           TO WS-MAP-EVENT(WS-MAP-COUNT)
                       MOVE GLM-PRODUCT
                           TO WS-MAP-PRODUCT(WS-MAP-COUNT)
                       MOVE GLM-LOB
                           TO WS-MAP-LOB(WS-MAP-COUNT)
                       MOVE GLM-DEBIT-ACCOUNT
                           TO WS-MAP-DEBIT(WS-MAP-COUNT)
                       MOVE GLM-CREDIT-ACCOUNT
                           TO WS-MAP-CREDIT(WS-MAP-COUNT)
                       MOVE GLM-DESCRIPTION
                           TO WS-MAP-DESC(WS-MAP-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE
           DISPLAY 'ACCOUNT MAP ROWS LOADED: ' WS-MAP-COUNT.

       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'CLMGLJ: NO POLICIES.DAT - MEMBER ACTIVITY '
                   'MAPS ON ANY PRODUCT'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> A partial table would book a member's receipt to the
      *> wrong product's accounts
                       IF WS-POL-TABLE-COUNT = 1000
                           DISPLAY 'CLMGLJ: ERROR - POLICIES.DAT '
                               'EXCEEDS THE 1000-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-POL-TABLE-COUNT
                       MOVE POL-MEMBER-ID
                           TO WS-PT-MEMBER-ID(WS-POL-TABLE-COUNT)
                       MOVE POL-TYPE
                           TO WS-PT-TYPE(WS-POL-TABLE-COUNT)
                       MOVE POL-EFFECTIVE-DATE
                           TO WS-PT-EFF-DATE(WS-POL-TABLE-COUNT)
                       MOVE POL-TERM-DATE
                           TO WS-PT-TERM-DATE(WS-POL-TABLE-COUNT)
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

      *>================================================================*
      *> LOAD-CONTROL-ROWS: CLMPROC's PAYMENTS row for this cycle —
      *> a restart or rerun appends a fresh set, so the last one
      *> read stands — and whether a CLMGLJ run already journaled
      *> the cycle after it
      *>================================================================*
       LOAD-CONTROL-ROWS.
           OPEN INPUT CLM-CONTROL-FILE
           IF WS-CCT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLM-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CCT-STEP = 'CLMPROC '
                           MOVE 'N' TO WS-CYCLE-JOURNALED
                           IF CCT-POINT = 'PAYMENTS'
                               MOVE 'Y' TO WS-HAVE-PRC
                               MOVE CCT-AMOUNT-HASH
                                   TO WS-PRC-PAYMENTS
                           END-IF
                       END-IF
                       IF CCT-STEP = 'CLMGLJ  '
                           AND CCT-POINT = 'CLMPAID '
                           MOVE 'Y' TO WS-CYCLE-JOURNALED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLM-CONTROL-FILE.

      *>================================================================*
      *> GATHER-CYCLE-EVENTS: The adjudication cycle's money, claim
      *> by claim off ADJUDICATED.DAT
      *>================================================================*
       GATHER-CYCLE-EVENTS.
           IF WS-CYCLE-JOURNALED = 'Y'
               DISPLAY 'CLMGLJ: CLAIMS CYCLE ALREADY JOURNALED - '
                   'ACTIVITY ONLY'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'CLMGLJ: NO ADJUDICATED.DAT - ACTIVITY ONLY'
               EXIT PARAGRAPH
           END-IF
           CLOSE ADJ-FILE
           MOVE 'Y' TO WS-DO-CYCLE
           PERFORM LOAD-INTEREST-LOG
           PERFORM COLLECT-VOIDS
           OPEN INPUT ADJ-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM BOOK-CLAIM
           CLOSE ADJ-FILE.

       LOAD-INTEREST-LOG.
           OPEN INPUT PROMPT-PAY-LOG-FILE
           IF WS-PPL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROMPT-PAY-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PPL-INTEREST-PAID > 0
                           IF WS-INT-COUNT = 2000
                               DISPLAY 'CLMGLJ: ERROR - MORE THAN '
                                   '2000 INTEREST-BEARING PAYMENTS '
                                   '- RUN ABANDONED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-INT-COUNT
                           MOVE PPL-CLAIM-ID
                               TO WS-INT-CLAIM-ID(WS-INT-COUNT)
                           MOVE PPL-INTEREST-PAID
                               TO WS-INT-AMOUNT(WS-INT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMPT-PAY-LOG-FILE.

       COLLECT-VOIDS.
           OPEN INPUT ADJ-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ADJ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CFR-IS-VOID
                           PERFORM ADD-VOIDED-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJ-FILE.

       ADD-VOIDED-CLAIM.
           PERFORM FIND-VOIDED-CLAIM
           IF WS-VD-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VD-COUNT = 500
               DISPLAY 'CLMGLJ: ERROR - MORE THAN 500 VOIDS - '
                   'RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VD-COUNT
           MOVE CFR-CLAIM-ID TO WS-VD-CLAIM-ID(WS-VD-COUNT)
           MOVE 'N'          TO WS-VD-SEEN(WS-VD-COUNT)
           MOVE SPACES       TO WS-VD-PRODUCT(WS-VD-COUNT)
           MOVE SPACES       TO WS-VD-LOB(WS-VD-COUNT).

       FIND-VOIDED-CLAIM.
           MOVE 0 TO WS-VD-FOUND-IDX
           PERFORM VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VD-COUNT
               OR WS-VD-FOUND-IDX > 0
               IF WS-VD-CLAIM-ID(WS-VD-IDX) = CFR-CLAIM-ID
                   MOVE WS-VD-IDX TO WS-VD-FOUND-IDX
               END-IF
           END-PERFORM.

       TAKE-ONE-RECORD.
           EVALUATE TRUE
               WHEN CFR-IS-HEADER
                   PERFORM BOOK-CLAIM
                   PERFORM START-CLAIM
               WHEN CFR-IS-SERVICE
                   IF WS-CLAIM-OPEN = 'Y'
                       AND CFR-CLAIM-ID = WS-CH-CLAIM-ID
      *> The first line's code decides the line of business — a
      *> CDT code (D-prefix) makes it a dental claim
                       IF WS-CH-LOB = SPACE
                           IF CFS-PROCEDURE-CODE(1:1) = 'D'
                               MOVE 'D' TO WS-CH-LOB
                           ELSE
                               MOVE 'M' TO WS-CH-LOB
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WS-GJ-ORPHANS
                   END-IF
               WHEN CFR-IS-ADJUDICATION
                   IF WS-CLAIM-OPEN = 'Y'
                       AND CFR-CLAIM-ID = WS-CH-CLAIM-ID
                       ADD CFA-PAID-AMT TO WS-CH-BENEFIT
                   ELSE
                       ADD 1 TO WS-GJ-ORPHANS
                   END-IF
               WHEN CFR-IS-PAYMENT
                   IF WS-CLAIM-OPEN = 'Y'
                       AND CFR-CLAIM-ID = WS-CH-CLAIM-ID
                       AND WS-CH-PAY-PRESENT = 'N'
                       MOVE 'Y'            TO WS-CH-PAY-PRESENT
                       MOVE CFP-TOTAL-PAID TO WS-CH-PAY-TOTAL
                       MOVE CFP-PAY-DATE   TO WS-CH-PAY-DATE
                   ELSE
                       PERFORM BOOK-CLAIM
                       PERFORM BOOK-RELEASED-PAYMENT
                   END-IF
               WHEN CFR-IS-VOID
                   PERFORM BOOK-CLAIM
                   PERFORM BOOK-VOID
               WHEN OTHER
                   ADD 1 TO WS-GJ-ORPHANS
           END-EVALUATE.

       START-CLAIM.
           MOVE 'Y'             TO WS-CLAIM-OPEN
           MOVE CFR-CLAIM-ID    TO WS-CH-CLAIM-ID
           MOVE CFH-POLICY-TYPE TO WS-CH-PRODUCT
           MOVE SPACE           TO WS-CH-LOB
           MOVE 'N'             TO WS-CH-PAY-PRESENT
           MOVE 0               TO WS-CH-BENEFIT
           MOVE 0               TO WS-CH-PAY-TOTAL
           MOVE 0               TO WS-CH-PAY-DATE
           IF CFR-CLAIM-ID(1:6) = 'APPEAL'
               MOVE 'Y' TO WS-CH-APPEAL
           ELSE
               MOVE 'N' TO WS-CH-APPEAL
           END-IF
           PERFORM FIND-VOIDED-CLAIM
           MOVE WS-VD-FOUND-IDX TO WS-CH-VD-IDX
           IF WS-VD-FOUND-IDX > 0
               MOVE 'Y' TO WS-VD-SEEN(WS-VD-FOUND-IDX)
           END-IF.

      *>================================================================*
      *> BOOK-CLAIM: The gathered claim's money. A paid CLMPROC
      *> claim splits its P total back into benefit, interest and
      *> offset — P = benefit + interest - offset — and with no P
      *> record the benefit sits on the held-payments file. An
      *> offset that comes out negative means the interest log no
      *> longer holds the claim's interest (a restarted run logs
      *> only what it paid after the checkpoint), so the difference
      *> is interest; the total books the same either way.
      *>================================================================*
       BOOK-CLAIM.
           IF WS-CLAIM-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLAIM-OPEN
           IF WS-CH-LOB = SPACE
               MOVE 'M' TO WS-CH-LOB
           END-IF
           IF WS-CH-VD-IDX > 0
               MOVE WS-CH-PRODUCT TO WS-VD-PRODUCT(WS-CH-VD-IDX)
               MOVE WS-CH-LOB     TO WS-VD-LOB(WS-CH-VD-IDX)
           END-IF
           MOVE WS-CH-PRODUCT TO WS-EV-PRODUCT
           MOVE WS-CH-LOB     TO WS-EV-LOB
           IF WS-CH-APPEAL = 'Y'
               IF WS-CH-PAY-PRESENT = 'Y'
                   MOVE 'AP'            TO WS-EV-EVENT
                   MOVE WS-CH-PAY-TOTAL TO WS-EV-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GJ-CLAIMS
           IF WS-CH-PAY-PRESENT = 'N'
               MOVE 'CH'          TO WS-EV-EVENT
               MOVE WS-CH-BENEFIT TO WS-EV-AMOUNT
               PERFORM ADD-TO-BUCKET
               ADD WS-CH-BENEFIT TO WS-GJ-CLAIMS-PAID
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CH-INTEREST
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
               UNTIL WS-INT-IDX > WS-INT-COUNT
               IF WS-INT-CLAIM-ID(WS-INT-IDX) = WS-CH-CLAIM-ID
                   MOVE WS-INT-AMOUNT(WS-INT-IDX) TO WS-CH-INTEREST
               END-IF
           END-PERFORM
           COMPUTE WS-CH-OFFSET =
               WS-CH-BENEFIT + WS-CH-INTEREST - WS-CH-PAY-TOTAL
           IF WS-CH-OFFSET < 0
               SUBTRACT WS-CH-OFFSET FROM WS-CH-INTEREST
               MOVE 0 TO WS-CH-OFFSET
           END-IF
           MOVE 'CB'          TO WS-EV-EVENT
           MOVE WS-CH-BENEFIT TO WS-EV-AMOUNT
           PERFORM ADD-TO-BUCKET
           MOVE 'PI'           TO WS-EV-EVENT
           MOVE WS-CH-INTEREST TO WS-EV-AMOUNT
           PERFORM ADD-TO-BUCKET
           MOVE 'RO'         TO WS-EV-EVENT
           MOVE WS-CH-OFFSET TO WS-EV-AMOUNT
           PERFORM ADD-TO-BUCKET
           ADD WS-CH-PAY-TOTAL TO WS-GJ-CLAIMS-PAID.

      *> A P record with no claim ahead of it is PAYRELSE paying a
      *> held benefit booked on an earlier night
       BOOK-RELEASED-PAYMENT.
           MOVE 'HR'           TO WS-EV-EVENT
           MOVE SPACE          TO WS-EV-PRODUCT
           MOVE SPACE          TO WS-EV-LOB
           MOVE CFP-TOTAL-PAID TO WS-EV-AMOUNT
           PERFORM ADD-TO-BUCKET.

      *> Only a void of a claim paid in this run moved money
      *> tonight — a prior-run void's receivable was booked by
      *> RETRORPC when it opened the recovery item
       BOOK-VOID.
           PERFORM FIND-VOIDED-CLAIM
           IF WS-VD-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VD-SEEN(WS-VD-FOUND-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'VR' TO WS-EV-EVENT
           MOVE WS-VD-PRODUCT(WS-VD-FOUND-IDX) TO WS-EV-PRODUCT
           MOVE WS-VD-LOB(WS-VD-FOUND-IDX)     TO WS-EV-LOB
           COMPUTE WS-EV-AMOUNT = 0 - CFV-REVERSED-PAID
           PERFORM ADD-TO-BUCKET
           SUBTRACT WS-EV-AMOUNT FROM WS-GJ-CLAIMS-PAID.

      *>================================================================*
      *> GATHER-ACTIVITY: What the other money-moving programs
      *> appended since the last journal; a member's policy in force
      *> on the event date supplies a product the event left blank
      *>================================================================*
       GATHER-ACTIVITY.
           OPEN INPUT GL-ACTIVITY-FILE
           IF WS-GLA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-GJ-ACTIVITY
                       MOVE GLA-EVENT   TO WS-EV-EVENT
                       MOVE GLA-PRODUCT TO WS-EV-PRODUCT
                       MOVE GLA-LOB     TO WS-EV-LOB
                       MOVE GLA-AMOUNT  TO WS-EV-AMOUNT
                       IF WS-EV-PRODUCT = SPACE
                           AND GLA-MEMBER-ID NOT = SPACES
                           PERFORM FIND-MEMBER-PRODUCT
                       END-IF
                       PERFORM ADD-TO-BUCKET
               END-READ
           END-PERFORM
           CLOSE GL-ACTIVITY-FILE.

       FIND-MEMBER-PRODUCT.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-POL-TABLE-COUNT
               OR WS-EV-PRODUCT NOT = SPACE
               IF WS-PT-MEMBER-ID(WS-SEARCH-IDX) = GLA-MEMBER-ID
                   AND GLA-EVENT-DATE
                       >= WS-PT-EFF-DATE(WS-SEARCH-IDX)
                   AND (WS-PT-TERM-DATE(WS-SEARCH-IDX) = 0
                        OR GLA-EVENT-DATE
                           <= WS-PT-TERM-DATE(WS-SEARCH-IDX))
                   MOVE WS-PT-TYPE(WS-SEARCH-IDX) TO WS-EV-PRODUCT
               END-IF
           END-PERFORM
      *> A receipt can land after the coverage ended — the
      *> member's last policy on file still names the product
           IF WS-EV-PRODUCT = SPACE
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-POL-TABLE-COUNT
                   IF WS-PT-MEMBER-ID(WS-SEARCH-IDX) = GLA-MEMBER-ID
                       MOVE WS-PT-TYPE(WS-SEARCH-IDX)
                           TO WS-EV-PRODUCT
                   END-IF
               END-PERFORM
           END-IF.

       ADD-TO-BUCKET.
           IF WS-EV-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               OR (WS-BK-EVENT(WS-BK-IDX) = WS-EV-EVENT
                   AND WS-BK-PRODUCT(WS-BK-IDX) = WS-EV-PRODUCT
                   AND WS-BK-LOB(WS-BK-IDX) = WS-EV-LOB)
               CONTINUE
           END-PERFORM
           IF WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-COUNT = 300
                   DISPLAY 'CLMGLJ: ERROR - MORE THAN 300 JOURNAL '
                       'SUMMARIES - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-COUNT    TO WS-BK-IDX
               MOVE WS-EV-EVENT    TO WS-BK-EVENT(WS-BK-IDX)
               MOVE WS-EV-PRODUCT  TO WS-BK-PRODUCT(WS-BK-IDX)
               MOVE WS-EV-LOB      TO WS-BK-LOB(WS-BK-IDX)
               MOVE 0              TO WS-BK-AMOUNT(WS-BK-IDX)
               MOVE 0              TO WS-BK-EVENTS(WS-BK-IDX)
               MOVE 0              TO WS-BK-MAP-IDX(WS-BK-IDX)
           END-IF
           ADD WS-EV-AMOUNT TO WS-BK-AMOUNT(WS-BK-IDX)
           ADD 1 TO WS-BK-EVENTS(WS-BK-IDX).

      *>================================================================*
      *> MAP-BUCKETS: The most specific map row per summary — exact
      *> product and line of business over a '*' in either
      *>================================================================*
       MAP-BUCKETS.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               MOVE 0 TO WS-MAP-FOUND-IDX
               MOVE 0 TO WS-MAP-BEST-SCORE
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   PERFORM SCORE-MAP-ROW
               END-PERFORM
               MOVE WS-MAP-FOUND-IDX TO WS-BK-MAP-IDX(WS-BK-IDX)
               IF WS-MAP-FOUND-IDX = 0
                   ADD 1 TO WS-BK-UNMAPPED
                   DISPLAY 'CLMGLJ: NO ACCOUNT MAP FOR EVENT '
                       WS-BK-EVENT(WS-BK-IDX) ' PRODUCT "'
                       WS-BK-PRODUCT(WS-BK-IDX) '" LOB "'
                       WS-BK-LOB(WS-BK-IDX) '" - $'
                       WS-BK-AMOUNT(WS-BK-IDX)
               END-IF
           END-PERFORM.

       SCORE-MAP-ROW.
           IF WS-MAP-EVENT(WS-MAP-IDX) NOT = WS-BK-EVENT(WS-BK-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MAP-SCORE
           IF WS-MAP-PRODUCT(WS-MAP-IDX) = WS-BK-PRODUCT(WS-BK-IDX)
               ADD 2 TO WS-MAP-SCORE
           ELSE
               IF WS-MAP-PRODUCT(WS-MAP-IDX) NOT = '*'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-MAP-LOB(WS-MAP-IDX) = WS-BK-LOB(WS-BK-IDX)
               ADD 1 TO WS-MAP-SCORE
           ELSE
               IF WS-MAP-LOB(WS-MAP-IDX) NOT = '*'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-MAP-SCORE > WS-MAP-BEST-SCORE
               MOVE WS-MAP-SCORE TO WS-MAP-BEST-SCORE
               MOVE WS-MAP-IDX   TO WS-MAP-FOUND-IDX
           END-IF.

      *>================================================================*
      *> WRITE-JOURNAL-ENTRIES: Two lines per summary, debit then
      *> credit, for the same amount — the journal balances line
      *> pair by line pair
      *>================================================================*
       WRITE-JOURNAL-ENTRIES.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-AMOUNT(WS-BK-IDX) NOT = 0
                   PERFORM WRITE-ENTRY-PAIR
               END-IF
           END-PERFORM.

       WRITE-ENTRY-PAIR.
           MOVE WS-BK-MAP-IDX(WS-BK-IDX) TO WS-MAP-IDX
           IF WS-BK-AMOUNT(WS-BK-IDX) < 0
               COMPUTE WS-BK-NET = 0 - WS-BK-AMOUNT(WS-BK-IDX)
           ELSE
               MOVE WS-BK-AMOUNT(WS-BK-IDX) TO WS-BK-NET
           END-IF
           MOVE SPACES                   TO GL-JOURNAL-RECORD
           SET  GLJ-IS-ENTRY             TO TRUE
           MOVE WS-RUN-DATE              TO GLJ-JOURNAL-DATE
           MOVE WS-BK-PRODUCT(WS-BK-IDX) TO GLJ-PRODUCT
           MOVE WS-BK-LOB(WS-BK-IDX)     TO GLJ-LOB
           MOVE WS-BK-EVENT(WS-BK-IDX)   TO GLJ-EVENT
           MOVE WS-BK-EVENTS(WS-BK-IDX)  TO GLJ-EVENT-COUNT
           MOVE WS-MAP-DESC(WS-MAP-IDX)  TO GLJ-DESCRIPTION
      *> The debit line — the map's debit account, or its credit
      *> account when the summary nets negative
           ADD 1 TO WS-GJ-LINES
           MOVE WS-GJ-LINES TO GLJ-LINE-NUMBER
           IF WS-BK-AMOUNT(WS-BK-IDX) < 0
               MOVE WS-MAP-CREDIT(WS-MAP-IDX) TO GLJ-ACCOUNT
           ELSE
               MOVE WS-MAP-DEBIT(WS-MAP-IDX)  TO GLJ-ACCOUNT
           END-IF
           MOVE WS-BK-NET TO GLJ-DEBIT-AMT
           MOVE 0         TO GLJ-CREDIT-AMT
           WRITE GL-JOURNAL-RECORD
           ADD WS-BK-NET TO WS-GJ-DEBITS
      *> The credit line
           ADD 1 TO WS-GJ-LINES
           MOVE WS-GJ-LINES TO GLJ-LINE-NUMBER
           IF WS-BK-AMOUNT(WS-BK-IDX) < 0
               MOVE WS-MAP-DEBIT(WS-MAP-IDX)  TO GLJ-ACCOUNT
           ELSE
               MOVE WS-MAP-CREDIT(WS-MAP-IDX) TO GLJ-ACCOUNT
           END-IF
           MOVE 0         TO GLJ-DEBIT-AMT
           MOVE WS-BK-NET TO GLJ-CREDIT-AMT
           WRITE GL-JOURNAL-RECORD
           ADD WS-BK-NET TO WS-GJ-CREDITS.

      *>================================================================*
      *> PROVE-AND-WRITE-CONTROL: The cycle's claim payments against
      *> CLMPROC's PAYMENTS row, then the control record carrying
      *> both sides and the verdict
      *>================================================================*
       PROVE-AND-WRITE-CONTROL.
           EVALUATE TRUE
               WHEN WS-DO-CYCLE NOT = 'Y'
                   MOVE 'ACTIVITY ONLY' TO WS-GJ-VERDICT
               WHEN WS-HAVE-PRC NOT = 'Y'
                   MOVE 'NOT PROVED' TO WS-GJ-VERDICT
                   DISPLAY 'CLMGLJ: NO CLMPROC PAYMENTS ROW ON '
                       'CLM-CONTROL-TOTALS - JOURNAL NOT PROVED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
      *> CLMPROC floors a net-negative run's PAYMENTS hash at zero
               WHEN (WS-GJ-CLAIMS-PAID < 0
                     AND WS-PRC-PAYMENTS = 0)
                 OR WS-GJ-CLAIMS-PAID = WS-PRC-PAYMENTS
                   MOVE 'IN BALANCE' TO WS-GJ-VERDICT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE' TO WS-GJ-VERDICT
                   DISPLAY 'CLMGLJ: CLAIM PAYMENTS JOURNALED $'
                       WS-GJ-CLAIMS-PAID ' - CLMPROC PAYMENTS $'
                       WS-PRC-PAYMENTS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           MOVE SPACES            TO GL-JOURNAL-RECORD
           SET  GLJ-IS-CONTROL    TO TRUE
           MOVE WS-RUN-DATE       TO GLJ-JOURNAL-DATE
           MOVE WS-GJ-LINES       TO GLJ-LINE-COUNT
           MOVE WS-GJ-DEBITS      TO GLJ-TOTAL-DEBITS
           MOVE WS-GJ-CREDITS     TO GLJ-TOTAL-CREDITS
           MOVE WS-GJ-CLAIMS-PAID TO GLJ-CLAIMS-PAID
           MOVE WS-PRC-PAYMENTS   TO GLJ-CTL-PAYMENTS
           MOVE WS-GJ-VERDICT     TO GLJ-PROOF-STATUS
           WRITE GL-JOURNAL-RECORD.

      *>================================================================*
      *> APPEND-CONTROL-ROWS: The journal's own rows on the claims
      *> control file — CLMPAID only when the cycle was journaled
      *> and proved no worse than unproved, which is what keeps a
      *> second run off it
      *>================================================================*
       APPEND-CONTROL-ROWS.
           OPEN EXTEND CLM-CONTROL-FILE
           IF WS-CCT-STATUS NOT = '00'
               OPEN OUTPUT CLM-CONTROL-FILE
           END-IF
           IF WS-CCT-STATUS NOT = '00'
               DISPLAY 'CLMGLJ: ERROR APPENDING CLM-CONTROL-TOTALS: '
                   WS-CCT-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'CLMGLJ  '           TO CCT-STEP
           MOVE WS-RUN-DATE          TO CCT-RUN-DATE
           MOVE 'JOURNAL '           TO CCT-POINT
           MOVE WS-GJ-LINES          TO CCT-COUNT
           MOVE WS-GJ-DEBITS         TO CCT-AMOUNT-HASH
           WRITE CLAIM-CONTROL-RECORD
           IF WS-DO-CYCLE = 'Y'
               AND WS-GJ-VERDICT NOT = 'OUT OF BALANCE'
               MOVE 'CLMPAID '       TO CCT-POINT
               MOVE WS-GJ-CLAIMS     TO CCT-COUNT
               IF WS-GJ-CLAIMS-PAID < 0
                   MOVE 0 TO CCT-AMOUNT-HASH
               ELSE
                   MOVE WS-GJ-CLAIMS-PAID TO CCT-AMOUNT-HASH
               END-IF
               WRITE CLAIM-CONTROL-RECORD
           END-IF
           CLOSE CLM-CONTROL-FILE.

      *> Activity journals exactly once — and is kept for the rerun
      *> when the journal it went into did not prove
       CONSUME-ACTIVITY.
           IF WS-GJ-VERDICT = 'OUT OF BALANCE'
               DISPLAY 'CLMGLJ: JOURNAL OUT OF BALANCE - CYCLE AND '
                   'GL-ACTIVITY LEFT FOR THE RERUN'
               EXIT PARAGRAPH
           END-IF
           IF WS-GJ-ACTIVITY = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GL-ACTIVITY-FILE
           CLOSE GL-ACTIVITY-FILE.
