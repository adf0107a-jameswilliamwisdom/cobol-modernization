      *>================================================================*
      *> CLMEXTR.cob — Nightly claim-line extract for the warehouse
      *> Compile: cobc -x -free -I copybooks CLMEXTR.cob
      *> Stitches ADJUDICATED.DAT back together once, here, so no
      *> analyst has to: every service line becomes one pipe-
      *> delimited, display-format row carrying its header, its
      *> S-record detail, its adjudication result and its claim's
      *> payment, plus what the warehouse would otherwise look up —
      *> the member's policy and plan in force on the claim date,
      *> the provider's specialty and network flag off the provider
      *> master, the service category the line cost-shares under
      *> (derived the way CLMPROC derives it), and the reason code's
      *> description with its CARC/RARC pair.
      *>
      *> Row types (first field):
      *>   L  one service line. Claim status: O original, R
      *>      replacement (the header names the claim it corrects),
      *>      A appeal overturn (CLMAPPL's fresh claim linked back to
      *>      the appealed claim — no S detail), V voided by a void
      *>      record later in this same file
      *>   V  one void record: the claim voided, void date and
      *>      reason, the amount reversed, and whether the voided
      *>      claim adjudicated in this run (Y) or a prior one (N)
      *>   P  a payment issued for a claim adjudicated on an
      *>      earlier night (PAYRELSE releasing a held payment)
      *>   T  the control record, always last
      *> With the V and P rows the warehouse loads incrementally:
      *> lines arrive once, and later voids and releases update
      *> the claims already loaded. A line on a claim with no
      *> payment record this run (nothing paid, or the payment is
      *> held) carries blank payment fields.
      *>
      *> The control record balances the extract to the CLMPROC
      *> rows on CLM-CONTROL-TOTALS.DAT — claims in and the charge
      *> hash, lines in, line-level paid and same-run reversals.
      *> Appeal-overturn lines are appended after CLMPROC ran, so
      *> they are totalled on the control record apart from the
      *> proof. Any difference is an OUT OF BALANCE control record
      *> and RC 8; no CLMPROC rows to prove against is RC 4.
      *>
      *> Input:  data/ADJUDICATED.DAT      (SEQUENTIAL, CLAIMREC)
      *>         data/POLICIES.DAT         (SEQUENTIAL, POLREC)
      *>         data/PROVIDER-MASTER.DAT  (SEQUENTIAL, PROVMAST)
      *>         data/PROC-CODES.DAT       (LINE SEQ, PROCMAST)
      *>         data/REASON-CODES.DAT     (LINE SEQ, RSNCODE)
      *>         data/CLM-CONTROL-TOTALS.DAT (LINE SEQ, CLMCTL)
      *> Output: data/CLAIM-LINE-EXTRACT.DAT (LINE SEQUENTIAL,
      *>                 pipe-delimited, layouts below)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMEXTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-FILE
               ASSIGN TO 'data/ADJUDICATED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT PROC-MASTER-FILE
               ASSIGN TO 'data/PROC-CODES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCM-STATUS.
           SELECT REASON-CODE-FILE
               ASSIGN TO 'data/REASON-CODES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-STATUS.
           SELECT CLM-CONTROL-FILE
               ASSIGN TO 'data/CLM-CONTROL-TOTALS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCT-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO 'data/CLAIM-LINE-EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-FILE.
       COPY CLAIMREC.

       FD  POLICY-FILE.
       COPY POLREC.

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  PROC-MASTER-FILE.
       COPY PROCMAST.

       FD  REASON-CODE-FILE.
       COPY RSNCODE.

       FD  CLM-CONTROL-FILE.
       COPY CLMCTL.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD             PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-PCM-STATUS              PIC XX.
       01  WS-RSN-STATUS              PIC XX.
       01  WS-CCT-STATUS              PIC XX.
       01  WS-XTR-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).

      *> Policy master — the policy and plan in force on the date
       01  WS-POL-TABLE-COUNT         PIC 9(4) VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 1000.
               10  WS-PT-POLICY-ID    PIC X(5).
               10  WS-PT-MEMBER-ID    PIC X(10).
               10  WS-PT-EFF-DATE     PIC 9(8).
               10  WS-PT-TERM-DATE    PIC 9(8).
               10  WS-PT-PLAN-ID      PIC X(5).
       01  WS-SEARCH-IDX              PIC 9(4).
       01  WS-CUR-POL-IDX             PIC 9(4) VALUE 0.

      *> Provider master — specialty and network flag
       01  WS-PRV-TABLE-COUNT         PIC 9(4) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PV-ENTRY OCCURS 500.
               10  WS-PV-PROVIDER-ID  PIC X(10).
               10  WS-PV-SPECIALTY    PIC X(3).
               10  WS-PV-NETWORK      PIC X(1).
       01  WS-PV-IDX                  PIC 9(4).
       01  WS-PV-FOUND-IDX            PIC 9(4) VALUE 0.

      *> Procedure master — the dental benefit class only
       01  WS-PCM-COUNT               PIC 9(4) VALUE 0.
       01  WS-PCM-TABLE.
           05  WS-PCM-ENTRY OCCURS 2000.
               10  WS-PCM-CODE        PIC X(5).
               10  WS-PCM-EFF         PIC 9(8).
               10  WS-PCM-TERM        PIC 9(8).
               10  WS-PCM-CLASS       PIC X(1).
       01  WS-PCM-IDX                 PIC 9(4).
       01  WS-LINE-DENTAL-CLASS       PIC X(1).
       01  WS-LINE-CATEGORY           PIC X(2).
       01  WS-PROC-PREFIX             PIC X(1).

      *> Reason-code master
       01  WS-RSN-COUNT               PIC 9(3) VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 100.
               10  WS-RSN-CODE        PIC X(3).
               10  WS-RSN-DESC        PIC X(40).
               10  WS-RSN-CARC        PIC X(3).
               10  WS-RSN-RARC        PIC X(3).
       01  WS-RSN-IDX                 PIC 9(3).
       01  WS-RSN-FOUND-IDX           PIC 9(3) VALUE 0.

      *> Claims voided by a V record anywhere in the file — the
      *> first pass collects them so the voided claim's own lines,
      *> which come before the void, can carry status V. The flag
      *> notes whether the claim's header went by before its void.
       01  WS-VD-COUNT                PIC 9(3) VALUE 0.
       01  WS-VD-TABLE.
           05  WS-VD-ENTRY OCCURS 500.
               10  WS-VD-CLAIM-ID     PIC X(12).
               10  WS-VD-SEEN         PIC X(1).
       01  WS-VD-IDX                  PIC 9(3).
       01  WS-VD-FOUND-IDX            PIC 9(3) VALUE 0.

      *> The claim being gathered — header, S lines, A lines, P
       01  WS-CLAIM-OPEN              PIC X(1) VALUE 'N'.
       01  WS-CH-CLAIM-ID             PIC X(12).
       01  WS-CH-MEMBER-ID            PIC X(10).
       01  WS-CH-PROVIDER-ID          PIC X(10).
       01  WS-CH-CLAIM-DATE           PIC 9(8).
       01  WS-CH-POLICY-TYPE          PIC X(1).
       01  WS-CH-PRIMARY-DIAG         PIC X(7).
       01  WS-CH-LINKED-CLAIM         PIC X(12).
       01  WS-CH-FACILITY-ID          PIC X(10).
       01  WS-CH-STATUS               PIC X(1).
           88  WS-CH-ORIGINAL             VALUE 'O'.
           88  WS-CH-REPLACEMENT          VALUE 'R'.
           88  WS-CH-APPEAL               VALUE 'A'.
           88  WS-CH-VOIDED               VALUE 'V'.

       01  WS-CS-COUNT                PIC 9(2) VALUE 0.
       01  WS-CS-TABLE.
           05  WS-CS-ENTRY OCCURS 25.
               10  WS-CS-LINE         PIC 9(2).
               10  WS-CS-PROC         PIC X(5).
               10  WS-CS-MODIFIERS    PIC X(8).
               10  WS-CS-REV-CODE     PIC X(4).
               10  WS-CS-NDC          PIC X(11).
               10  WS-CS-DATE-FROM    PIC 9(8).
               10  WS-CS-DATE-TO      PIC 9(8).
               10  WS-CS-UNITS        PIC 9(3).
               10  WS-CS-PLACE        PIC X(2).
               10  WS-CS-CHARGE       PIC S9(7)V99.
       01  WS-CS-IDX                  PIC 9(2).

       01  WS-CA-COUNT                PIC 9(2) VALUE 0.
       01  WS-CA-TABLE.
           05  WS-CA-ENTRY OCCURS 25.
               10  WS-CA-LINE         PIC 9(2).
               10  WS-CA-ALLOWED      PIC S9(7)V99.
               10  WS-CA-COPAY        PIC S9(5)V99.
               10  WS-CA-DEDUCT       PIC S9(5)V99.
               10  WS-CA-COINS        PIC S9(5)V99.
               10  WS-CA-PAID         PIC S9(7)V99.
               10  WS-CA-STATUS       PIC X(2).
               10  WS-CA-REASON       PIC X(3).
               10  WS-CA-NETWORK      PIC X(1).
               10  WS-CA-USED         PIC X(1).
       01  WS-CA-IDX                  PIC 9(2).
       01  WS-CA-FOUND-IDX            PIC 9(2) VALUE 0.

       01  WS-CP-PRESENT              PIC X(1) VALUE 'N'.
       01  WS-CP-METHOD               PIC X(1).
       01  WS-CP-NUMBER               PIC 9(8).
       01  WS-CP-DATE                 PIC 9(8).
       01  WS-CP-TOTAL                PIC S9(9)V99.

      *> Extract totals for the control record
       01  WS-XT-CLAIMS               PIC 9(7) VALUE 0.
       01  WS-XT-LINES                PIC 9(7) VALUE 0.
       01  WS-XT-CHARGE-HASH          PIC 9(13)V99 VALUE 0.
       01  WS-XT-PAID-HASH            PIC 9(13)V99 VALUE 0.
       01  WS-XT-APPEAL-LINES         PIC 9(7) VALUE 0.
       01  WS-XT-APPEAL-PAID          PIC 9(13)V99 VALUE 0.
       01  WS-XT-VOID-ROWS            PIC 9(7) VALUE 0.
       01  WS-XT-REVERSED-HASH        PIC 9(13)V99 VALUE 0.
       01  WS-XT-PAY-ROWS             PIC 9(7) VALUE 0.
       01  WS-XT-ROWS                 PIC 9(7) VALUE 0.
       01  WS-XT-ORPHANS              PIC 9(7) VALUE 0.
       01  WS-REVERSED-AMT            PIC S9(9)V99.

      *> CLMPROC's rows on the control file — the last set wins
       01  WS-HAVE-PRC                PIC X(1) VALUE 'N'.
       01  WS-PRC-CLAIMS              PIC 9(7) VALUE 0.
       01  WS-PRC-HASH                PIC 9(13)V99 VALUE 0.
       01  WS-PRC-LINES               PIC 9(7) VALUE 0.
       01  WS-PRC-LINEPAID            PIC 9(13)V99 VALUE 0.
       01  WS-PRC-REVERSED            PIC 9(13)V99 VALUE 0.
       01  WS-BREAKS                  PIC 9(2) VALUE 0.

      *>----------------------------------------------------------------*
      *> Extract row layouts — fixed-position fields between pipes,
      *> amounts signed with an explicit decimal point
      *>----------------------------------------------------------------*
       01  XTR-LINE-ROW.
           05  XL-ROW-TYPE            PIC X(1)  VALUE 'L'.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-CLAIM-ID            PIC X(12).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-CLAIM-STATUS        PIC X(1).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-LINKED-CLAIM        PIC X(12).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-MEMBER-ID           PIC X(10).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-POLICY-ID           PIC X(5).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PLAN-ID             PIC X(5).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-POLICY-TYPE         PIC X(1).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PROVIDER-ID         PIC X(10).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-SPECIALTY           PIC X(3).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PROV-NETWORK        PIC X(1).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-FACILITY-ID         PIC X(10).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-CLAIM-DATE          PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PRIMARY-DIAG        PIC X(7).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-LINE-NUMBER         PIC 9(2).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PROC-CODE           PIC X(5).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-MODIFIERS           PIC X(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-REV-CODE            PIC X(4).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-NDC                 PIC X(11).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-DATE-FROM           PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-DATE-TO             PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-UNITS               PIC 9(3).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PLACE               PIC X(2).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-CATEGORY            PIC X(2).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-LINE-NETWORK        PIC X(1).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-CHARGE              PIC -9(7).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-ALLOWED             PIC -9(7).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-COPAY               PIC -9(5).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-DEDUCT              PIC -9(5).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-COINS               PIC -9(5).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PAID                PIC -9(7).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-ADJ-STATUS          PIC X(2).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-REASON              PIC X(3).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-REASON-DESC         PIC X(40).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-CARC                PIC X(3).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-RARC                PIC X(3).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PAY-METHOD          PIC X(1).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PAY-NUMBER          PIC X(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-PAY-DATE            PIC X(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-CLAIM-PAID          PIC -9(9).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XL-RUN-DATE            PIC 9(8).

       01  XTR-VOID-ROW.
           05  XV-ROW-TYPE            PIC X(1)  VALUE 'V'.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XV-CLAIM-ID            PIC X(12).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XV-CLAIM-STATUS        PIC X(1)  VALUE 'V'.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XV-VOID-DATE           PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XV-VOID-REASON         PIC X(3).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XV-REVERSED            PIC -9(9).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XV-SAME-RUN            PIC X(1).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XV-RUN-DATE            PIC 9(8).

       01  XTR-PAY-ROW.
           05  XP-ROW-TYPE            PIC X(1)  VALUE 'P'.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XP-CLAIM-ID            PIC X(12).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XP-PAY-METHOD          PIC X(1).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XP-PAY-NUMBER          PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XP-PAY-DATE            PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XP-AMOUNT              PIC -9(9).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XP-PAYEE-NAME          PIC X(30).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XP-RUN-DATE            PIC 9(8).

      *> The control record — the extract's own totals, then the
      *> CLMPROC control rows they were proved against
       01  XTR-CONTROL-ROW.
           05  XT-ROW-TYPE            PIC X(1)  VALUE 'T'.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-ROWS                PIC 9(7).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-CLAIMS              PIC 9(7).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-LINES               PIC 9(7).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-CHARGE-HASH         PIC 9(13).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-PAID-HASH           PIC 9(13).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-VOID-ROWS           PIC 9(7).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-REVERSED-HASH       PIC 9(13).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-APPEAL-LINES        PIC 9(7).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-APPEAL-PAID         PIC 9(13).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-PAY-ROWS            PIC 9(7).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-CTL-CLAIMS          PIC 9(7).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-CTL-CHARGE-HASH     PIC 9(13).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-CTL-LINES           PIC 9(7).
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-CTL-PAID-HASH       PIC 9(13).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-CTL-REVERSED-HASH   PIC 9(13).99.
           05  FILLER                 PIC X(1)  VALUE '|'.
           05  XT-VERDICT             PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CLMEXTR - CLAIM-LINE WAREHOUSE EXTRACT'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-POLICIES
           PERFORM LOAD-PROVIDER-MASTER
           PERFORM LOAD-PROC-MASTER
           PERFORM LOAD-REASON-CODES
           PERFORM LOAD-CONTROL-ROWS
           PERFORM COLLECT-VOIDS
           OPEN OUTPUT EXTRACT-FILE
           IF WS-XTR-STATUS NOT = '00'
               DISPLAY 'CLMEXTR: ERROR OPENING CLAIM-LINE-EXTRACT: '
                   WS-XTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EXTRACT-CLAIMS
           PERFORM PROVE-AND-WRITE-CONTROL
           CLOSE EXTRACT-FILE
           DISPLAY 'CLMEXTR COMPLETE'
           DISPLAY '  CLAIMS:          ' WS-XT-CLAIMS
           DISPLAY '  LINE ROWS:       ' WS-XT-LINES
           DISPLAY '  APPEAL LINES:    ' WS-XT-APPEAL-LINES
           DISPLAY '  VOID ROWS:       ' WS-XT-VOID-ROWS
           DISPLAY '  PAYMENT ROWS:    ' WS-XT-PAY-ROWS
           DISPLAY '  ROWS WRITTEN:    ' WS-XT-ROWS
           IF WS-XT-ORPHANS > 0
               DISPLAY '  ORPHAN RECORDS:  ' WS-XT-ORPHANS
           END-IF
           DISPLAY '  CONTROL:         ' XT-VERDICT
           STOP RUN.

       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'CLMEXTR: NO POLICIES.DAT - PLAN FIELDS BLANK'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> A partial policy table would load members into the
      *> warehouse with no plan
                       IF WS-POL-TABLE-COUNT = 1000
                           DISPLAY 'CLMEXTR: ERROR - POLICIES.DAT '
                               'EXCEEDS THE 1000-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-POL-TABLE-COUNT
                       MOVE POL-POLICY-ID
                           TO WS-PT-POLICY-ID(WS-POL-TABLE-COUNT)
                       MOVE POL-MEMBER-ID
                           TO WS-PT-MEMBER-ID(WS-POL-TABLE-COUNT)
                       MOVE POL-EFFECTIVE-DATE
                           TO WS-PT-EFF-DATE(WS-POL-TABLE-COUNT)
                       MOVE POL-TERM-DATE
                           TO WS-PT-TERM-DATE(WS-POL-TABLE-COUNT)
                       MOVE POL-PLAN-ID
                           TO WS-PT-PLAN-ID(WS-POL-TABLE-COUNT)
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PRV-TABLE-COUNT < 500
                           ADD 1 TO WS-PRV-TABLE-COUNT
                           MOVE PRV-PROVIDER-ID
                               TO WS-PV-PROVIDER-ID(WS-PRV-TABLE-COUNT)
                           MOVE PRV-SPECIALTY
                               TO WS-PV-SPECIALTY(WS-PRV-TABLE-COUNT)
                           MOVE PRV-NETWORK-STATUS
                               TO WS-PV-NETWORK(WS-PRV-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE.

       LOAD-PROC-MASTER.
           OPEN INPUT PROC-MASTER-FILE
           IF WS-PCM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROC-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PCM-COUNT < 2000
                           ADD 1 TO WS-PCM-COUNT
                           MOVE PCM-PROC-CODE
                               TO WS-PCM-CODE(WS-PCM-COUNT)
                           MOVE PCM-EFF-DATE
                               TO WS-PCM-EFF(WS-PCM-COUNT)
                           MOVE PCM-TERM-DATE
                               TO WS-PCM-TERM(WS-PCM-COUNT)
                           MOVE PCM-DENTAL-CLASS
                               TO WS-PCM-CLASS(WS-PCM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROC-MASTER-FILE.

       LOAD-REASON-CODES.
           OPEN INPUT REASON-CODE-FILE
           IF WS-RSN-STATUS NOT = '00'
               DISPLAY 'CLMEXTR: NO REASON-CODES.DAT ON FILE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REASON-CODE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RSN-COUNT < 100
                           ADD 1 TO WS-RSN-COUNT
                           MOVE RC-CODE
                               TO WS-RSN-CODE(WS-RSN-COUNT)
                           MOVE RC-DESCRIPTION
                               TO WS-RSN-DESC(WS-RSN-COUNT)
                           MOVE RC-CARC
                               TO WS-RSN-CARC(WS-RSN-COUNT)
                           MOVE RC-RARC
                               TO WS-RSN-RARC(WS-RSN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REASON-CODE-FILE.

      *>================================================================*
      *> LOAD-CONTROL-ROWS: CLMPROC's rows for this cycle. A restart
      *> or rerun appends a fresh set, so the last one read stands.
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
                           PERFORM PICK-UP-CONTROL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLM-CONTROL-FILE.

       PICK-UP-CONTROL-ROW.
           MOVE 'Y' TO WS-HAVE-PRC
           EVALUATE CCT-POINT
               WHEN 'CLAIMSIN'
                   MOVE CCT-COUNT TO WS-PRC-CLAIMS
                   MOVE CCT-AMOUNT-HASH TO WS-PRC-HASH
               WHEN 'LINESIN'
                   MOVE CCT-COUNT TO WS-PRC-LINES
               WHEN 'LINEPAID'
                   MOVE CCT-AMOUNT-HASH TO WS-PRC-LINEPAID
               WHEN 'REVERSED'
                   MOVE CCT-AMOUNT-HASH TO WS-PRC-REVERSED
           END-EVALUATE.

      *>================================================================*
      *> COLLECT-VOIDS: First pass — every claim a V record voids
      *>================================================================*
       COLLECT-VOIDS.
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'CLMEXTR: NO ADJUDICATED.DAT ON FILE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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
               DISPLAY 'CLMEXTR: ERROR - MORE THAN 500 VOIDS IN '
                   'ADJUDICATED.DAT - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VD-COUNT
           MOVE CFR-CLAIM-ID TO WS-VD-CLAIM-ID(WS-VD-COUNT)
           MOVE 'N' TO WS-VD-SEEN(WS-VD-COUNT).

       FIND-VOIDED-CLAIM.
           MOVE 0 TO WS-VD-FOUND-IDX
           PERFORM VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VD-COUNT
               IF WS-VD-CLAIM-ID(WS-VD-IDX) = CFR-CLAIM-ID
                   MOVE WS-VD-IDX TO WS-VD-FOUND-IDX
               END-IF
           END-PERFORM.

      *>================================================================*
      *> EXTRACT-CLAIMS: Second pass. A claim's H, S, A and P
      *> records are gathered until the next claim starts, then
      *> written out a line at a time. A void or a payment for any
      *> other claim closes the claim in progress first.
      *>================================================================*
       EXTRACT-CLAIMS.
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
           PERFORM WRITE-CLAIM-ROWS
           CLOSE ADJ-FILE.

       TAKE-ONE-RECORD.
           EVALUATE TRUE
               WHEN CFR-IS-HEADER
                   PERFORM WRITE-CLAIM-ROWS
                   PERFORM START-CLAIM
               WHEN CFR-IS-SERVICE
                   IF WS-CLAIM-OPEN = 'Y'
                       AND CFR-CLAIM-ID = WS-CH-CLAIM-ID
                       PERFORM KEEP-SERVICE-LINE
                   ELSE
                       ADD 1 TO WS-XT-ORPHANS
                   END-IF
               WHEN CFR-IS-ADJUDICATION
                   IF WS-CLAIM-OPEN = 'Y'
                       AND CFR-CLAIM-ID = WS-CH-CLAIM-ID
                       PERFORM KEEP-ADJ-LINE
                   ELSE
                       ADD 1 TO WS-XT-ORPHANS
                   END-IF
               WHEN CFR-IS-PAYMENT
                   IF WS-CLAIM-OPEN = 'Y'
                       AND CFR-CLAIM-ID = WS-CH-CLAIM-ID
                       AND WS-CP-PRESENT = 'N'
                       PERFORM KEEP-PAYMENT
                   ELSE
                       PERFORM WRITE-CLAIM-ROWS
                       PERFORM WRITE-PAYMENT-ROW
                   END-IF
               WHEN CFR-IS-VOID
                   PERFORM WRITE-CLAIM-ROWS
                   PERFORM WRITE-VOID-ROW
               WHEN OTHER
                   ADD 1 TO WS-XT-ORPHANS
           END-EVALUATE.

       START-CLAIM.
           MOVE 'Y' TO WS-CLAIM-OPEN
           MOVE 0 TO WS-CS-COUNT
           MOVE 0 TO WS-CA-COUNT
           MOVE 'N' TO WS-CP-PRESENT
           MOVE CFR-CLAIM-ID TO WS-CH-CLAIM-ID
           MOVE CFH-MEMBER-ID TO WS-CH-MEMBER-ID
           MOVE CFH-PROVIDER-ID TO WS-CH-PROVIDER-ID
           MOVE CFH-CLAIM-DATE TO WS-CH-CLAIM-DATE
           MOVE CFH-POLICY-TYPE TO WS-CH-POLICY-TYPE
           MOVE CFH-LINKED-CLAIM-ID TO WS-CH-LINKED-CLAIM
           MOVE CFH-FACILITY-ID TO WS-CH-FACILITY-ID
           MOVE SPACES TO WS-CH-PRIMARY-DIAG
           IF CFH-DIAG-COUNT NUMERIC AND CFH-DIAG-COUNT > 0
               MOVE CFH-DIAG-CODE(1) TO WS-CH-PRIMARY-DIAG
           END-IF
      *> Voided later in this file wins over every other status;
      *> the void's header-seen flag tells the V row its reversal
      *> belongs to this run
           PERFORM FIND-VOIDED-CLAIM
           EVALUATE TRUE
               WHEN WS-VD-FOUND-IDX > 0
                   SET WS-CH-VOIDED TO TRUE
                   MOVE 'Y' TO WS-VD-SEEN(WS-VD-FOUND-IDX)
               WHEN CFR-CLAIM-ID(1:6) = 'APPEAL'
                   SET WS-CH-APPEAL TO TRUE
               WHEN CFH-LINKED-CLAIM-ID NOT = SPACES
                   SET WS-CH-REPLACEMENT TO TRUE
               WHEN OTHER
                   SET WS-CH-ORIGINAL TO TRUE
           END-EVALUATE.

       KEEP-SERVICE-LINE.
           IF WS-CS-COUNT = 25
               DISPLAY 'CLMEXTR: ERROR - CLAIM ' WS-CH-CLAIM-ID
                   ' HAS MORE THAN 25 LINES - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CS-COUNT
           MOVE CFS-LINE-NUMBER    TO WS-CS-LINE(WS-CS-COUNT)
           MOVE CFS-PROCEDURE-CODE TO WS-CS-PROC(WS-CS-COUNT)
           MOVE CFS-MODIFIERS      TO WS-CS-MODIFIERS(WS-CS-COUNT)
           MOVE CFS-REV-CODE       TO WS-CS-REV-CODE(WS-CS-COUNT)
           MOVE CFS-NDC-CODE       TO WS-CS-NDC(WS-CS-COUNT)
           MOVE CFS-DATE-FROM      TO WS-CS-DATE-FROM(WS-CS-COUNT)
           MOVE CFS-DATE-TO        TO WS-CS-DATE-TO(WS-CS-COUNT)
           MOVE CFS-UNITS          TO WS-CS-UNITS(WS-CS-COUNT)
           MOVE CFS-PLACE-OF-SVC   TO WS-CS-PLACE(WS-CS-COUNT)
           MOVE CFS-CHARGE-AMT     TO WS-CS-CHARGE(WS-CS-COUNT).

       KEEP-ADJ-LINE.
           IF WS-CA-COUNT = 25
               DISPLAY 'CLMEXTR: ERROR - CLAIM ' WS-CH-CLAIM-ID
                   ' HAS MORE THAN 25 LINES - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CA-COUNT
           MOVE CFA-LINE-NUMBER    TO WS-CA-LINE(WS-CA-COUNT)
           MOVE CFA-ALLOWED-AMT    TO WS-CA-ALLOWED(WS-CA-COUNT)
           MOVE CFA-COPAY-AMT      TO WS-CA-COPAY(WS-CA-COUNT)
           MOVE CFA-DEDUCT-AMT     TO WS-CA-DEDUCT(WS-CA-COUNT)
           MOVE CFA-COINS-AMT      TO WS-CA-COINS(WS-CA-COUNT)
           MOVE CFA-PAID-AMT       TO WS-CA-PAID(WS-CA-COUNT)
           MOVE CFA-STATUS         TO WS-CA-STATUS(WS-CA-COUNT)
           MOVE CFA-REASON-CODE    TO WS-CA-REASON(WS-CA-COUNT)
           MOVE CFA-NETWORK-STATUS TO WS-CA-NETWORK(WS-CA-COUNT)
           MOVE 'N'                TO WS-CA-USED(WS-CA-COUNT).

       KEEP-PAYMENT.
           MOVE 'Y' TO WS-CP-PRESENT
           MOVE CFP-PAY-METHOD   TO WS-CP-METHOD
           MOVE CFP-CHECK-NUMBER TO WS-CP-NUMBER
           MOVE CFP-PAY-DATE     TO WS-CP-DATE
           MOVE CFP-TOTAL-PAID   TO WS-CP-TOTAL.

      *>================================================================*
      *> WRITE-CLAIM-ROWS: The gathered claim, one row per service
      *> line joined to its A record by line number. An A record
      *> with no S line (an appeal overturn) still gets its row,
      *> with the service detail blank. Only CLMPROC's own claims
      *> count toward the control-total proof.
      *>================================================================*
       WRITE-CLAIM-ROWS.
           IF WS-CLAIM-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLAIM-OPEN
           IF NOT WS-CH-APPEAL
               ADD 1 TO WS-XT-CLAIMS
           END-IF
           PERFORM BUILD-CLAIM-FIELDS
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               PERFORM WRITE-SERVICE-LINE-ROW
           END-PERFORM
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-USED(WS-CA-IDX) = 'N'
                   PERFORM WRITE-UNMATCHED-ADJ-ROW
               END-IF
           END-PERFORM.

      *> Header-level fields every row of the claim shares
       BUILD-CLAIM-FIELDS.
           MOVE WS-CH-CLAIM-ID      TO XL-CLAIM-ID
           MOVE WS-CH-STATUS        TO XL-CLAIM-STATUS
           MOVE WS-CH-LINKED-CLAIM  TO XL-LINKED-CLAIM
           MOVE WS-CH-MEMBER-ID     TO XL-MEMBER-ID
           MOVE WS-CH-POLICY-TYPE   TO XL-POLICY-TYPE
           MOVE WS-CH-PROVIDER-ID   TO XL-PROVIDER-ID
           MOVE WS-CH-FACILITY-ID   TO XL-FACILITY-ID
           MOVE WS-CH-CLAIM-DATE    TO XL-CLAIM-DATE
           MOVE WS-CH-PRIMARY-DIAG  TO XL-PRIMARY-DIAG
           MOVE WS-RUN-DATE         TO XL-RUN-DATE
           MOVE SPACES TO XL-POLICY-ID
           MOVE SPACES TO XL-PLAN-ID
           PERFORM FIND-POLICY
           IF WS-CUR-POL-IDX > 0
               MOVE WS-PT-POLICY-ID(WS-CUR-POL-IDX) TO XL-POLICY-ID
               MOVE WS-PT-PLAN-ID(WS-CUR-POL-IDX)   TO XL-PLAN-ID
           END-IF
           MOVE SPACES TO XL-SPECIALTY
           MOVE SPACES TO XL-PROV-NETWORK
           PERFORM FIND-PROVIDER-MASTER
           IF WS-PV-FOUND-IDX > 0
               MOVE WS-PV-SPECIALTY(WS-PV-FOUND-IDX) TO XL-SPECIALTY
               MOVE WS-PV-NETWORK(WS-PV-FOUND-IDX)
                   TO XL-PROV-NETWORK
           END-IF
           IF WS-CP-PRESENT = 'Y'
               MOVE WS-CP-METHOD TO XL-PAY-METHOD
               MOVE WS-CP-NUMBER TO XL-PAY-NUMBER
               MOVE WS-CP-DATE   TO XL-PAY-DATE
               MOVE WS-CP-TOTAL  TO XL-CLAIM-PAID
           ELSE
               MOVE SPACES TO XL-PAY-METHOD
               MOVE SPACES TO XL-PAY-NUMBER
               MOVE SPACES TO XL-PAY-DATE
               MOVE 0      TO XL-CLAIM-PAID
           END-IF.

       WRITE-SERVICE-LINE-ROW.
           MOVE WS-CS-LINE(WS-CS-IDX)      TO XL-LINE-NUMBER
           MOVE WS-CS-PROC(WS-CS-IDX)      TO XL-PROC-CODE
           MOVE WS-CS-MODIFIERS(WS-CS-IDX) TO XL-MODIFIERS
           MOVE WS-CS-REV-CODE(WS-CS-IDX)  TO XL-REV-CODE
           MOVE WS-CS-NDC(WS-CS-IDX)       TO XL-NDC
           MOVE WS-CS-DATE-FROM(WS-CS-IDX) TO XL-DATE-FROM
           MOVE WS-CS-DATE-TO(WS-CS-IDX)   TO XL-DATE-TO
           MOVE WS-CS-UNITS(WS-CS-IDX)     TO XL-UNITS
           MOVE WS-CS-PLACE(WS-CS-IDX)     TO XL-PLACE
           MOVE WS-CS-CHARGE(WS-CS-IDX)    TO XL-CHARGE
           PERFORM DERIVE-SERVICE-CATEGORY
           MOVE WS-LINE-CATEGORY TO XL-CATEGORY
      *> The line's A record, by line number
           MOVE 0 TO WS-CA-FOUND-IDX
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               OR WS-CA-FOUND-IDX > 0
               IF WS-CA-LINE(WS-CA-IDX) = WS-CS-LINE(WS-CS-IDX)
                   AND WS-CA-USED(WS-CA-IDX) = 'N'
                   MOVE WS-CA-IDX TO WS-CA-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CA-FOUND-IDX > 0
               MOVE 'Y' TO WS-CA-USED(WS-CA-FOUND-IDX)
               PERFORM MOVE-ADJ-FIELDS
           ELSE
               PERFORM CLEAR-ADJ-FIELDS
           END-IF
           IF WS-CH-APPEAL
               ADD 1 TO WS-XT-APPEAL-LINES
           ELSE
               ADD 1 TO WS-XT-LINES
               ADD WS-CS-CHARGE(WS-CS-IDX) TO WS-XT-CHARGE-HASH
           END-IF
           PERFORM WRITE-LINE-ROW.

       WRITE-UNMATCHED-ADJ-ROW.
           MOVE WS-CA-LINE(WS-CA-IDX) TO XL-LINE-NUMBER
           MOVE SPACES TO XL-PROC-CODE
           MOVE SPACES TO XL-MODIFIERS
           MOVE SPACES TO XL-REV-CODE
           MOVE SPACES TO XL-NDC
           MOVE 0      TO XL-DATE-FROM
           MOVE 0      TO XL-DATE-TO
           MOVE 0      TO XL-UNITS
           MOVE SPACES TO XL-PLACE
           MOVE SPACES TO XL-CATEGORY
           MOVE 0      TO XL-CHARGE
           MOVE WS-CA-IDX TO WS-CA-FOUND-IDX
           MOVE 'Y' TO WS-CA-USED(WS-CA-FOUND-IDX)
           PERFORM MOVE-ADJ-FIELDS
           IF WS-CH-APPEAL
               ADD 1 TO WS-XT-APPEAL-LINES
           END-IF
           PERFORM WRITE-LINE-ROW.

      *> The A record's result; its paid amount goes to the proof
      *> (CLMPROC claims) or the appeal total
       MOVE-ADJ-FIELDS.
           MOVE WS-CA-ALLOWED(WS-CA-FOUND-IDX) TO XL-ALLOWED
           MOVE WS-CA-COPAY(WS-CA-FOUND-IDX)   TO XL-COPAY
           MOVE WS-CA-DEDUCT(WS-CA-FOUND-IDX)  TO XL-DEDUCT
           MOVE WS-CA-COINS(WS-CA-FOUND-IDX)   TO XL-COINS
           MOVE WS-CA-PAID(WS-CA-FOUND-IDX)    TO XL-PAID
           MOVE WS-CA-STATUS(WS-CA-FOUND-IDX)  TO XL-ADJ-STATUS
           MOVE WS-CA-REASON(WS-CA-FOUND-IDX)  TO XL-REASON
           MOVE WS-CA-NETWORK(WS-CA-FOUND-IDX) TO XL-LINE-NETWORK
           IF WS-CH-APPEAL
               ADD WS-CA-PAID(WS-CA-FOUND-IDX) TO WS-XT-APPEAL-PAID
           ELSE
               ADD WS-CA-PAID(WS-CA-FOUND-IDX) TO WS-XT-PAID-HASH
           END-IF
           MOVE SPACES TO XL-REASON-DESC
           MOVE SPACES TO XL-CARC
           MOVE SPACES TO XL-RARC
           IF WS-CA-REASON(WS-CA-FOUND-IDX) NOT = SPACES
               PERFORM FIND-REASON-CODE
               IF WS-RSN-FOUND-IDX > 0
                   MOVE WS-RSN-DESC(WS-RSN-FOUND-IDX)
                       TO XL-REASON-DESC
                   MOVE WS-RSN-CARC(WS-RSN-FOUND-IDX) TO XL-CARC
                   MOVE WS-RSN-RARC(WS-RSN-FOUND-IDX) TO XL-RARC
               END-IF
           END-IF.

       CLEAR-ADJ-FIELDS.
           MOVE 0      TO XL-ALLOWED
           MOVE 0      TO XL-COPAY
           MOVE 0      TO XL-DEDUCT
           MOVE 0      TO XL-COINS
           MOVE 0      TO XL-PAID
           MOVE SPACES TO XL-ADJ-STATUS
           MOVE SPACES TO XL-REASON
           MOVE SPACES TO XL-LINE-NETWORK
           MOVE SPACES TO XL-REASON-DESC
           MOVE SPACES TO XL-CARC
           MOVE SPACES TO XL-RARC.

       WRITE-LINE-ROW.
           MOVE XTR-LINE-ROW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-XT-ROWS.

      *>================================================================*
      *> WRITE-VOID-ROW: CLMPROC carries the reversal negative on
      *> the V record. Only a claim whose header went by earlier in
      *> this file reversed in this run — those are what CLMPROC's
      *> REVERSED control row holds.
      *>================================================================*
       WRITE-VOID-ROW.
           MOVE CFR-CLAIM-ID      TO XV-CLAIM-ID
           MOVE CFV-VOID-DATE     TO XV-VOID-DATE
           MOVE CFV-VOID-REASON   TO XV-VOID-REASON
           MOVE CFV-REVERSED-PAID TO XV-REVERSED
           MOVE WS-RUN-DATE       TO XV-RUN-DATE
           MOVE 'N'               TO XV-SAME-RUN
           PERFORM FIND-VOIDED-CLAIM
           IF WS-VD-FOUND-IDX > 0
               AND WS-VD-SEEN(WS-VD-FOUND-IDX) = 'Y'
               MOVE 'Y' TO XV-SAME-RUN
               COMPUTE WS-REVERSED-AMT = 0 - CFV-REVERSED-PAID
               ADD WS-REVERSED-AMT TO WS-XT-REVERSED-HASH
           END-IF
           MOVE XTR-VOID-ROW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-XT-VOID-ROWS
           ADD 1 TO WS-XT-ROWS.

       WRITE-PAYMENT-ROW.
           MOVE CFR-CLAIM-ID     TO XP-CLAIM-ID
           MOVE CFP-PAY-METHOD   TO XP-PAY-METHOD
           MOVE CFP-CHECK-NUMBER TO XP-PAY-NUMBER
           MOVE CFP-PAY-DATE     TO XP-PAY-DATE
           MOVE CFP-TOTAL-PAID   TO XP-AMOUNT
           MOVE CFP-PAYEE-NAME   TO XP-PAYEE-NAME
           MOVE WS-RUN-DATE      TO XP-RUN-DATE
           MOVE XTR-PAY-ROW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-XT-PAY-ROWS
           ADD 1 TO WS-XT-ROWS.

       FIND-POLICY.
           MOVE 0 TO WS-CUR-POL-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-POL-TABLE-COUNT
               IF WS-PT-MEMBER-ID(WS-SEARCH-IDX) = WS-CH-MEMBER-ID
                   AND WS-CH-CLAIM-DATE
                       >= WS-PT-EFF-DATE(WS-SEARCH-IDX)
                   AND (WS-PT-TERM-DATE(WS-SEARCH-IDX) = 0
                        OR WS-CH-CLAIM-DATE
                           <= WS-PT-TERM-DATE(WS-SEARCH-IDX))
                   MOVE WS-SEARCH-IDX TO WS-CUR-POL-IDX
               END-IF
           END-PERFORM.

       FIND-PROVIDER-MASTER.
           MOVE 0 TO WS-PV-FOUND-IDX
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PRV-TABLE-COUNT
               IF WS-PV-PROVIDER-ID(WS-PV-IDX) = WS-CH-PROVIDER-ID
                   MOVE WS-PV-IDX TO WS-PV-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-REASON-CODE.
           MOVE 0 TO WS-RSN-FOUND-IDX
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-RSN-COUNT
               IF WS-RSN-CODE(WS-RSN-IDX)
                   = WS-CA-REASON(WS-CA-FOUND-IDX)
                   MOVE WS-RSN-IDX TO WS-RSN-FOUND-IDX
               END-IF
           END-PERFORM.

      *>================================================================*
      *> DERIVE-SERVICE-CATEGORY: The category the line cost-shares
      *> under, cut exactly as CLMPROC cuts it — procedure class
      *> first (dental by the CDT code's benefit class on the date
      *> of service), place of service for the rest
      *>================================================================*
       DERIVE-SERVICE-CATEGORY.
           MOVE WS-CS-PROC(WS-CS-IDX)(1:1) TO WS-PROC-PREFIX
           MOVE SPACE TO WS-LINE-DENTAL-CLASS
           IF WS-PROC-PREFIX = 'D'
               PERFORM VARYING WS-PCM-IDX FROM 1 BY 1
                   UNTIL WS-PCM-IDX > WS-PCM-COUNT
                   IF WS-PCM-CODE(WS-PCM-IDX) = WS-CS-PROC(WS-CS-IDX)
                   AND WS-CS-DATE-FROM(WS-CS-IDX)
                       >= WS-PCM-EFF(WS-PCM-IDX)
                   AND (WS-PCM-TERM(WS-PCM-IDX) = 0
                        OR WS-CS-DATE-FROM(WS-CS-IDX)
                           <= WS-PCM-TERM(WS-PCM-IDX))
                       MOVE WS-PCM-CLASS(WS-PCM-IDX)
                           TO WS-LINE-DENTAL-CLASS
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-PROC-PREFIX = 'D'
                AND WS-LINE-DENTAL-CLASS = 'P'
                   MOVE 'DP' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = 'D'
                AND WS-LINE-DENTAL-CLASS = 'M'
                   MOVE 'DM' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = 'D'
                   MOVE 'DB' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = '7'
                   MOVE 'XR' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = '8'
                   MOVE 'LB' TO WS-LINE-CATEGORY
               WHEN WS-CS-PLACE(WS-CS-IDX) = '11'
                   MOVE 'OV' TO WS-LINE-CATEGORY
               WHEN WS-CS-PLACE(WS-CS-IDX) = '22'
                   MOVE 'OP' TO WS-LINE-CATEGORY
               WHEN WS-CS-PLACE(WS-CS-IDX) = '23'
                   MOVE 'ER' TO WS-LINE-CATEGORY
               WHEN WS-CS-PLACE(WS-CS-IDX) = '21'
                   MOVE 'IP' TO WS-LINE-CATEGORY
               WHEN OTHER
                   MOVE SPACES TO WS-LINE-CATEGORY
           END-EVALUATE.

      *>================================================================*
      *> PROVE-AND-WRITE-CONTROL: The extract's totals against
      *> CLMPROC's control rows — claims and charge hash, lines,
      *> line-level paid, same-run reversals — then the control
      *> record carrying both sides and the verdict.
      *>================================================================*
       PROVE-AND-WRITE-CONTROL.
           EVALUATE TRUE
               WHEN WS-HAVE-PRC = 'N'
                   MOVE 'NOT PROVED' TO XT-VERDICT
                   DISPLAY 'CLMEXTR: NO CLMPROC ROWS ON '
                       'CLM-CONTROL-TOTALS.DAT - EXTRACT NOT PROVED'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   IF WS-XT-CLAIMS NOT = WS-PRC-CLAIMS
                       OR WS-XT-CHARGE-HASH NOT = WS-PRC-HASH
                       ADD 1 TO WS-BREAKS
                       DISPLAY 'CLMEXTR: CLAIMS ' WS-XT-CLAIMS
                           ' CHARGES ' WS-XT-CHARGE-HASH
                           ' VS CLMPROC ' WS-PRC-CLAIMS
                           ' CHARGES ' WS-PRC-HASH
                   END-IF
                   IF WS-XT-LINES NOT = WS-PRC-LINES
                       ADD 1 TO WS-BREAKS
                       DISPLAY 'CLMEXTR: LINES ' WS-XT-LINES
                           ' VS CLMPROC ' WS-PRC-LINES
                   END-IF
                   IF WS-XT-PAID-HASH NOT = WS-PRC-LINEPAID
                       ADD 1 TO WS-BREAKS
                       DISPLAY 'CLMEXTR: LINE PAID ' WS-XT-PAID-HASH
                           ' VS CLMPROC ' WS-PRC-LINEPAID
                   END-IF
                   IF WS-XT-REVERSED-HASH NOT = WS-PRC-REVERSED
                       ADD 1 TO WS-BREAKS
                       DISPLAY 'CLMEXTR: REVERSED '
                           WS-XT-REVERSED-HASH
                           ' VS CLMPROC ' WS-PRC-REVERSED
                   END-IF
                   IF WS-BREAKS = 0
                       MOVE 'IN BALANCE' TO XT-VERDICT
                   ELSE
                       MOVE 'OUT OF BALANCE' TO XT-VERDICT
                       DISPLAY 'CLMEXTR: *** EXTRACT OUT OF BALANCE '
                           'WITH CLM-CONTROL-TOTALS ***'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
      *> The control record counts itself
           ADD 1 TO WS-XT-ROWS
           MOVE WS-RUN-DATE         TO XT-RUN-DATE
           MOVE WS-XT-ROWS          TO XT-ROWS
           MOVE WS-XT-CLAIMS        TO XT-CLAIMS
           MOVE WS-XT-LINES         TO XT-LINES
           MOVE WS-XT-CHARGE-HASH   TO XT-CHARGE-HASH
           MOVE WS-XT-PAID-HASH     TO XT-PAID-HASH
           MOVE WS-XT-VOID-ROWS     TO XT-VOID-ROWS
           MOVE WS-XT-REVERSED-HASH TO XT-REVERSED-HASH
           MOVE WS-XT-APPEAL-LINES  TO XT-APPEAL-LINES
           MOVE WS-XT-APPEAL-PAID   TO XT-APPEAL-PAID
           MOVE WS-XT-PAY-ROWS      TO XT-PAY-ROWS
           MOVE WS-PRC-CLAIMS       TO XT-CTL-CLAIMS
           MOVE WS-PRC-HASH         TO XT-CTL-CHARGE-HASH
           MOVE WS-PRC-LINES        TO XT-CTL-LINES
           MOVE WS-PRC-LINEPAID     TO XT-CTL-PAID-HASH
           MOVE WS-PRC-REVERSED     TO XT-CTL-REVERSED-HASH
           MOVE XTR-CONTROL-ROW TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD.
