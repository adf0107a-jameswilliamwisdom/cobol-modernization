               ASSIGN TO 'data/BENEFIT-LIMIT-WARN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BW-STATUS.
      *> Dental frequency limits and the annual-maximum accumulators
      *> carried run to run
           SELECT DENTAL-FREQ-FILE
               ASSIGN TO 'data/DENTAL-FREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DFQ-STATUS.
           SELECT DENTAL-ACCUM-IN-FILE
               ASSIGN TO 'data/DENTAL-ACCUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAC-IN-STATUS.
           SELECT DENTAL-ACCUM-OUT-FILE
               ASSIGN TO 'data/DENTAL-ACCUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAC-OUT-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'data/CHECK-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT EFT-REGISTER-FILE
               ASSIGN TO 'data/EFT-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFTREG-STATUS.
           SELECT DRG-RATE-FILE
               ASSIGN TO 'data/DRG-RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'data/NDC-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NDC-STATUS.
           SELECT QPA-RATE-FILE
               ASSIGN TO 'data/QPA-RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QPA-STATUS.
           SELECT NSA-WINDOW-FILE
               ASSIGN TO 'data/NSA-WINDOWS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSW-STATUS.
           SELECT RVU-TABLE-FILE
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
           SELECT DIAG-MASTER-FILE
               ASSIGN TO 'data/DIAG-CODES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  NDC-MASTER-FILE.
       COPY NDCMAST.

       FD  QPA-RATE-FILE.
       COPY QPARATE.

       FD  NSA-WINDOW-FILE.
       COPY NSAWIN.

       FD  RVU-TABLE-FILE.
       COPY RVUTBL.

       FD  CONTRACT-MASTER-FILE.
       COPY CTRMAST.

       FD  PROVIDER-CONTRACT-FILE.
       COPY PRVCTR.

       FD  DIAG-MASTER-FILE.
       COPY DIAGMAST.

       FD  LIMIT-WARN-FILE.
       01  LIMIT-WARN-LINE            PIC X(100).

       FD  DENTAL-FREQ-FILE.
       COPY DENTFREQ.

       FD  DENTAL-ACCUM-IN-FILE.
       COPY DENTACC.

       FD  DENTAL-ACCUM-OUT-FILE.
       01  DENTAL-ACCUM-OUT-RECORD    PIC X(30).

       FD  CHECK-REGISTER-FILE.
       COPY CHECKREG.

       FD  EFT-REGISTER-FILE.
       COPY EFTREG.

       FD  DRG-RATE-FILE.
       COPY DRGRATES.

       01  WS-CTR-LIMIT-DENIALS       PIC 9(4) VALUE 0.
       01  WS-CTR-LIMIT-CAPS          PIC 9(4) VALUE 0.

       01  WS-DFQ-STATUS              PIC XX.
       01  WS-DAC-IN-STATUS           PIC XX.
       01  WS-DAC-OUT-STATUS          PIC XX.
       01  WS-EOF-DFQ                 PIC X(1) VALUE 'N'.
       01  WS-EOF-DAC                 PIC X(1) VALUE 'N'.

      *> Dental frequency limits — a CDT range allows so many
      *> services per member (or per tooth) in a trailing window of
      *> months, counted off claim history; the next one denies
      *> with reason FRQ
       01  WS-DFQ-COUNT               PIC 9(3) VALUE 0.
       01  WS-DFQ-TABLE.
           05  WS-DFQ-ENTRY OCCURS 50.
               10  WS-DFQ-LOW         PIC X(5).
               10  WS-DFQ-HIGH        PIC X(5).
               10  WS-DFQ-MAX         PIC 9(2).
               10  WS-DFQ-MONTHS      PIC 9(3).
               10  WS-DFQ-SCOPE       PIC X(1).
               10  WS-DFQ-DESC        PIC X(30).
       01  WS-DFQ-IDX                 PIC 9(3).
       01  WS-DFQ-HIT                 PIC 9(3) VALUE 0.
       01  WS-FRQ-USED                PIC 9(3).
       01  WS-FRQ-MONTHS-WORK         PIC 9(7).
       01  WS-FRQ-WINDOW-START        PIC 9(8).
       01  WS-FRQ-DATE-WORK.
           05  WS-FRQ-YEAR            PIC 9(4).
           05  WS-FRQ-MONTH           PIC 9(2).
           05  WS-FRQ-DAY             PIC 9(2).
      *> A tooth extracted on an earlier date of service cannot be
      *> treated again; only the prosthetic and implant codes that
      *> replace a missing tooth may name it
       01  WS-EXTRACT-LOW             PIC X(5) VALUE 'D7111'.
       01  WS-EXTRACT-HIGH            PIC X(5) VALUE 'D7250'.
       01  WS-REPLACE-LOW             PIC X(5) VALUE 'D5000'.
       01  WS-REPLACE-HIGH            PIC X(5) VALUE 'D6999'.
       01  WS-CTR-FREQ-DENIALS        PIC 9(4) VALUE 0.
       01  WS-CTR-MISSING-TOOTH       PIC 9(4) VALUE 0.

      *> Dental annual maximum — plan paid per member per calendar
      *> year against the plan's PLN-DENTAL-ANNUAL-MAX; a line pays
      *> up to what is left and the member owes the rest (DMX)
       01  WS-DAC-COUNT               PIC 9(4) VALUE 0.
       01  WS-DAC-TABLE.
           05  WS-DAC-ENTRY OCCURS 500.
               10  WS-DAC-MEMBER      PIC X(10).
               10  WS-DAC-YEAR        PIC 9(4).
               10  WS-DAC-PAID        PIC 9(7)V99.
       01  WS-DAC-IDX                 PIC 9(4).
       01  WS-DAC-PEND-IDX            PIC 9(4) VALUE 0.
       01  WS-DAC-KEEP-YEAR           PIC 9(4).
       01  WS-DENTAL-MAX              PIC 9(5)V99 VALUE 0.
       01  WS-DMX-REMAINING           PIC S9(7)V99 VALUE 0.
       01  WS-DMX-EXCESS              PIC S9(7)V99 VALUE 0.
       01  WS-LINE-DMX-CAPPED         PIC X(1) VALUE 'N'.
       01  WS-CTR-DMX-DENIALS         PIC 9(4) VALUE 0.
       01  WS-CTR-DMX-CAPS            PIC 9(4) VALUE 0.

       01  WS-CHKREG-STATUS           PIC XX.
       01  WS-CTR-CHECKS-ISSUED       PIC 9(5) VALUE 0.
       01  WS-EFTREG-STATUS           PIC XX.
       01  WS-CTR-EFTS-ISSUED         PIC 9(5) VALUE 0.
       01  WS-DRG-STATUS              PIC XX.
       01  WS-EOF-DRG                 PIC X(1) VALUE 'N'.

       01  WS-PREAUTH-FLAG            PIC X(1).
       01  WS-PROC-PREFIX             PIC X(1).
       01  WS-LINE-DIAG-INVALID       PIC X(1).
       01  WS-LINE-CLIN-PEND          PIC X(3).
       01  WS-CTR-CLIN-PENDS          PIC 9(4) VALUE 0.
       01  WS-LINE-NETWORK            PIC X(1).
       01  WS-PEND-THRESHOLD          PIC S9(7)V99 VALUE 5000.00.
       01  WS-OON-CLAIM               PIC X(1) VALUE 'N'.
           88  WS-IS-OON-CLAIM        VALUE 'Y'.

      *> Surprise-billing protection — an out-of-network emergency
      *> line, or an out-of-network ancillary provider's line at an
      *> in-network facility, prices at the qualifying payment
      *> amount with in-network cost sharing
       01  WS-QPA-STATUS              PIC XX.
       01  WS-EOF-QPA                 PIC X(1) VALUE 'N'.
       01  WS-NSW-STATUS              PIC XX.
       01  WS-QPA-COUNT               PIC 9(4) VALUE 0.
       01  WS-QPA-TABLE.
           05  WS-QPA-ENTRY OCCURS 500.
               10  WS-QPT-PROC        PIC X(5).
               10  WS-QPT-EFF         PIC 9(8).
               10  WS-QPT-TERM        PIC 9(8).
               10  WS-QPT-AMOUNT      PIC 9(5)V99.
       01  WS-QPA-IDX                 PIC 9(4).
       01  WS-CURRENT-FACILITY        PIC X(10).
       01  WS-CLAIM-NSA-ANCILLARY     PIC X(1) VALUE 'N'.
       01  WS-LINE-NSA                PIC X(1) VALUE 'N'.
      *> The fee schedule's network answer for the line, kept on the
      *> adjudication record for the out-of-network reporting
       01  WS-LINE-PRICED-NETWORK     PIC X(1) VALUE SPACE.
       01  WS-LINE-QPA-PEND           PIC X(1) VALUE 'N'.
       01  WS-LINE-QPA                PIC S9(7)V99 VALUE 0.
       01  WS-CLAIM-NSA               PIC X(1) VALUE 'N'.
       01  WS-CLAIM-QPA-TOTAL         PIC S9(7)V99 VALUE 0.
       01  WS-CLAIM-NSA-BILLED        PIC S9(7)V99 VALUE 0.
       01  WS-CLAIM-NSA-COST-SHARE    PIC S9(7)V99 VALUE 0.
       01  WS-NSA-WINDOW-END          PIC 9(8).
       01  WS-NSA-IDR-DEADLINE        PIC 9(8).
       01  WS-CTR-NSA-LINES           PIC 9(5) VALUE 0.
       01  WS-CTR-QPA-PENDS           PIC 9(5) VALUE 0.
       01  WS-CTR-NSA-WINDOWS         PIC 9(4) VALUE 0.
      *> Remark codes the 835 carries on a protected claim — the
      *> balance-billing protection applied, and the payment open to
      *> negotiation and dispute resolution under the federal rules
       01  WS-NSA-RARC-1              PIC X(4) VALUE 'N830'.
       01  WS-NSA-RARC-2              PIC X(4) VALUE 'N859'.
      *> Business-day arithmetic for the negotiation clock —
      *> Saturdays and Sundays don't count
       01  WS-BD-FROM                 PIC 9(8).
       01  WS-BD-DAYS                 PIC 9(3).
       01  WS-BD-RESULT               PIC 9(8).
       01  WS-BD-INT                  PIC 9(7) COMP.
       01  WS-BD-ADDED                PIC 9(3).
       01  WS-BD-WEEKDAY              PIC 9(1).
       01  WS-NSA-TEXT-AMT            PIC $$$,$$$,$$9.99.
       01  WS-NSA-TEXT-AMT2           PIC $$$,$$$,$$9.99.

      *> Coordination-of-benefits (per claim)
       01  WS-CURRENT-PRIMARY-PAID    PIC S9(7)V99 VALUE 0.
       01  WS-PRIMARY-REMAINING       PIC S9(7)V99 VALUE 0.
               10  WS-PD-COPAY        PIC 9(3)V99.
               10  WS-PD-COINS        PIC 9V99.
               10  WS-PD-DED-APPLIES  PIC X(1).
               10  WS-PD-DENTAL-MAX   PIC 9(4).
       01  WS-PD-IDX                  PIC 9(3).
       01  WS-PD-HIT                  PIC 9(3) VALUE 0.
       01  WS-LINE-CATEGORY           PIC X(2).
               10  WS-FT-PREAUTH      PIC X(1).
               10  WS-FT-NETWORK      PIC X(1).
               10  WS-FT-PAY-METHOD   PIC X(1).
               10  WS-FT-PRICING      PIC X(1).
               10  WS-FT-CONV-FACTOR  PIC S9(3)V9(4).
               10  WS-FT-PCT-CHARGE   PIC 9(3)V99.
               10  WS-FT-PCT-CAP      PIC S9(5)V99.
       01  WS-FEE-HIT-IDX             PIC 9(3) VALUE 0.
       01  WS-PCT-CAP-TOTAL           PIC S9(7)V99 VALUE 0.
       01  WS-CTR-RVU-LINES           PIC 9(5) VALUE 0.
       01  WS-CTR-RVU-MISSING         PIC 9(5) VALUE 0.
       01  WS-CTR-PCT-LINES           PIC 9(5) VALUE 0.

      *> Relative-value table — an RVU-method fee row allows the
      *> procedure's dated total relative value times the row's
      *> conversion factor; optional like the NDC master
       01  WS-RVU-STATUS              PIC XX.
       01  WS-EOF-RVU                 PIC X(1) VALUE 'N'.
       01  WS-RVU-COUNT               PIC 9(4) VALUE 0.
       01  WS-RVU-TABLE.
           05  WS-RVU-ENTRY OCCURS 500.
               10  WS-RVT-PROC        PIC X(5).
               10  WS-RVT-EFF         PIC 9(8).
               10  WS-RVT-TERM        PIC 9(8).
               10  WS-RVT-TOTAL       PIC 9(4)V99.
       01  WS-RVU-IDX                 PIC 9(4).
       01  WS-LINE-RVU                PIC 9(4)V99 VALUE 0.
       01  WS-RVU-FOUND               PIC X(1) VALUE 'N'.

      *> Contract master and dated provider-to-contract assignments —
      *> a provider with no fee row of its own for the procedure
      *> prices off the base schedule of the contract it was under
      *> on the date of service; optional, like the RVU table
       01  WS-CON-STATUS              PIC XX.
       01  WS-ASG-STATUS              PIC XX.
       01  WS-EOF-CON                 PIC X(1) VALUE 'N'.
       01  WS-EOF-ASG                 PIC X(1) VALUE 'N'.
       01  WS-CON-COUNT               PIC 9(3) VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 100.
               10  WS-CON-ID          PIC X(10).
               10  WS-CON-EFF         PIC 9(8).
               10  WS-CON-TERM        PIC 9(8).
               10  WS-CON-SCHEDULE    PIC X(10).
               10  WS-CON-TIER        PIC X(1).
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
       01  WS-CUR-TIER                PIC X(1).
       01  WS-FEE-KEY                 PIC X(10).

      *> Provider master table — loaded at startup; optional, like
      *> the preauth/history files, since not every run will have one
               10  WS-PV-CRED-TERM    PIC 9(8).
               10  WS-PV-HOLD-FLAG    PIC X(1).
               10  WS-PV-HOLD-REASON  PIC X(3).
               10  WS-PV-NETWORK      PIC X(1).
               10  WS-PV-SPECIALTY    PIC X(3).
                   88  WS-PV-NSA-ANCILLARY VALUE 'ANE' 'RAD' 'PTH'
                                           'LAB' 'NEO' 'EME' 'ASU'
                                           'HSP' 'ICU'.
               10  WS-PV-BANK-STATUS  PIC X(1).
               10  WS-PV-PRENOTE-CLEAR PIC 9(8).
       01  WS-PV-IDX                  PIC 9(3).
       01  WS-PV-FOUND-IDX            PIC 9(3) VALUE 0.
       01  WS-LINE-PROVIDER-NAME      PIC X(30).
               10  WS-HT-PROC-CODE    PIC X(5).
               10  WS-HT-DATE-OF-SVC  PIC 9(8).
               10  WS-HT-CLAIM-ID     PIC X(12).
               10  WS-HT-TOOTH        PIC X(2).
       01  WS-HIST-IDX                PIC 9(4).
       01  WS-LINE-IS-DUPLICATE       PIC X(1).

               10  WS-CLL-TOTAL-PAID  PIC S9(9)V99.
               10  WS-CLL-VOIDED      PIC X(1).
               10  WS-CLL-PROVIDER    PIC X(10).
               10  WS-CLL-NSA         PIC X(1).
       01  WS-CLL-IDX                 PIC 9(3).
       01  WS-CLL-FOUND-IDX           PIC 9(3) VALUE 0.
       01  WS-CLAIMS-VOIDED           PIC 9(5) VALUE 0.
       01  WS-NEXT-CHECK-NUMBER       PIC 9(8) VALUE 0.
       01  WS-NEXT-EFT-TRACE          PIC 9(8) VALUE 0.
       01  WS-CUR-PAY-METHOD          PIC X(1).
       01  WS-PAY-ROW-FOUND           PIC X(1).
       01  WS-CUR-PAY-NUMBER          PIC 9(8).

      *> Drug pricing master — an NDC line prices at units times
           05  WS-VR-CLAIM-DATE       PIC 9(8).
           05  WS-VR-NDC-CODE         PIC X(11).
           05  WS-VR-UNITS            PIC 9(3).
           05  WS-VR-TOOTH-NUMBER     PIC X(2).
           05  WS-VR-TOOTH-SURFACES   PIC X(5).
           05  WS-VR-ORAL-AREA        PIC X(2).
       01  WS-VALID-RESPONSE.
           05  WS-VR-IS-VALID         PIC X(1).
               88  WS-VR-VALID        VALUE 'Y'.
               88  WS-VR-INVALID      VALUE 'N'.
               88  WS-VR-PENDED       VALUE 'P'.
           05  WS-VR-ERROR-CODE       PIC X(3).
           05  WS-VR-ERROR-MSG        PIC X(50).
           05  WS-VR-DENTAL-CLASS     PIC X(1).

      *> Working-storage copy of claim record for building output
      *> Avoids corrupting the file read buffer (CLAIM-FILE-RECORD)
               10  WS-OA-PAID-AMT     PIC S9(7)V99 COMP-3.
               10  WS-OA-STATUS       PIC X(2).
               10  WS-OA-REASON-CODE  PIC X(3).
               10  WS-OA-NETWORK-STATUS PIC X(1).
               10  WS-OA-ADJ-FILLER   PIC X(157).
           05  WS-OR-PAY REDEFINES WS-OR-BODY.
               10  WS-OP-PAY-METHOD   PIC X(1).
               10  WS-OP-TOTAL-PAID   PIC S9(9)V99 COMP-3.
           PERFORM LOAD-RECOVERY-LEDGER
           PERFORM LOAD-DRG-RATES
           PERFORM LOAD-BENEFIT-LIMITS
           PERFORM LOAD-DENTAL-EDITS
           PERFORM LOAD-NCCI-PAIRS
           PERFORM LOAD-NDC-MASTER
           PERFORM LOAD-RVU-TABLE
           PERFORM LOAD-CONTRACTS
           PERFORM LOAD-QPA-RATES
           PERFORM LOAD-MEMBER-ID-MAP
           PERFORM LOAD-ACCIDENT-DIAGS
           PERFORM LOAD-REASON-CODES
           PERFORM SAVE-FAMILY-ACCUMS
           PERFORM SAVE-RECOVERY-LEDGER
           PERFORM SAVE-BENEFIT-USAGE
           PERFORM SAVE-DENTAL-ACCUMS
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLEAR-CHECKPOINT
           PERFORM CLOSE-FILES
                           TO WS-FT-NETWORK(WS-FEE-TABLE-COUNT)
                       MOVE FEE-PAY-METHOD
                           TO WS-FT-PAY-METHOD(WS-FEE-TABLE-COUNT)
                       MOVE FEE-PRICING-METHOD
                           TO WS-FT-PRICING(WS-FEE-TABLE-COUNT)
                       MOVE 0 TO WS-FT-CONV-FACTOR(WS-FEE-TABLE-COUNT)
                       MOVE 0 TO WS-FT-PCT-CHARGE(WS-FEE-TABLE-COUNT)
                       MOVE 0 TO WS-FT-PCT-CAP(WS-FEE-TABLE-COUNT)
      *> A flat-rate row predates the method fields and may carry
      *> spaces there — only read the ones its method uses
                       EVALUATE TRUE
                           WHEN FEE-PRICE-RVU
                               MOVE FEE-CONV-FACTOR TO
                                   WS-FT-CONV-FACTOR(WS-FEE-TABLE-COUNT)
                           WHEN FEE-PRICE-PCT-CHARGE
                               MOVE FEE-PCT-OF-CHARGE TO
                                   WS-FT-PCT-CHARGE(WS-FEE-TABLE-COUNT)
                               MOVE FEE-PCT-CAP TO
                                   WS-FT-PCT-CAP(WS-FEE-TABLE-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           DISPLAY 'FEE SCHEDULE LOADED: ' WS-FEE-TABLE-COUNT.
                           TO WS-HT-DATE-OF-SVC(WS-HIST-TABLE-COUNT)
                       MOVE CH-CLAIM-ID
                           TO WS-HT-CLAIM-ID(WS-HIST-TABLE-COUNT)
                       MOVE CH-TOOTH-NUMBER
                           TO WS-HT-TOOTH(WS-HIST-TABLE-COUNT)
               END-READ
           END-PERFORM
           CLOSE HISTORY-IN-FILE
                           TO WS-PV-HOLD-FLAG(WS-PRV-TABLE-COUNT)
                       MOVE PRV-HOLD-REASON
                           TO WS-PV-HOLD-REASON(WS-PRV-TABLE-COUNT)
                       MOVE PRV-NETWORK-STATUS
                           TO WS-PV-NETWORK(WS-PRV-TABLE-COUNT)
                       MOVE PRV-SPECIALTY
                           TO WS-PV-SPECIALTY(WS-PRV-TABLE-COUNT)
                       MOVE PRV-BANK-STATUS
                           TO WS-PV-BANK-STATUS(WS-PRV-TABLE-COUNT)
                       MOVE PRV-PRENOTE-CLEAR-DATE
                           TO WS-PV-PRENOTE-CLEAR(WS-PRV-TABLE-COUNT)
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE
      *> once the line's final status is known
           MOVE WS-BU-IDX TO WS-BU-PEND-IDX.

      *>================================================================*
      *> LOAD-DENTAL-EDITS: The dental frequency-limit table and the
      *> members' annual-maximum accumulators; either file missing
      *> just means no frequency edits, or no dental paid yet
      *>================================================================*
       LOAD-DENTAL-EDITS.
           OPEN INPUT DENTAL-FREQ-FILE
           IF WS-DFQ-STATUS NOT = '00'
               DISPLAY 'CLMPROC: NO DENTAL-FREQ.DAT ON FILE'
           ELSE
               PERFORM UNTIL WS-EOF-DFQ = 'Y'
                   READ DENTAL-FREQ-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-DFQ
                       NOT AT END
                           IF WS-DFQ-COUNT < 50
                               ADD 1 TO WS-DFQ-COUNT
                               MOVE DFQ-PROC-LOW
                                   TO WS-DFQ-LOW(WS-DFQ-COUNT)
                               MOVE DFQ-PROC-HIGH
                                   TO WS-DFQ-HIGH(WS-DFQ-COUNT)
                               MOVE DFQ-MAX-COUNT
                                   TO WS-DFQ-MAX(WS-DFQ-COUNT)
                               MOVE DFQ-PERIOD-MONTHS
                                   TO WS-DFQ-MONTHS(WS-DFQ-COUNT)
                               MOVE DFQ-SCOPE
                                   TO WS-DFQ-SCOPE(WS-DFQ-COUNT)
                               MOVE DFQ-DESCRIPTION
                                   TO WS-DFQ-DESC(WS-DFQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DENTAL-FREQ-FILE
               DISPLAY 'DENTAL FREQ LIMITS LOADED: ' WS-DFQ-COUNT
           END-IF
           OPEN INPUT DENTAL-ACCUM-IN-FILE
           IF WS-DAC-IN-STATUS = '00'
               PERFORM UNTIL WS-EOF-DAC = 'Y'
                   READ DENTAL-ACCUM-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-DAC
                       NOT AT END
      *> The accumulators are rewritten from this table, so
      *> overflow must stop the run rather than drop a member's
      *> paid-to-date
                           IF WS-DAC-COUNT = 500
                               DISPLAY 'CLMPROC: ERROR - DENTAL-'
                                   'ACCUM.DAT EXCEEDS THE 500-ROW '
                                   'TABLE - RUN ABANDONED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-DAC-COUNT
                           MOVE DAC-MEMBER-ID
                               TO WS-DAC-MEMBER(WS-DAC-COUNT)
                           MOVE DAC-BENEFIT-YEAR
                               TO WS-DAC-YEAR(WS-DAC-COUNT)
                           MOVE DAC-PAID-YTD
                               TO WS-DAC-PAID(WS-DAC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DENTAL-ACCUM-IN-FILE
           END-IF.

      *>================================================================*
      *> SAVE-DENTAL-ACCUMS: Carry the annual-maximum accumulators
      *> forward; years before the prior one can take no more
      *> claims and drop off
      *>================================================================*
       SAVE-DENTAL-ACCUMS.
           IF WS-DAC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DENTAL-ACCUM-OUT-FILE
           IF WS-DAC-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR SAVING DENTAL ACCUMULATORS: '
                   WS-DAC-OUT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DAC-KEEP-YEAR
           SUBTRACT 1 FROM WS-DAC-KEEP-YEAR
           PERFORM VARYING WS-DAC-IDX FROM 1 BY 1
               UNTIL WS-DAC-IDX > WS-DAC-COUNT
               IF WS-DAC-YEAR(WS-DAC-IDX) >= WS-DAC-KEEP-YEAR
                   MOVE WS-DAC-MEMBER(WS-DAC-IDX) TO DAC-MEMBER-ID
                   MOVE WS-DAC-YEAR(WS-DAC-IDX)   TO DAC-BENEFIT-YEAR
                   MOVE WS-DAC-PAID(WS-DAC-IDX)   TO DAC-PAID-YTD
                   MOVE SPACES                    TO DAC-FILLER
                   MOVE DENTAL-ACCUM-RECORD
                       TO DENTAL-ACCUM-OUT-RECORD
                   WRITE DENTAL-ACCUM-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE DENTAL-ACCUM-OUT-FILE.

      *>================================================================*
      *> CHECK-DENTAL-HISTORY: The history edits on a CDT line, run
      *> before the line joins claim history so a line they deny
      *> never counts against the member later —
      *>   MTH the tooth was extracted on an earlier date of
      *>       service (prosthetic/implant codes excepted)
      *>   FRQ the frequency limit covering the code is already
      *>       used up in the window before this date of service,
      *>       for the member or, on a per-tooth limit, the tooth
      *> A voided claim this one replaces is left out of both
      *> counts, the same as in the duplicate check.
      *>================================================================*
       CHECK-DENTAL-HISTORY.
           IF WS-SVC-TOOTH(WS-SVC-IDX) NOT = SPACES
               AND (WS-SVC-PROC-CODE(WS-SVC-IDX) < WS-REPLACE-LOW
                    OR WS-SVC-PROC-CODE(WS-SVC-IDX) > WS-REPLACE-HIGH)
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-TABLE-COUNT
                   IF WS-HT-MEMBER-ID(WS-HIST-IDX) = WS-CURRENT-MEMBER
                   AND WS-HT-TOOTH(WS-HIST-IDX)
                       = WS-SVC-TOOTH(WS-SVC-IDX)
                   AND WS-HT-PROC-CODE(WS-HIST-IDX) >= WS-EXTRACT-LOW
                   AND WS-HT-PROC-CODE(WS-HIST-IDX) <= WS-EXTRACT-HIGH
                   AND WS-HT-DATE-OF-SVC(WS-HIST-IDX)
                       < WS-SVC-DATE-FROM(WS-SVC-IDX)
                   AND NOT (WS-CURRENT-LINKED-CLAIM-ID NOT = SPACES
                       AND WS-HT-CLAIM-ID(WS-HIST-IDX)
                           = WS-CURRENT-LINKED-CLAIM-ID)
                       MOVE 'DN' TO WS-SVC-STATUS(WS-SVC-IDX)
                       MOVE 'MTH' TO WS-SVC-REASON(WS-SVC-IDX)
                   END-IF
               END-PERFORM
               IF WS-SVC-STATUS(WS-SVC-IDX) = 'DN'
                   MOVE 0 TO WS-SVC-PAID(WS-SVC-IDX)
                   MOVE 'Y' TO WS-HAS-DENIAL
                   ADD 1 TO WS-CTR-MISSING-TOOTH
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-DFQ-HIT
           PERFORM VARYING WS-DFQ-IDX FROM 1 BY 1
               UNTIL WS-DFQ-IDX > WS-DFQ-COUNT
               IF WS-SVC-PROC-CODE(WS-SVC-IDX)
                   >= WS-DFQ-LOW(WS-DFQ-IDX)
                   AND WS-SVC-PROC-CODE(WS-SVC-IDX)
                       <= WS-DFQ-HIGH(WS-DFQ-IDX)
                   MOVE WS-DFQ-IDX TO WS-DFQ-HIT
               END-IF
           END-PERFORM
           IF WS-DFQ-HIT = 0
               EXIT PARAGRAPH
           END-IF
      *> A per-tooth limit has nothing to count against on a line
      *> with no tooth; CLMVALID's E23 holds tooth-specific codes
      *> to naming one
           IF WS-DFQ-SCOPE(WS-DFQ-HIT) = 'T'
               AND WS-SVC-TOOTH(WS-SVC-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

      *> Window opens the same day of the month DFQ-PERIOD-MONTHS
      *> earlier; a service on that day falls outside it, so two a
      *> year means twelve months apart is allowed
           MOVE WS-SVC-DATE-FROM(WS-SVC-IDX) TO WS-FRQ-DATE-WORK
           COMPUTE WS-FRQ-MONTHS-WORK =
               WS-FRQ-YEAR * 12 + WS-FRQ-MONTH - 1
               - WS-DFQ-MONTHS(WS-DFQ-HIT)
           COMPUTE WS-FRQ-YEAR = WS-FRQ-MONTHS-WORK / 12
           COMPUTE WS-FRQ-MONTH =
               WS-FRQ-MONTHS-WORK - (WS-FRQ-YEAR * 12) + 1
           MOVE WS-FRQ-DATE-WORK TO WS-FRQ-WINDOW-START

           MOVE 0 TO WS-FRQ-USED
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-TABLE-COUNT
               IF WS-HT-MEMBER-ID(WS-HIST-IDX) = WS-CURRENT-MEMBER
               AND WS-HT-PROC-CODE(WS-HIST-IDX)
                   >= WS-DFQ-LOW(WS-DFQ-HIT)
               AND WS-HT-PROC-CODE(WS-HIST-IDX)
                   <= WS-DFQ-HIGH(WS-DFQ-HIT)
               AND WS-HT-DATE-OF-SVC(WS-HIST-IDX)
                   > WS-FRQ-WINDOW-START
               AND WS-HT-DATE-OF-SVC(WS-HIST-IDX)
                   <= WS-SVC-DATE-FROM(WS-SVC-IDX)
               AND (WS-DFQ-SCOPE(WS-DFQ-HIT) NOT = 'T'
                    OR WS-HT-TOOTH(WS-HIST-IDX)
                       = WS-SVC-TOOTH(WS-SVC-IDX))
               AND NOT (WS-CURRENT-LINKED-CLAIM-ID NOT = SPACES
                   AND WS-HT-CLAIM-ID(WS-HIST-IDX)
                       = WS-CURRENT-LINKED-CLAIM-ID)
                   ADD 1 TO WS-FRQ-USED
               END-IF
           END-PERFORM
           IF WS-FRQ-USED >= WS-DFQ-MAX(WS-DFQ-HIT)
               MOVE 'DN' TO WS-SVC-STATUS(WS-SVC-IDX)
               MOVE 'FRQ' TO WS-SVC-REASON(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-PAID(WS-SVC-IDX)
               MOVE 'Y' TO WS-HAS-DENIAL
               ADD 1 TO WS-CTR-FREQ-DENIALS
           END-IF.

      *>================================================================*
      *> CHECK-DENTAL-MAXIMUM: A CDT line on a plan with a dental
      *> annual maximum finds (or opens) the member's accumulator
      *> for the service year; nothing left denies the line (DMX),
      *> otherwise what is left caps the line in APPLY-DENTAL-
      *> MAXIMUM once its payment is figured
      *>================================================================*
       CHECK-DENTAL-MAXIMUM.
           MOVE 0 TO WS-DENTAL-MAX
           IF WS-PT-PLAN-ID(WS-CUR-POL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-PLAN-ID(WS-PD-IDX)
                   = WS-PT-PLAN-ID(WS-CUR-POL-IDX)
                   AND WS-PD-DENTAL-MAX(WS-PD-IDX) > 0
                   MOVE WS-PD-DENTAL-MAX(WS-PD-IDX) TO WS-DENTAL-MAX
               END-IF
           END-PERFORM
           IF WS-DENTAL-MAX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SVC-DATE-FROM(WS-SVC-IDX) TO WS-FRQ-DATE-WORK
           PERFORM VARYING WS-DAC-IDX FROM 1 BY 1
               UNTIL WS-DAC-IDX > WS-DAC-COUNT
               OR (WS-DAC-MEMBER(WS-DAC-IDX) = WS-CURRENT-MEMBER
                   AND WS-DAC-YEAR(WS-DAC-IDX) = WS-FRQ-YEAR)
               CONTINUE
           END-PERFORM
           IF WS-DAC-IDX > WS-DAC-COUNT
      *> The accumulators are rewritten from this table — a member
      *> who could not be carried would start next run with a full
      *> maximum, so a full table stops the run
               IF WS-DAC-COUNT = 500
                   DISPLAY 'CLMPROC: ERROR - MORE THAN 500 DENTAL '
                       'ACCUMULATORS - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DAC-COUNT
               MOVE WS-DAC-COUNT TO WS-DAC-IDX
               MOVE WS-CURRENT-MEMBER TO WS-DAC-MEMBER(WS-DAC-IDX)
               MOVE WS-FRQ-YEAR       TO WS-DAC-YEAR(WS-DAC-IDX)
               MOVE 0                 TO WS-DAC-PAID(WS-DAC-IDX)
           END-IF
           COMPUTE WS-DMX-REMAINING =
               WS-DENTAL-MAX - WS-DAC-PAID(WS-DAC-IDX)
           IF WS-DMX-REMAINING <= 0
               MOVE 'DN' TO WS-SVC-STATUS(WS-SVC-IDX)
               MOVE 'DMX' TO WS-SVC-REASON(WS-SVC-IDX)
               MOVE 0 TO WS-SVC-PAID(WS-SVC-IDX)
               MOVE 'Y' TO WS-HAS-DENIAL
               ADD 1 TO WS-CTR-DMX-DENIALS
               EXIT PARAGRAPH
           END-IF
      *> Posted once the line's final status is known, like the
      *> benefit-limit usage
           MOVE WS-DAC-IDX TO WS-DAC-PEND-IDX.

      *>================================================================*
      *> APPLY-DENTAL-MAXIMUM: The plan pays no more than is left of
      *> the annual maximum; the rest is the member's to pay
      *>================================================================*
       APPLY-DENTAL-MAXIMUM.
           IF WS-LINE-PAID > WS-DMX-REMAINING
               COMPUTE WS-DMX-EXCESS =
                   WS-LINE-PAID - WS-DMX-REMAINING
               MOVE WS-DMX-REMAINING TO WS-LINE-PAID
               ADD WS-DMX-EXCESS TO WS-LINE-COINS
               MOVE 'Y' TO WS-LINE-DMX-CAPPED
               ADD 1 TO WS-CTR-DMX-CAPS
           END-IF.

      *>================================================================*
      *> LOAD-PAY-CONTROL: Pick up the check/EFT-trace sequence where
      *> the last run left off. No control file yet just means this

      *>================================================================*
      *> FIND-PROVIDER-PAY-METHOD: First fee-schedule row on file for
      *> this provider carries its payment preference. A provider
      *> with no row of its own takes it from the base schedule of
      *> the contract it is under on the pay date. Defaults to EFT
      *> when neither has a fee-schedule row at all.
      *> Banking not yet proved by a prenote — still inside the
      *> window, or the prenote came back — turns EFT into a check.
      *>================================================================*
       FIND-PROVIDER-PAY-METHOD.
           MOVE 'E' TO WS-CUR-PAY-METHOD
           MOVE 'N' TO WS-PAY-ROW-FOUND
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-FEE-TABLE-COUNT
               IF WS-FT-PROVIDER-ID(WS-SEARCH-IDX) = WS-CURRENT-PROVIDER
                   MOVE WS-FT-PAY-METHOD(WS-SEARCH-IDX)
                       TO WS-CUR-PAY-METHOD
                   MOVE 'Y' TO WS-PAY-ROW-FOUND
               END-IF
           END-PERFORM
           IF WS-PAY-ROW-FOUND = 'N'
               AND WS-CON-COUNT > 0
               MOVE WS-PAY-DATE TO WS-CONTRACT-DATE
               PERFORM FIND-PROVIDER-CONTRACT
               IF WS-CUR-SCHEDULE NOT = SPACES
                   PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-FEE-TABLE-COUNT
                       IF WS-FT-PROVIDER-ID(WS-SEARCH-IDX)
                           = WS-CUR-SCHEDULE
                           MOVE WS-FT-PAY-METHOD(WS-SEARCH-IDX)
                               TO WS-CUR-PAY-METHOD
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-CUR-PAY-METHOD = 'E'
               PERFORM FIND-PROVIDER-MASTER
               IF WS-PV-FOUND-IDX > 0
                   IF WS-PV-BANK-STATUS(WS-PV-FOUND-IDX) = 'R'
                       OR (WS-PV-BANK-STATUS(WS-PV-FOUND-IDX) = 'P'
                           AND WS-PAY-DATE <
                               WS-PV-PRENOTE-CLEAR(WS-PV-FOUND-IDX))
                       MOVE 'C' TO WS-CUR-PAY-METHOD
                   END-IF
               END-IF
           END-IF.

      *>================================================================*
      *> PROCESS-CLAIMS: Main claim processing loop
           MOVE CFH-CLAIM-DATE TO WS-CURRENT-CLAIM-DATE
           MOVE CFH-POLICY-TYPE TO WS-CURRENT-POL-TYPE
           MOVE CFH-LINKED-CLAIM-ID TO WS-CURRENT-LINKED-CLAIM-ID
           MOVE CFH-FACILITY-ID TO WS-CURRENT-FACILITY
           PERFORM JUDGE-NSA-ANCILLARY
           MOVE 'N' TO WS-CLAIM-NSA
           MOVE 0 TO WS-CLAIM-QPA-TOTAL
           MOVE 0 TO WS-CLAIM-NSA-BILLED
           MOVE 0 TO WS-CLAIM-NSA-COST-SHARE

      *> Coordination-of-benefits — a primary-paid amount on the
      *> header means this plan adjudicates as the secondary payer
                   TO WS-SVC-REV-CODE(WS-SVC-COUNT)
               MOVE CFS-NDC-CODE
                   TO WS-SVC-NDC(WS-SVC-COUNT)
               MOVE CFS-TOOTH-NUMBER
                   TO WS-SVC-TOOTH(WS-SVC-COUNT)
               MOVE CFS-TOOTH-SURFACES
                   TO WS-SVC-SURFACES(WS-SVC-COUNT)
               MOVE CFS-ORAL-AREA
                   TO WS-SVC-ORAL-AREA(WS-SVC-COUNT)
               MOVE CFS-MOD-COUNT
                   TO WS-SVC-MOD-COUNT(WS-SVC-COUNT)
               PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
               TO WS-HT-DATE-OF-SVC(WS-HIST-TABLE-COUNT)
           MOVE WS-CURRENT-CLAIM-ID
               TO WS-HT-CLAIM-ID(WS-HIST-TABLE-COUNT)
           MOVE WS-SVC-TOOTH(WS-SVC-IDX)
               TO WS-HT-TOOTH(WS-HIST-TABLE-COUNT)

           MOVE WS-CURRENT-MEMBER TO CH-MEMBER-ID
           MOVE WS-CURRENT-PROVIDER TO CH-PROVIDER-ID
           MOVE WS-SVC-PROC-CODE(WS-SVC-IDX) TO CH-PROCEDURE-CODE
           MOVE WS-SVC-DATE-FROM(WS-SVC-IDX) TO CH-DATE-OF-SVC
           MOVE WS-CURRENT-CLAIM-ID TO CH-CLAIM-ID
           MOVE WS-SVC-PLACE(WS-SVC-IDX) TO CH-PLACE-OF-SVC
           MOVE WS-SVC-TOOTH(WS-SVC-IDX) TO CH-TOOTH-NUMBER
           MOVE SPACES TO CH-FILLER
           MOVE CLAIM-HISTORY-RECORD TO HISTORY-OUT-RECORD
           WRITE HISTORY-OUT-RECORD.
               MOVE 'N' TO WS-CLL-VOIDED(WS-CLM-LEDGER-COUNT)
               MOVE WS-CURRENT-PROVIDER
                   TO WS-CLL-PROVIDER(WS-CLM-LEDGER-COUNT)
               MOVE WS-CLAIM-NSA
                   TO WS-CLL-NSA(WS-CLM-LEDGER-COUNT)
           END-IF.

      *>================================================================*
      *>================================================================*
       ADJUDICATE-LINE.
           MOVE 0 TO WS-BU-PEND-IDX
           MOVE 0 TO WS-DAC-PEND-IDX
           MOVE 'N' TO WS-LINE-DMX-CAPPED
           MOVE 'N' TO WS-LINE-NSA
           MOVE 'N' TO WS-LINE-QPA-PEND
           MOVE SPACE TO WS-LINE-PRICED-NETWORK
      *> Step 0: Duplicate-claim check — same member/provider/
      *> procedure/date of service already adjudicated in a prior
      *> run (or earlier in this one) means this line is a repeat
               PERFORM WRITE-DENIED-RECORD
               EXIT PARAGRAPH
           END-IF

      *> Step 0a: Dental missing-tooth and frequency edits against
      *> claim history
           IF WS-SVC-PROC-CODE(WS-SVC-IDX)(1:1) = 'D'
               PERFORM CHECK-DENTAL-HISTORY
               IF WS-SVC-STATUS(WS-SVC-IDX) = 'DN'
                   PERFORM WRITE-ADJ-RECORD
                   PERFORM WRITE-DENIED-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM RECORD-CLAIM-HISTORY

      *> Step 0b: Credentialing window — a provider terminated in
           MOVE WS-CURRENT-CLAIM-DATE TO WS-VR-CLAIM-DATE
           MOVE WS-SVC-NDC(WS-SVC-IDX) TO WS-VR-NDC-CODE
           MOVE WS-SVC-UNITS(WS-SVC-IDX) TO WS-VR-UNITS
           MOVE WS-SVC-TOOTH(WS-SVC-IDX) TO WS-VR-TOOTH-NUMBER
           MOVE WS-SVC-SURFACES(WS-SVC-IDX) TO WS-VR-TOOTH-SURFACES
           MOVE WS-SVC-ORAL-AREA(WS-SVC-IDX) TO WS-VR-ORAL-AREA

           MOVE 'N' TO WS-LINE-DIAG-INVALID
           MOVE SPACES TO WS-LINE-CLIN-PEND
           IF WS-DIAG-COUNT = 0
               MOVE SPACES TO WS-VR-DIAG-CODE
      *> CALL/LINKAGE showcase — the subprogram interface
               IF WS-VR-INVALID
                   MOVE 'Y' TO WS-LINE-DIAG-INVALID
               END-IF
               IF WS-VR-PENDED
                   MOVE WS-VR-ERROR-CODE TO WS-LINE-CLIN-PEND
               END-IF
           ELSE
               PERFORM VARYING WS-DIAG-IDX FROM 1 BY 1
                   UNTIL WS-DIAG-IDX > WS-DIAG-COUNT
                   IF WS-VR-INVALID
                       MOVE 'Y' TO WS-LINE-DIAG-INVALID
                   END-IF
      *> A clinical edit that pends rather than denies lets the line
      *> price; the first one found is the reason it pends under
                   IF WS-VR-PENDED AND WS-LINE-CLIN-PEND = SPACES
                       MOVE WS-VR-ERROR-CODE TO WS-LINE-CLIN-PEND
                   END-IF
               END-PERFORM
           END-IF

      *> payment-affecting modifier on the line
           PERFORM FIND-FEE-RATE
           PERFORM APPLY-MODIFIER-ADJUSTMENT
           MOVE WS-LINE-NETWORK TO WS-LINE-PRICED-NETWORK

      *> Step 2a: Surprise-billing protection — a protected
      *> out-of-network line adjudicates as in-network from here on
           IF WS-LINE-NETWORK = 'N'
               PERFORM CHECK-SURPRISE-BILLING
           END-IF

      *> Step 3: Check pre-authorization requirement — a procedure
      *> that generically requires preauth is only denied if there's
               EXIT PARAGRAPH
           END-IF

      *> Step 4a: Dental annual maximum — an exhausted maximum
      *> denies before any cost sharing is figured
           IF WS-SVC-PROC-CODE(WS-SVC-IDX)(1:1) = 'D'
               AND WS-PD-COUNT > 0
               PERFORM CHECK-DENTAL-MAXIMUM
               IF WS-SVC-STATUS(WS-SVC-IDX) = 'DN'
                   PERFORM WRITE-ADJ-RECORD
                   PERFORM WRITE-DENIED-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM COMPUTE-ADJUDICATION

      *> Step 4a2: A protected line allows the qualifying payment
      *> amount, or the billed charge when that is less — whatever
      *> the place-of-service treatment above would have allowed
           IF WS-LINE-NSA = 'Y'
               AND WS-SVC-STATUS(WS-SVC-IDX) NOT = 'DN'
               IF WS-SVC-CHARGE(WS-SVC-IDX) < WS-LINE-QPA
                   MOVE WS-SVC-CHARGE(WS-SVC-IDX) TO WS-LINE-ALLOWED
               ELSE
                   MOVE WS-LINE-QPA TO WS-LINE-ALLOWED
               END-IF
           END-IF

      *> Step 4b: Cap copay at allowed amount
      *> Prevents copay from exceeding line value (e.g. ER $150
      *> copay on $49.50 lab — patient can't owe more than allowed)
      *> Step 7: Apply OOP maximum cap
           PERFORM APPLY-OOP-CAP

      *> Step 7a: Dental annual maximum caps the plan's payment
           IF WS-DAC-PEND-IDX > 0
               PERFORM APPLY-DENTAL-MAXIMUM
           END-IF

      *> Step 7b: Move the family positions by what this line put
      *> to deductible and patient responsibility
           IF WS-CUR-FAM-IDX > 0
               END-IF
           END-IF

      *> A protected line says so on the remittance
           IF WS-LINE-NSA = 'Y'
               MOVE 'NSA' TO WS-SVC-REASON(WS-SVC-IDX)
           END-IF

      *> A line the benefit limit capped pays partial by definition
           IF WS-LINE-UNITS-CAPPED = 'Y'
               MOVE 'PR'  TO WS-SVC-STATUS(WS-SVC-IDX)
               MOVE 'LIM' TO WS-SVC-REASON(WS-SVC-IDX)
           END-IF

      *> So does a line the dental annual maximum capped
           IF WS-LINE-DMX-CAPPED = 'Y'
               MOVE 'PR'  TO WS-SVC-STATUS(WS-SVC-IDX)
               MOVE 'DMX' TO WS-SVC-REASON(WS-SVC-IDX)
           END-IF

      *> Step 8b: High-dollar lines are set aside for an adjuster
      *> instead of auto-paying — CLMPEND lists these for review and
      *> resolves them back to AP or DN
               MOVE 0 TO WS-LINE-PAID
           END-IF

      *> Step 8c: So is a line that failed a clinical age/gender
      *> edit the code master sends to review, whatever its amount
           IF WS-LINE-CLIN-PEND NOT = SPACES
               MOVE 'PN' TO WS-SVC-STATUS(WS-SVC-IDX)
               MOVE WS-LINE-CLIN-PEND TO WS-SVC-REASON(WS-SVC-IDX)
               MOVE 0 TO WS-LINE-PAID
               ADD 1 TO WS-CTR-CLIN-PENDS
           END-IF

      *> Step 8d: And a protected line with no qualifying payment
      *> amount on file for its proccode — priced by hand, not by
      *> a guess at the out-of-network allowance
           IF WS-LINE-QPA-PEND = 'Y'
               MOVE 'PN' TO WS-SVC-STATUS(WS-SVC-IDX)
               MOVE 'QPA' TO WS-SVC-REASON(WS-SVC-IDX)
               MOVE 0 TO WS-LINE-PAID
               ADD 1 TO WS-CTR-QPA-PENDS
           END-IF

      *> A protected line that paid or adjudicated to zero starts
      *> the provider's negotiation clock for the claim; a pended
      *> one hasn't been decided yet
           IF WS-LINE-NSA = 'Y'
               AND WS-SVC-STATUS(WS-SVC-IDX) NOT = 'PN'
               MOVE 'Y' TO WS-CLAIM-NSA
               ADD WS-LINE-ALLOWED TO WS-CLAIM-QPA-TOTAL
               ADD WS-SVC-CHARGE(WS-SVC-IDX) TO WS-CLAIM-NSA-BILLED
               COMPUTE WS-CLAIM-NSA-COST-SHARE =
                   WS-CLAIM-NSA-COST-SHARE
                   + WS-LINE-COPAY + WS-LINE-DEDUCT + WS-LINE-COINS
               END-COMPUTE
               ADD 1 TO WS-CTR-NSA-LINES
           END-IF

           MOVE WS-LINE-ALLOWED TO WS-SVC-ALLOWED(WS-SVC-IDX)
           MOVE WS-LINE-COPAY TO WS-SVC-COPAY(WS-SVC-IDX)
           MOVE WS-LINE-DEDUCT TO WS-SVC-DEDUCT(WS-SVC-IDX)
               ADD WS-SVC-UNITS(WS-SVC-IDX)
                   TO WS-BU-USED(WS-BU-PEND-IDX)
           END-IF
           IF WS-DAC-PEND-IDX > 0
               AND WS-SVC-STATUS(WS-SVC-IDX) NOT = 'DN'
               AND WS-SVC-STATUS(WS-SVC-IDX) NOT = 'PN'
               ADD WS-LINE-PAID TO WS-DAC-PAID(WS-DAC-PEND-IDX)
           END-IF

           PERFORM WRITE-ADJ-RECORD.

                   MOVE 0 TO WS-LINE-COPAY
                   SET WS-IS-OON-CLAIM TO TRUE

      *> --- Dental (CDT codes start with D) ---
               WHEN WS-PROC-PREFIX = 'D'
      *> All plan types: allowed = min(charge, contracted rate); the
      *> plan's dental category rows carry the cost sharing
                   IF WS-SVC-CHARGE(WS-SVC-IDX) < WS-FEE-RATE
                       MOVE WS-SVC-CHARGE(WS-SVC-IDX)
                           TO WS-LINE-ALLOWED
                   ELSE
                       MOVE WS-FEE-RATE TO WS-LINE-ALLOWED
                   END-IF
                   MOVE 0 TO WS-LINE-COPAY

      *> --- PPO + Office Visit ---
               WHEN WS-CURRENT-POL-TYPE = 'P'
                AND WS-SVC-PLACE(WS-SVC-IDX) = '11'
      *> FIND-FEE-RATE: Look up contracted rate for provider+procedure
      *> Only a row whose effective/term window contains the date of
      *> service is eligible — an expired or not-yet-effective rate
      *> row is skipped, the same as if it were never on file. The
      *> provider's own row wins; without one, the line prices off
      *> the base schedule of the contract the provider was under on
      *> the date of service, out of network on a non-par contract.
      *>================================================================*
       FIND-FEE-RATE.
           MOVE 0 TO WS-FEE-RATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CURRENT-PROVIDER TO WS-FEE-KEY
           PERFORM SEARCH-FEE-ROWS
           IF WS-FEE-FOUND = 'N'
               AND WS-CON-COUNT > 0
               MOVE WS-SVC-DATE-FROM(WS-SVC-IDX) TO WS-CONTRACT-DATE
               PERFORM FIND-PROVIDER-CONTRACT
               IF WS-CUR-SCHEDULE NOT = SPACES
                   MOVE WS-CUR-SCHEDULE TO WS-FEE-KEY
                   PERFORM SEARCH-FEE-ROWS
                   IF WS-FEE-FOUND = 'Y'
                       AND WS-CUR-TIER = 'N'
                       MOVE 'N' TO WS-LINE-NETWORK
                   END-IF
               END-IF
           END-IF
           IF WS-FEE-FOUND = 'Y'
               PERFORM PRICE-BY-METHOD
           ELSE
      *> No contracted row on file for this provider/procedure/date —
      *> treat as an out-of-network provider, 80% of billed charge
               MOVE 'N' TO WS-LINE-NETWORK
               COMPUTE WS-FEE-RATE ROUNDED =
                   WS-SVC-CHARGE(WS-SVC-IDX) * 0.80
               END-COMPUTE
           END-IF.

      *> The fee rows under WS-FEE-KEY — a provider ID or a
      *> contract's base schedule — in force on the date of service
       SEARCH-FEE-ROWS.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-FEE-TABLE-COUNT
               IF WS-FT-PROVIDER-ID(WS-SEARCH-IDX)
                   = WS-FEE-KEY
               AND WS-FT-PROC-CODE(WS-SEARCH-IDX)
                   = WS-SVC-PROC-CODE(WS-SVC-IDX)
               AND WS-SVC-DATE-FROM(WS-SVC-IDX)
                       TO WS-PREAUTH-FLAG
                   MOVE WS-FT-NETWORK(WS-SEARCH-IDX)
                       TO WS-LINE-NETWORK
                   MOVE WS-SEARCH-IDX TO WS-FEE-HIT-IDX
                   MOVE 'Y' TO WS-FEE-FOUND
               END-IF
           END-PERFORM.

      *>================================================================*
      *> FIND-PROVIDER-CONTRACT: The contract WS-CURRENT-PROVIDER was
      *> assigned to on WS-CONTRACT-DATE, and that contract's base
      *> schedule and tier — spaces when there was no assignment in
      *> force or the contract itself was not. The last row in
      *> force wins, the way the fee search does.
      *>================================================================*
       FIND-PROVIDER-CONTRACT.
           MOVE SPACES TO WS-CUR-CONTRACT
           MOVE SPACES TO WS-CUR-SCHEDULE
           MOVE SPACES TO WS-CUR-TIER
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-PROVIDER(WS-ASG-IDX) = WS-CURRENT-PROVIDER
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
                   MOVE WS-CON-TIER(WS-CON-IDX) TO WS-CUR-TIER
               END-IF
           END-PERFORM.

      *>================================================================*
      *> JUDGE-NSA-ANCILLARY: Once per claim — is the billing
      *> provider one of the protected ancillary specialties, billing
      *> for care at a different facility that is in network? Then
      *> any of its out-of-network lines on the claim is protected.
      *>================================================================*
       JUDGE-NSA-ANCILLARY.
           MOVE 'N' TO WS-CLAIM-NSA-ANCILLARY
           IF WS-CURRENT-FACILITY = SPACES
               OR WS-CURRENT-FACILITY = WS-CURRENT-PROVIDER
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PROVIDER-MASTER
           IF WS-PV-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-PV-NSA-ANCILLARY(WS-PV-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PRV-TABLE-COUNT
               IF WS-PV-PROVIDER-ID(WS-PV-IDX) = WS-CURRENT-FACILITY
                   AND WS-PV-NETWORK(WS-PV-IDX) = 'Y'
                   MOVE 'Y' TO WS-CLAIM-NSA-ANCILLARY
               END-IF
           END-PERFORM.

      *>================================================================*
      *> CHECK-SURPRISE-BILLING: An out-of-network line at the
      *> emergency room, or from a protected ancillary provider at an
      *> in-network facility, is shielded from out-of-network
      *> treatment: it adjudicates in-network (no OON denial, no OON
      *> coinsurance, the in-network plan design and accumulators)
      *> at the qualifying payment amount for its procedure. With no
      *> amount on file the line still adjudicates in-network but
      *> pends (QPA) for manual pricing.
      *>================================================================*
       CHECK-SURPRISE-BILLING.
           IF WS-SVC-PLACE(WS-SVC-IDX) NOT = '23'
               AND WS-CLAIM-NSA-ANCILLARY = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LINE-NETWORK
           MOVE 0 TO WS-LINE-QPA
           PERFORM VARYING WS-QPA-IDX FROM 1 BY 1
               UNTIL WS-QPA-IDX > WS-QPA-COUNT
               IF WS-QPT-PROC(WS-QPA-IDX) = WS-SVC-PROC-CODE(WS-SVC-IDX)
               AND WS-SVC-DATE-FROM(WS-SVC-IDX)
                   >= WS-QPT-EFF(WS-QPA-IDX)
               AND (WS-QPT-TERM(WS-QPA-IDX) = 0
                    OR WS-SVC-DATE-FROM(WS-SVC-IDX)
                       <= WS-QPT-TERM(WS-QPA-IDX))
                   MOVE WS-QPT-AMOUNT(WS-QPA-IDX) TO WS-LINE-QPA
               END-IF
           END-PERFORM
           IF WS-LINE-QPA = 0
               MOVE 'Y' TO WS-LINE-QPA-PEND
               EXIT PARAGRAPH
           END-IF
      *> The amount is per unit, like a contracted rate
           IF WS-SVC-UNITS(WS-SVC-IDX) > 1
               COMPUTE WS-LINE-QPA =
                   WS-LINE-QPA * WS-SVC-UNITS(WS-SVC-IDX)
               END-COMPUTE
           END-IF
           MOVE WS-LINE-QPA TO WS-FEE-RATE
           MOVE 'Y' TO WS-LINE-NSA.

      *>================================================================*
      *> PRICE-BY-METHOD: The contracted row found, price the line the
      *> way the row says — flat rate, relative value times the
      *> conversion factor, or a per cent of the billed charge with
      *> an optional per-unit cap. An RVU row whose procedure has no
      *> relative value on file for the date of service falls back
      *> to the flat rate carried on the row and is counted.
      *>================================================================*
       PRICE-BY-METHOD.
           EVALUATE WS-FT-PRICING(WS-FEE-HIT-IDX)
               WHEN 'R'
                   PERFORM FIND-RVU-VALUE
                   IF WS-RVU-FOUND = 'Y'
                       COMPUTE WS-FEE-RATE ROUNDED =
                           WS-LINE-RVU
                           * WS-FT-CONV-FACTOR(WS-FEE-HIT-IDX)
                       END-COMPUTE
                       ADD 1 TO WS-CTR-RVU-LINES
                   ELSE
                       ADD 1 TO WS-CTR-RVU-MISSING
                   END-IF
               WHEN 'P'
      *> The billed charge is already the line total — the cap is
      *> per unit, so it scales to the units and the charge doesn't
                   COMPUTE WS-FEE-RATE ROUNDED =
                       WS-SVC-CHARGE(WS-SVC-IDX)
                       * WS-FT-PCT-CHARGE(WS-FEE-HIT-IDX) / 100
                   END-COMPUTE
                   IF WS-FT-PCT-CAP(WS-FEE-HIT-IDX) > 0
                       MOVE WS-FT-PCT-CAP(WS-FEE-HIT-IDX)
                           TO WS-PCT-CAP-TOTAL
                       IF WS-SVC-UNITS(WS-SVC-IDX) > 1
                           COMPUTE WS-PCT-CAP-TOTAL =
                               WS-PCT-CAP-TOTAL
                               * WS-SVC-UNITS(WS-SVC-IDX)
                           END-COMPUTE
                       END-IF
                       IF WS-FEE-RATE > WS-PCT-CAP-TOTAL
                           MOVE WS-PCT-CAP-TOTAL TO WS-FEE-RATE
                       END-IF
                   END-IF
                   ADD 1 TO WS-CTR-PCT-LINES
                   EXIT PARAGRAPH
           END-EVALUATE
      *> Contracted rate is per unit — scale to the units actually
      *> billed on this line before it is compared to the (already
      *> total) billed charge in COMPUTE-ADJUDICATION
           IF WS-SVC-UNITS(WS-SVC-IDX) > 1
               COMPUTE WS-FEE-RATE ROUNDED =
                   WS-FEE-RATE * WS-SVC-UNITS(WS-SVC-IDX)
               END-COMPUTE
           END-IF.

      *>================================================================*
      *> FIND-RVU-VALUE: The procedure's total relative value in
      *> effect on the line's date of service
      *>================================================================*
       FIND-RVU-VALUE.
           MOVE 'N' TO WS-RVU-FOUND
           MOVE 0 TO WS-LINE-RVU
           PERFORM VARYING WS-RVU-IDX FROM 1 BY 1
               UNTIL WS-RVU-IDX > WS-RVU-COUNT
               IF WS-RVT-PROC(WS-RVU-IDX) = WS-SVC-PROC-CODE(WS-SVC-IDX)
               AND WS-SVC-DATE-FROM(WS-SVC-IDX)
                   >= WS-RVT-EFF(WS-RVU-IDX)
               AND (WS-RVT-TERM(WS-RVU-IDX) = 0
                    OR WS-SVC-DATE-FROM(WS-SVC-IDX)
                       <= WS-RVT-TERM(WS-RVU-IDX))
                   MOVE WS-RVT-TOTAL(WS-RVU-IDX) TO WS-LINE-RVU
                   MOVE 'Y' TO WS-RVU-FOUND
               END-IF
           END-PERFORM.

      *>================================================================*
      *> PRICE-NDC-LINE: The drug pricing path — the dated NDC row's
      *> unit price scaled to the units billed
           CLOSE NDC-MASTER-FILE
           DISPLAY 'NDC DRUG PRICES LOADED: ' WS-NDC-COUNT.

      *>================================================================*
      *> LOAD-QPA-RATES: The qualifying payment amounts; a run with
      *> none on file pends every protected line for pricing. Like
      *> the relative values, a file too big for the table stops the
      *> run rather than misprice.
      *>================================================================*
       LOAD-QPA-RATES.
           OPEN INPUT QPA-RATE-FILE
           IF WS-QPA-STATUS NOT = '00'
               DISPLAY 'CLMPROC: NO QPA-RATES.DAT ON FILE'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-QPA = 'Y'
               READ QPA-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-QPA
                   NOT AT END
                       IF WS-QPA-COUNT >= 500
                           DISPLAY 'CLMPROC: QPA-RATES.DAT EXCEEDS '
                               '500 ROWS - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QPA-COUNT
                       MOVE QPA-PROCEDURE-CODE
                           TO WS-QPT-PROC(WS-QPA-COUNT)
                       MOVE QPA-EFF-DATE
                           TO WS-QPT-EFF(WS-QPA-COUNT)
                       MOVE QPA-TERM-DATE
                           TO WS-QPT-TERM(WS-QPA-COUNT)
                       MOVE QPA-AMOUNT
                           TO WS-QPT-AMOUNT(WS-QPA-COUNT)
               END-READ
           END-PERFORM
           CLOSE QPA-RATE-FILE
           DISPLAY 'QUALIFYING PAYMENT AMOUNTS LOADED: ' WS-QPA-COUNT.

      *>================================================================*
      *> LOAD-RVU-TABLE: The relative-value table; a run with none on
      *> file prices RVU-method rows at the flat rate they carry.
      *> The table is the pricing basis for every RVU row, so a file
      *> too big for it stops the run rather than misprice lines.
      *>================================================================*
       LOAD-RVU-TABLE.
           OPEN INPUT RVU-TABLE-FILE
           IF WS-RVU-STATUS NOT = '00'
               DISPLAY 'CLMPROC: NO RVU-TABLE.DAT ON FILE'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-RVU = 'Y'
               READ RVU-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RVU
                   NOT AT END
                       IF WS-RVU-COUNT >= 500
                           DISPLAY 'CLMPROC: RVU-TABLE.DAT EXCEEDS '
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
           CLOSE RVU-TABLE-FILE
           DISPLAY 'RELATIVE VALUES LOADED: ' WS-RVU-COUNT.

      *>================================================================*
      *> LOAD-CONTRACTS: The contract master and the dated provider
      *> assignments to it. A run with no contract master prices off
      *> provider rows alone; either table too big to hold stops the
      *> run rather than send contracted lines out of network.
      *>================================================================*
       LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-MASTER-FILE
           IF WS-CON-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CON = 'Y'
               READ CONTRACT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CON
                   NOT AT END
                       IF WS-CON-COUNT >= 100
                           DISPLAY 'CLMPROC: CONTRACT-MASTER.DAT '
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
                       MOVE CTR-NETWORK-TIER
                           TO WS-CON-TIER(WS-CON-COUNT)
               END-READ
           END-PERFORM
           CLOSE CONTRACT-MASTER-FILE
           OPEN INPUT PROVIDER-CONTRACT-FILE
           IF WS-ASG-STATUS = '00'
               PERFORM UNTIL WS-EOF-ASG = 'Y'
                   READ PROVIDER-CONTRACT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-ASG
                       NOT AT END
                           IF WS-ASG-COUNT >= 1000
                               DISPLAY 'CLMPROC: PROVIDER-CONTRACTS'
                                   '.DAT EXCEEDS 1000 ROWS - RUN '
                                   'STOPPED'
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
           END-IF
           DISPLAY 'CONTRACTS LOADED: ' WS-CON-COUNT
               '  ASSIGNMENTS: ' WS-ASG-COUNT.

      *>================================================================*
      *> LOAD-MEMBER-ID-MAP: Old-to-new pairs MBRMERGE recorded; a
      *> run with none on file translates nothing
                               TO WS-PD-COINS(WS-PD-COUNT)
                           MOVE PLN-DEDUCT-APPLIES
                               TO WS-PD-DED-APPLIES(WS-PD-COUNT)
                           IF PLN-DENTAL-ANNUAL-MAX IS NUMERIC
                               MOVE PLN-DENTAL-ANNUAL-MAX
                                   TO WS-PD-DENTAL-MAX(WS-PD-COUNT)
                           ELSE
                               MOVE 0
                                   TO WS-PD-DENTAL-MAX(WS-PD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *>================================================================*
      *> DERIVE-SERVICE-CATEGORY: The category a service line cost-
      *> shares under — procedure class first (radiology and lab
      *> price the same wherever performed, dental by the CDT
      *> code's benefit class off the procedure master), place of
      *> service for the rest. The same cuts COMPUTE-ADJUDICATION's EVALUATE
      *> has always made, named so a plan row can address them.
      *>================================================================*
       DERIVE-SERVICE-CATEGORY.
           EVALUATE TRUE
               WHEN WS-PROC-PREFIX = 'D'
                AND WS-VR-DENTAL-CLASS = 'P'
                   MOVE 'DP' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = 'D'
                AND WS-VR-DENTAL-CLASS = 'M'
                   MOVE 'DM' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = 'D'
                   MOVE 'DB' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = '7'
                   MOVE 'XR' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = '8'
               TO WS-OA-STATUS
           MOVE WS-SVC-REASON(WS-SVC-IDX)
               TO WS-OA-REASON-CODE
           MOVE WS-LINE-PRICED-NETWORK TO WS-OA-NETWORK-STATUS
           EVALUATE WS-SVC-STATUS(WS-SVC-IDX)
               WHEN 'AP'
                   ADD 1 TO WS-CCT-LINES-AP
           ADD 1 TO WS-RECORDS-WRITTEN

           PERFORM WRITE-REMITTANCE-LINE
           IF WS-CLAIM-NSA = 'Y'
               PERFORM WRITE-NSA-DISCLOSURE
               PERFORM OPEN-NSA-WINDOW
           END-IF
           IF WS-PP-INTEREST > 0
               PERFORM WRITE-PP-INTEREST-LINE
           END-IF
           ADD WS-CLAIM-TOTAL-PAID TO WS-TOTAL-PAID
           ADD WS-CLAIM-TOTAL-CHARGED TO WS-TOTAL-CHARGED.

      *>================================================================*
      *> WRITE-NSA-DISCLOSURE: The federal surprise-billing notice
      *> under the claim's remittance line — what the protected
      *> services were priced at, that the member owes only the
      *> in-network cost share shown, and how long the provider has
      *> to open negotiation over the payment
      *>================================================================*
       WRITE-NSA-DISCLOSURE.
           MOVE WS-PAY-DATE TO WS-BD-FROM
           MOVE 30 TO WS-BD-DAYS
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-BD-RESULT TO WS-NSA-WINDOW-END
           MOVE WS-NSA-WINDOW-END TO WS-BD-FROM
           MOVE 4 TO WS-BD-DAYS
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-BD-RESULT TO WS-NSA-IDR-DEADLINE
           MOVE SPACES TO REMITTANCE-LINE
           STRING '  NO SURPRISES ACT APPLIED - REMARK CODES '
               WS-NSA-RARC-1 ' ' WS-NSA-RARC-2
               DELIMITED BY SIZE INTO REMITTANCE-LINE
           WRITE REMITTANCE-LINE
           MOVE WS-CLAIM-QPA-TOTAL TO WS-NSA-TEXT-AMT
           MOVE WS-CLAIM-NSA-COST-SHARE TO WS-NSA-TEXT-AMT2
           MOVE SPACES TO REMITTANCE-LINE
           STRING '  QUALIFYING PAYMENT AMOUNT ' WS-NSA-TEXT-AMT
               '  MEMBER IN-NETWORK COST SHARE ' WS-NSA-TEXT-AMT2
               DELIMITED BY SIZE INTO REMITTANCE-LINE
           WRITE REMITTANCE-LINE
           MOVE SPACES TO REMITTANCE-LINE
           STRING '  PROVIDER MAY NOT BILL THE MEMBER MORE THAN THE '
               'COST SHARE SHOWN'
               DELIMITED BY SIZE INTO REMITTANCE-LINE
           WRITE REMITTANCE-LINE
           MOVE SPACES TO REMITTANCE-LINE
           STRING '  OPEN NEGOTIATION MAY BE INITIATED WITHIN 30 '
               'BUSINESS DAYS - THROUGH ' WS-NSA-WINDOW-END
               DELIMITED BY SIZE INTO REMITTANCE-LINE
           WRITE REMITTANCE-LINE.

      *>================================================================*
      *> OPEN-NSA-WINDOW: The claim's negotiation window on the
      *> tracking file from the day the notice went out; NSANEGO
      *> posts the provider's notices against it and ages it
      *>================================================================*
       OPEN-NSA-WINDOW.
           OPEN EXTEND NSA-WINDOW-FILE
           IF WS-NSW-STATUS NOT = '00'
               OPEN OUTPUT NSA-WINDOW-FILE
           END-IF
           IF WS-NSW-STATUS NOT = '00'
               DISPLAY 'CLMPROC: ERROR APPENDING NSA-WINDOWS: '
                   WS-NSW-STATUS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE NSA-WINDOW-RECORD
           MOVE WS-CURRENT-CLAIM-ID     TO NSW-CLAIM-ID
           MOVE WS-CURRENT-PROVIDER     TO NSW-PROVIDER-ID
           MOVE WS-CURRENT-MEMBER       TO NSW-MEMBER-ID
           MOVE WS-CLAIM-NSA-BILLED     TO NSW-BILLED-AMT
           MOVE WS-CLAIM-QPA-TOTAL      TO NSW-QPA-AMT
           MOVE WS-CLAIM-TOTAL-PAID     TO NSW-PAID-AMT
           MOVE WS-PAY-DATE             TO NSW-NOTICE-DATE
           MOVE WS-NSA-WINDOW-END       TO NSW-WINDOW-END
           MOVE WS-NSA-IDR-DEADLINE     TO NSW-IDR-DEADLINE
           SET  NSW-OPEN                TO TRUE
           MOVE WS-PAY-DATE             TO NSW-STATUS-DATE
           MOVE 0                       TO NSW-SETTLED-AMT
           WRITE NSA-WINDOW-RECORD
           CLOSE NSA-WINDOW-FILE
           ADD 1 TO WS-CTR-NSA-WINDOWS.

      *>================================================================*
      *> ADD-BUSINESS-DAYS: WS-BD-FROM moved forward WS-BD-DAYS
      *> weekdays into WS-BD-RESULT (day 1 of the integer calendar
      *> was a Monday)
      *>================================================================*
       ADD-BUSINESS-DAYS.
           COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-BD-FROM)
           MOVE 0 TO WS-BD-ADDED
           PERFORM UNTIL WS-BD-ADDED >= WS-BD-DAYS
               ADD 1 TO WS-BD-INT
               COMPUTE WS-BD-WEEKDAY = FUNCTION MOD(WS-BD-INT - 1, 7)
               IF WS-BD-WEEKDAY < 5
                   ADD 1 TO WS-BD-ADDED
               END-IF
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-BD-INT) TO WS-BD-RESULT.

      *>================================================================*
      *> OPEN-SUBRO-CASE: An accident-related claim just paid — the
      *> money is ultimately another insurer's, so a subrogation

      *>================================================================*
      *> CONSOLIDATE-PAYMENTS: End of run — one remittance summary,
      *> one register row (check or EFT) and one 835 payment loop
      *> per provider, itemizing the claims behind the single total
      *>================================================================*
       CONSOLIDATE-PAYMENTS.
           IF WS-CONS-COUNT = 0
                       '*1*' WS-CLL-TOTAL-PAID(WS-CLL-IDX) '~'
                       DELIMITED BY SIZE INTO WS-R835-BUILD
                   WRITE REMIT-835-LINE FROM WS-R835-BUILD
      *> A surprise-billing claim carries the remark codes that
      *> start the provider's open-negotiation window
                   IF WS-CLL-NSA(WS-CLL-IDX) = 'Y'
                       MOVE SPACES TO WS-R835-BUILD
                       STRING 'LQ*HE*' WS-NSA-RARC-1 '~'
                           DELIMITED BY SPACE INTO WS-R835-BUILD
                       WRITE REMIT-835-LINE FROM WS-R835-BUILD
                       MOVE SPACES TO WS-R835-BUILD
                       STRING 'LQ*HE*' WS-NSA-RARC-2 '~'
                           DELIMITED BY SPACE INTO WS-R835-BUILD
                       WRITE REMIT-835-LINE FROM WS-R835-BUILD
                   END-IF
      *> Industry-standard adjustment codes for the claim's denied
      *> lines, mapped off the reason-code master
                   PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
               MOVE WS-CO-TOTAL(WS-CONS-IDX)
                   TO WS-CLAIM-TOTAL-PAID
               PERFORM APPEND-CHECK-REGISTER
           END-IF
           IF WS-CO-METHOD(WS-CONS-IDX) = 'E'
               AND WS-CO-TOTAL(WS-CONS-IDX) > 0
               MOVE WS-CO-PROVIDER(WS-CONS-IDX)
                   TO WS-CURRENT-PROVIDER
               PERFORM FIND-PROVIDER-MASTER
               IF WS-PV-FOUND-IDX > 0
                   MOVE WS-PV-NAME(WS-PV-FOUND-IDX)
                       TO WS-LINE-PROVIDER-NAME
               ELSE
                   MOVE WS-CO-PROVIDER(WS-CONS-IDX)
                       TO WS-LINE-PROVIDER-NAME
               END-IF
               MOVE WS-CO-NUMBER(WS-CONS-IDX)
                   TO WS-CUR-PAY-NUMBER
               MOVE WS-CO-TOTAL(WS-CONS-IDX)
                   TO WS-CLAIM-TOTAL-PAID
               PERFORM APPEND-EFT-REGISTER
           END-IF.

      *>================================================================*
           MOVE WS-PAY-DATE           TO CHK-ISSUE-DATE
           SET  CHK-OUTSTANDING       TO TRUE
           MOVE 0                     TO CHK-CLEARED-DATE
           MOVE SPACES                TO CHK-PAYEE-TYPE
           WRITE CHECK-REGISTER-RECORD
           CLOSE CHECK-REGISTER-FILE
           ADD 1 TO WS-CTR-CHECKS-ISSUED.

      *>================================================================*
      *> APPEND-EFT-REGISTER: The same for each EFT trace — the
      *> settlement file is rebuilt from each run's ADJUDICATED.DAT,
      *> so this row is what remembers the payment afterwards
      *>================================================================*
       APPEND-EFT-REGISTER.
           OPEN EXTEND EFT-REGISTER-FILE
           IF WS-EFTREG-STATUS NOT = '00'
               OPEN OUTPUT EFT-REGISTER-FILE
           END-IF
           IF WS-EFTREG-STATUS NOT = '00'
               DISPLAY 'ERROR APPENDING EFT REGISTER: '
                   WS-EFTREG-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-PAY-NUMBER     TO EFR-TRACE-NUMBER
           MOVE WS-CURRENT-PROVIDER   TO EFR-PROVIDER-ID
           MOVE WS-LINE-PROVIDER-NAME TO EFR-PAYEE
           MOVE WS-CLAIM-TOTAL-PAID   TO EFR-AMOUNT
           MOVE WS-PAY-DATE           TO EFR-ISSUE-DATE
           SET  EFR-FROM-CLAIMS-RUN   TO TRUE
           MOVE SPACES                TO EFR-FILLER
           WRITE EFT-REGISTER-RECORD
           CLOSE EFT-REGISTER-FILE
           ADD 1 TO WS-CTR-EFTS-ISSUED.

      *>================================================================*
      *> WRITE-PP-INTEREST-LINE: The statutory interest as its own
      *> identified remittance line under the claim's payment
                       WS-SVC-BUNDLE-WITH(WS-SVC-IDX)
                       ' SAME DATE OF SERVICE'
                       DELIMITED BY SIZE INTO WS-DL-ERROR-MSG
               WHEN WS-SVC-REASON(WS-SVC-IDX) = 'FRQ'
                   MOVE SPACES TO WS-DL-ERROR-MSG
                   STRING 'FREQUENCY LIMIT - '
                       WS-DFQ-DESC(WS-DFQ-HIT)
                       DELIMITED BY SIZE INTO WS-DL-ERROR-MSG
               WHEN WS-SVC-REASON(WS-SVC-IDX) = 'MTH'
                   MOVE 'TOOTH EXTRACTED ON AN EARLIER DATE OF SERVICE'
                       TO WS-DL-ERROR-MSG
               WHEN WS-SVC-REASON(WS-SVC-IDX) = 'DMX'
                   MOVE 'DENTAL ANNUAL MAXIMUM REACHED'
                       TO WS-DL-ERROR-MSG
               WHEN WS-VR-INVALID
                   MOVE WS-VR-ERROR-MSG TO WS-DL-ERROR-MSG
               WHEN OTHER
           DISPLAY 'RECOVERY OFFSETS: $' WS-TOTAL-OFFSETS
           DISPLAY 'DRG STAYS PRICED: ' WS-CTR-DRG-STAYS
           DISPLAY 'CHECKS REGISTERED: ' WS-CTR-CHECKS-ISSUED
           DISPLAY 'EFTS REGISTERED:  ' WS-CTR-EFTS-ISSUED
           DISPLAY 'LIMIT DENIALS:    ' WS-CTR-LIMIT-DENIALS
           DISPLAY 'LIMIT-CAPPED LNS: ' WS-CTR-LIMIT-CAPS
           DISPLAY 'BUNDLE DENIALS:   ' WS-CTR-BUNDLE-DENIALS
           DISPLAY 'DENTAL FREQ DENLS: ' WS-CTR-FREQ-DENIALS
           DISPLAY 'MISSING-TOOTH DNS: ' WS-CTR-MISSING-TOOTH
           DISPLAY 'DENTAL MAX DENLS: ' WS-CTR-DMX-DENIALS
           DISPLAY 'DENTAL MAX CAPS:  ' WS-CTR-DMX-CAPS
           DISPLAY 'CLINICAL PENDS:   ' WS-CTR-CLIN-PENDS
           DISPLAY 'NDC-PRICED LINES: ' WS-CTR-NDC-LINES
           DISPLAY 'RVU-PRICED LINES: ' WS-CTR-RVU-LINES
           DISPLAY 'RVU NOT ON FILE:  ' WS-CTR-RVU-MISSING
           DISPLAY 'PCT-OF-CHARGE:    ' WS-CTR-PCT-LINES
           DISPLAY 'NSA-PROTECTED LNS: ' WS-CTR-NSA-LINES
           DISPLAY 'QPA PENDS:        ' WS-CTR-QPA-PENDS
           DISPLAY 'NSA WINDOWS OPENED: ' WS-CTR-NSA-WINDOWS
           DISPLAY 'SUBRO CASES OPENED: ' WS-CTR-SUBRO-OPENED
           DISPLAY '============================================='.
