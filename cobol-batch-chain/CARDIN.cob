      *> file for the card desk, NOT to REJECT-TRANS.DAT, so they
      *> are never mistaken for posting rejects.
      *>
      *> Authorization memo-holds: the switch's intraday
      *> authorization file is loaded as memo-holds on
      *> CARD-AUTH-HOLDS.DAT, which TXNAPPLY deducts from available
      *> balance, so a customer cannot spend the same dollars at POS
      *> all day before settlement. A settlement item carrying the
      *> authorization code settles its hold as it is translated; a
      *> hold that never settles ages off after the expiry days
      *> (data/CARD-AUTH-PARM.DAT, default WS-DEFAULT-EXPIRY-DAYS)
      *> and is listed on the expired-authorization report.
      *>
      *> A card carried over from an acquired portfolio can still sit
      *> on the cross-reference under the seller's old account
      *> number; while the conversion grace period runs, ACCTXLAT
      *> gives the new number and the card's activity and memo-holds
      *> are keyed to it.
      *>
      *> The switch file must come wrapped in the switch's header and
      *> trailer (FEEDCTL.cpy). FEEDCHK proves sender, file date, row
      *> count and amount hash before any item is translated; a file
      *> that fails is moved whole to QUARANTINE-CARD-SWITCH.DAT and
      *> the step ends RC 8. As the chain's first intake step,
      *> CARDIN starts the cycle's FEED-ACCEPTANCE.TXT report.
      *> The authorization file comes from the same switch under the
      *> same contract and is proved the same way, right after the
      *> switch file and before either is used; one that fails goes
      *> to QUARANTINE-CARD-AUTHS.DAT and the step ends RC 8 — a
      *> memo-hold opened off an unproved file would hold a
      *> customer's funds on nobody's say-so.
      *>
      *> Input:  data/CARD-SWITCH.DAT      (LINE SEQUENTIAL, switch)
      *>         data/CARD-XREF.DAT        (LINE SEQUENTIAL, CARDXREF)
      *>         data/CARD-AUTHS.DAT       (LINE SEQUENTIAL, switch)
      *>         data/CARD-AUTH-PARM.DAT   (LINE SEQUENTIAL, optional)
      *> Output: data/CARD-TRANS.DAT       (LINE SEQUENTIAL, TRANSREC)
      *>         data/CARD-EXCEPTIONS.DAT  (LINE SEQUENTIAL)
      *>         data/CARD-AUTH-HOLDS.DAT  (LINE SEQUENTIAL, CARDHOLD,
      *>                                    rewritten)
      *>         data/CARD-AUTH-EXPIRED.TXT (LINE SEQUENTIAL, print)
      *>         data/QUARANTINE-CARD-SWITCH.DAT (LINE SEQUENTIAL,
      *>                                    failed switch file only)
      *>         data/QUARANTINE-CARD-AUTHS.DAT (LINE SEQUENTIAL,
      *>                                    failed auth file only)
      *>         data/FEED-ACCEPTANCE.TXT  (via FEEDCHK, started anew)
      *>
      *> Return codes:  0 = all items translated
      *>                4 = some items to the exception file, or
      *>                    authorizations expired unsettled
      *>                8 = input file error, or switch or auth
      *>                    file failed its header/trailer controls
      *>================================================================*

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT AUTH-FILE
               ASSIGN TO 'data/CARD-AUTHS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT AUTH-HOLD-FILE
               ASSIGN TO 'data/CARD-AUTH-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAH-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'data/CARD-AUTH-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/CARD-AUTH-EXPIRED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT QUARANTINE-FILE
               ASSIGN TO 'data/QUARANTINE-CARD-SWITCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT AUTH-QUARANTINE-FILE
               ASSIGN TO 'data/QUARANTINE-CARD-AUTHS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQUAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Switch activity record — the layout the switch transmits:
      *> one row per authorized item, keyed by the card number, with
      *> the switch's own transaction code and trace number, and the
      *> authorization code of the approval it settles (blank on an
      *> item that was never authorized, such as a deposit).
       FD  SWITCH-FILE.
       01  SWITCH-RECORD.
           05  SW-CARD-NUMBER         PIC X(16).
           05  SW-TERMINAL-BRANCH     PIC X(3).
           05  SW-TRACE-NUMBER        PIC 9(6).
           05  SW-TERMINAL-ID         PIC X(8).
           05  SW-AUTH-CODE           PIC X(6).
      *> The switch's header and trailer rows share the file.
       COPY FEEDCTL.

      *> Intraday authorization record — one row per authorization
      *> the switch answered, approved or declined.
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           05  CAU-CARD-NUMBER        PIC X(16).
           05  CAU-AUTH-CODE          PIC X(6).
           05  CAU-AMOUNT             PIC 9(7)V99.
           05  CAU-AUTH-DATE          PIC 9(8).
           05  CAU-TERMINAL-BRANCH    PIC X(3).
           05  CAU-RESPONSE           PIC X(2).
               88  CAU-APPROVED           VALUE '00'.
      *> The switch's header and trailer rows on this file too.
       COPY FEEDCTL REPLACING ==FEED-CONTROL-RECORD==
                           BY ==AUTH-CONTROL-RECORD==
                           LEADING ==FCR== BY ==FCA==.

       FD  AUTH-HOLD-FILE.
       COPY CARDHOLD.

       FD  PARM-FILE.
       01  CARD-AUTH-PARM-RECORD.
           05  CAP-EXPIRY-DAYS        PIC 9(3).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  XREF-FILE.
       COPY CARDXREF.
       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD              PIC X(59).

       FD  AUTH-QUARANTINE-FILE.
       01  AUTH-QUARANTINE-RECORD         PIC X(44).

       WORKING-STORAGE SECTION.
       01  WS-SWITCH-STATUS               PIC XX.
       01  WS-XREF-STATUS                 PIC XX.
       01  WS-CARDTRANS-STATUS            PIC XX.
       01  WS-EXCEPT-STATUS               PIC XX.
       01  WS-PDATE-STATUS                PIC XX.
       01  WS-AUTH-STATUS                 PIC XX.
       01  WS-CAH-STATUS                  PIC XX.
       01  WS-PARM-STATUS                 PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-QUAR-STATUS                 PIC XX.
       01  WS-AQUAR-STATUS                PIC XX.

       01  WS-SWITCH-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  SWITCH-EOF                           VALUE 'Y'.
           88  SWITCH-NOT-EOF                       VALUE 'N'.
       01  WS-SWITCH-QUAR-FLAG            PIC X(1)  VALUE 'N'.
           88  SWITCH-QUARANTINED                   VALUE 'Y'.
       01  WS-AUTH-QUAR-FLAG              PIC X(1)  VALUE 'N'.
           88  AUTH-QUARANTINED                     VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Feed acceptance — the sender ID the switch puts on its
      *> header, and the FEEDCHK call areas.
      *>----------------------------------------------------------------*
       01  WS-SWITCH-SENDER               PIC X(8)  VALUE 'CARDSWCH'.
       COPY CHKFEED.

      *>----------------------------------------------------------------*
      *> Card cross-reference table — loaded whole at startup; the

       01  WS-RUN-DATE                    PIC 9(8).

      *>----------------------------------------------------------------*
      *> Memo-hold expiry — an authorization that has not settled
      *> this many days after it was approved stops holding funds.
      *> CARD-AUTH-PARM.DAT overrides the default when present.
      *>----------------------------------------------------------------*
       01  WS-DEFAULT-EXPIRY-DAYS         PIC 9(3)  VALUE 007.
       01  WS-EXPIRY-DAYS                 PIC 9(3).

      *>----------------------------------------------------------------*
      *> Memo-hold table — file image per row, updated in place and
      *> rewritten at end of run, the same load-and-rewrite
      *> discipline the other self-maintaining files follow. A row
      *> blanked during the run has been dropped.
      *>----------------------------------------------------------------*
       01  WS-CAH-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-CAH-TABLE-AREA.
           05  WS-CAH-ROW OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CAH-COUNT
                   INDEXED BY WS-CAH-IDX.
               10  WS-CAH-ACCT-ID        PIC X(8).
               10  WS-CAH-CARD-NUMBER    PIC X(16).
               10  WS-CAH-AUTH-CODE      PIC X(6).
               10  FILLER                PIC X(40).

       01  WS-CTR-SWITCH-READ             PIC 9(7)  VALUE 0.
       01  WS-CTR-XREF-LOADED             PIC 9(7)  VALUE 0.
       01  WS-CTR-TRANS-WRITTEN           PIC 9(7)  VALUE 0.
       01  WS-CTR-EXCEPTIONS              PIC 9(7)  VALUE 0.
       01  WS-CTR-REDIRECTED              PIC 9(7)  VALUE 0.
       COPY XLATACCT.
       01  WS-CTR-AUTHS-READ              PIC 9(7)  VALUE 0.
       01  WS-CTR-HOLDS-OPENED            PIC 9(7)  VALUE 0.
       01  WS-CTR-HOLDS-SETTLED           PIC 9(7)  VALUE 0.
       01  WS-CTR-HOLDS-EXPIRED           PIC 9(7)  VALUE 0.
       01  WS-CTR-HOLDS-OPEN              PIC 9(7)  VALUE 0.
       01  WS-TOTAL-EXPIRED               PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-OPEN                  PIC 9(9)V99 VALUE 0.

       01  RPT-HDR-LINE.
           05  FILLER                     PIC X(46)
               VALUE 'CARD AUTHORIZATIONS EXPIRED UNSETTLED - CYCLE '.
           05  RPT-HDR-DATE               PIC 9(8).
           05  FILLER                     PIC X(46) VALUE SPACES.
       01  RPT-COL-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCT-ID'.
           05  FILLER              PIC X(18)  VALUE 'CARD'.
           05  FILLER              PIC X(8)   VALUE 'AUTH'.
           05  FILLER              PIC X(14)  VALUE '        AMOUNT'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE 'AUTH DATE'.
           05  FILLER              PIC X(38)  VALUE 'EXPIRED'.
       01  RPT-DTL-LINE.
           05  RPT-DTL-ACCT               PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CARD               PIC X(16).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AUTH               PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  RPT-DTL-AUTH-DATE          PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RPT-DTL-EXPIRY             PIC 9(8).
           05  FILLER                     PIC X(30) VALUE SPACES.
       01  RPT-TOT-LINE.
           05  RPT-TOT-LABEL              PIC X(30).
           05  RPT-TOT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  RPT-TOT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(45) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               IF SWITCH-NOT-EOF
                   PERFORM 2000-READ-SWITCH
               END-IF
               PERFORM 3000-PROCESS-ITEM
                   UNTIL SWITCH-EOF
               PERFORM 4000-LOAD-AUTHORIZATIONS
               PERFORM 5000-AGE-HOLDS
               PERFORM 6000-REWRITE-HOLDS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE PROC-DATE-FILE
           END-IF

           MOVE WS-DEFAULT-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF CAP-EXPIRY-DAYS IS NUMERIC
                           AND CAP-EXPIRY-DAYS > 0
                           MOVE CAP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           OPEN INPUT SWITCH-FILE
      *> No settlement file this cycle still takes the day's
      *> authorizations and ages the memo-holds.
           IF WS-SWITCH-STATUS = '35'
               DISPLAY 'CARDIN: No switch file this cycle - '
                       'nothing to translate.'
               SET SWITCH-EOF TO TRUE
           END-IF
           IF WS-SWITCH-STATUS NOT = '00'
               AND WS-SWITCH-STATUS NOT = '35'
               DISPLAY 'CARDIN: ERROR opening CARD-SWITCH.DAT, '
                       'STATUS=' WS-SWITCH-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           IF WS-RETURN-CODE NOT = 8
               PERFORM 1050-PROVE-SWITCH-FILE
           END-IF

           IF WS-RETURN-CODE NOT = 8
               PERFORM 1070-PROVE-AUTH-FILE
           END-IF

           IF WS-RETURN-CODE NOT = 8
               PERFORM 1100-LOAD-XREF
           END-IF

           IF WS-RETURN-CODE NOT = 8
               PERFORM 1200-LOAD-AUTH-HOLDS
           END-IF

           IF WS-RETURN-CODE NOT = 8
               OPEN OUTPUT CARD-TRANS-FILE
               IF WS-CARDTRANS-STATUS NOT = '00'
           END-IF
           .

      *>================================================================*
      *> PROVE SWITCH FILE — every row goes past FEEDCHK before any
      *> is translated. An accepted file is reopened from the top
      *> for the run; a failed one is moved whole to quarantine and
      *> the original emptied, so nothing from it is ever posted.
      *> A file that did not arrive is still reported, as not
      *> received.
      *>================================================================*
       1050-PROVE-SWITCH-FILE.
           INITIALIZE FEED-CHECK-REQUEST
           MOVE 'CARDIN'               TO FK-STEP
           MOVE 'CARD-SWITCH.DAT'      TO FK-FEED-NAME
           MOVE WS-SWITCH-SENDER       TO FK-EXPECTED-SENDER
           MOVE WS-RUN-DATE            TO FK-RUN-DATE
           MOVE 'QUARANTINE-CARD-SWITCH.DAT' TO FK-QUARANTINE-FILE
           MOVE 'Y'                    TO FK-NEW-REPORT
           SET FK-FUNC-BEGIN TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE

           IF WS-SWITCH-STATUS = '00'
               SET FK-FUNC-RECORD TO TRUE
               PERFORM UNTIL WS-SWITCH-STATUS NOT = '00'
                   READ SWITCH-FILE
                       AT END
                           MOVE '10' TO WS-SWITCH-STATUS
                       NOT AT END
                           MOVE SWITCH-RECORD TO FK-RECORD
                           IF FCR-CONTROL
                               MOVE 0 TO FK-AMOUNT
                           ELSE
                               MOVE SW-AMOUNT TO FK-AMOUNT
                           END-IF
                           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                                FEED-CHECK-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE SWITCH-FILE
           END-IF

           SET FK-FUNC-END TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE

           IF FK-QUARANTINED
               DISPLAY 'CARDIN: CARD-SWITCH.DAT REJECTED - '
                       FUNCTION TRIM(FK-REASON)
               PERFORM 1060-QUARANTINE-SWITCH-FILE
               DISPLAY 'CARDIN: Switch file moved to '
                       'QUARANTINE-CARD-SWITCH.DAT - nothing '
                       'translated'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> '00' here is the CLOSE of a file that was present
           IF WS-SWITCH-STATUS = '00'
               OPEN INPUT SWITCH-FILE
               IF WS-SWITCH-STATUS NOT = '00'
                   DISPLAY 'CARDIN: ERROR reopening CARD-SWITCH.DAT, '
                           'STATUS=' WS-SWITCH-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           .

       1060-QUARANTINE-SWITCH-FILE.
           SET SWITCH-QUARANTINED TO TRUE
           SET SWITCH-EOF TO TRUE
           OPEN INPUT SWITCH-FILE
           OPEN OUTPUT QUARANTINE-FILE
           IF WS-QUAR-STATUS NOT = '00'
               DISPLAY 'CARDIN: ERROR opening QUARANTINE-CARD-SWITCH'
                       '.DAT, STATUS=' WS-QUAR-STATUS
               CLOSE SWITCH-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SWITCH-STATUS NOT = '00'
               READ SWITCH-FILE
                   AT END
                       MOVE '10' TO WS-SWITCH-STATUS
                   NOT AT END
                       WRITE QUARANTINE-RECORD FROM SWITCH-RECORD
               END-READ
           END-PERFORM
           CLOSE SWITCH-FILE
           CLOSE QUARANTINE-FILE
           OPEN OUTPUT SWITCH-FILE
           CLOSE SWITCH-FILE
           .

      *>================================================================*
      *> PROVE AUTH FILE — the same FEEDCHK proof for the switch's
      *> authorization file. It is opened and read again by 4000, so
      *> an accepted file is simply left closed here.
      *>================================================================*
       1070-PROVE-AUTH-FILE.
           INITIALIZE FEED-CHECK-REQUEST
           MOVE 'CARDIN'               TO FK-STEP
           MOVE 'CARD-AUTHS.DAT'       TO FK-FEED-NAME
           MOVE WS-SWITCH-SENDER       TO FK-EXPECTED-SENDER
           MOVE WS-RUN-DATE            TO FK-RUN-DATE
           MOVE 'QUARANTINE-CARD-AUTHS.DAT' TO FK-QUARANTINE-FILE
           MOVE 'N'                    TO FK-NEW-REPORT
           SET FK-FUNC-BEGIN TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE

           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS = '00'
               SET FK-FUNC-RECORD TO TRUE
               PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
                   READ AUTH-FILE
                       AT END
                           MOVE '10' TO WS-AUTH-STATUS
                       NOT AT END
                           MOVE AUTH-RECORD TO FK-RECORD
                           IF FCA-CONTROL
                               MOVE 0 TO FK-AMOUNT
                           ELSE
                               MOVE CAU-AMOUNT TO FK-AMOUNT
                           END-IF
                           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                                FEED-CHECK-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF

           SET FK-FUNC-END TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE

           IF FK-QUARANTINED
               DISPLAY 'CARDIN: CARD-AUTHS.DAT REJECTED - '
                       FUNCTION TRIM(FK-REASON)
               PERFORM 1080-QUARANTINE-AUTH-FILE
               DISPLAY 'CARDIN: Authorization file moved to '
                       'QUARANTINE-CARD-AUTHS.DAT - nothing '
                       'translated'
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           .

       1080-QUARANTINE-AUTH-FILE.
           SET AUTH-QUARANTINED TO TRUE
           OPEN INPUT AUTH-FILE
           OPEN OUTPUT AUTH-QUARANTINE-FILE
           IF WS-AQUAR-STATUS NOT = '00'
               DISPLAY 'CARDIN: ERROR opening QUARANTINE-CARD-AUTHS'
                       '.DAT, STATUS=' WS-AQUAR-STATUS
               CLOSE AUTH-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
               READ AUTH-FILE
                   AT END
                       MOVE '10' TO WS-AUTH-STATUS
                   NOT AT END
                       WRITE AUTH-QUARANTINE-RECORD FROM AUTH-RECORD
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           CLOSE AUTH-QUARANTINE-FILE
           OPEN OUTPUT AUTH-FILE
           CLOSE AUTH-FILE
           .

      *>================================================================*
      *> LOAD CARD CROSS-REFERENCE — the whole file at startup. A
      *> missing cross-reference is fatal: with no translation table
           END-IF
           .

       1200-LOAD-AUTH-HOLDS.
           OPEN INPUT AUTH-HOLD-FILE
           IF WS-CAH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAH-STATUS NOT = '00'
               READ AUTH-HOLD-FILE
                   AT END
                       MOVE '10' TO WS-CAH-STATUS
                   NOT AT END
                       PERFORM 4300-ADD-HOLD-ROW
               END-READ
           END-PERFORM
           CLOSE AUTH-HOLD-FILE
           .

      *> The header and trailer have been proved; they are passed
      *> over here and never reach translation.
       2000-READ-SWITCH.
           PERFORM WITH TEST AFTER
                   UNTIL SWITCH-EOF OR NOT FCR-CONTROL
               READ SWITCH-FILE
                   AT END
                       SET SWITCH-EOF TO TRUE
               END-READ
           END-PERFORM
           IF SWITCH-NOT-EOF
               ADD 1 TO WS-CTR-SWITCH-READ
           END-IF
           .

      *>================================================================*
               SET WS-XREF-FOUND TO TRUE
               MOVE WS-XR-CUST-ID(WS-XR-IDX) TO WS-MATCHED-CUST-ID
               MOVE WS-XR-STATUS(WS-XR-IDX)  TO WS-MATCHED-STATUS
               MOVE WS-MATCHED-CUST-ID TO XL-ACCT-ID
               MOVE WS-RUN-DATE        TO XL-AS-OF-DATE
               CALL 'ACCTXLAT' USING ACCT-XLATE-REQUEST
                                     ACCT-XLATE-RESPONSE
               IF XL-REDIRECTED
                   MOVE XL-NEW-ACCT-ID TO WS-MATCHED-CUST-ID
                   ADD 1 TO WS-CTR-REDIRECTED
               END-IF
           END-IF
           .

           MOVE SW-TRACE-NUMBER       TO TRANS-SEQ
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-CTR-TRANS-WRITTEN
           IF SW-AUTH-CODE NOT = SPACES
               PERFORM 3300-SETTLE-AUTH-HOLD
           END-IF
           .

      *> The settlement is now on its way to the ledger, so the
      *> memo-hold for the same authorization stops holding funds.
       3300-SETTLE-AUTH-HOLD.
           PERFORM VARYING WS-CAH-IDX FROM 1 BY 1
               UNTIL WS-CAH-IDX > WS-CAH-COUNT
               OR (WS-CAH-CARD-NUMBER(WS-CAH-IDX) = SW-CARD-NUMBER
                   AND WS-CAH-AUTH-CODE(WS-CAH-IDX) = SW-AUTH-CODE)
               CONTINUE
           END-PERFORM
           IF WS-CAH-IDX > WS-CAH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAH-ROW(WS-CAH-IDX) TO CARD-AUTH-HOLD-RECORD
           IF CAH-OPEN
               SET  CAH-SETTLED TO TRUE
               MOVE WS-RUN-DATE TO CAH-CLOSED-DATE
               MOVE CARD-AUTH-HOLD-RECORD TO WS-CAH-ROW(WS-CAH-IDX)
               ADD 1 TO WS-CTR-HOLDS-SETTLED
           END-IF
           .

      *> Common fields of the exception record — the caller sets the
           MOVE SW-TRACE-NUMBER       TO CEX-TRACE-NUMBER
           .

      *>================================================================*
      *> LOAD AUTHORIZATIONS — each approved authorization on an
      *> active card opens a memo-hold against the card's account.
      *> One already on file (the same card and authorization code)
      *> is a rerun, not a new hold. No file means the switch sent
      *> no authorizations this cycle. The header and trailer were
      *> proved by 1070 and are passed over.
      *>================================================================*
       4000-LOAD-AUTHORIZATIONS.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUTH-STATUS NOT = '00'
               READ AUTH-FILE
                   AT END
                       MOVE '10' TO WS-AUTH-STATUS
                   NOT AT END
                       IF NOT FCA-CONTROL
                           ADD 1 TO WS-CTR-AUTHS-READ
                           IF CAU-APPROVED
                               PERFORM 4100-OPEN-AUTH-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           .

       4100-OPEN-AUTH-HOLD.
           MOVE CAU-CARD-NUMBER TO SW-CARD-NUMBER
           PERFORM 3100-FIND-CARD
           IF WS-XREF-NOT-FOUND OR NOT WS-MATCHED-ACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAH-IDX FROM 1 BY 1
               UNTIL WS-CAH-IDX > WS-CAH-COUNT
               OR (WS-CAH-CARD-NUMBER(WS-CAH-IDX) = CAU-CARD-NUMBER
                   AND WS-CAH-AUTH-CODE(WS-CAH-IDX) = CAU-AUTH-CODE)
               CONTINUE
           END-PERFORM
           IF WS-CAH-IDX NOT > WS-CAH-COUNT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE CARD-AUTH-HOLD-RECORD
           MOVE WS-MATCHED-CUST-ID    TO CAH-ACCT-ID
           MOVE CAU-CARD-NUMBER       TO CAH-CARD-NUMBER
           MOVE CAU-AUTH-CODE         TO CAH-AUTH-CODE
           MOVE CAU-AMOUNT            TO CAH-AMOUNT
           MOVE CAU-AUTH-DATE         TO CAH-AUTH-DATE
           COMPUTE CAH-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CAU-AUTH-DATE)
               + WS-EXPIRY-DAYS)
           SET  CAH-OPEN              TO TRUE
           PERFORM 4300-ADD-HOLD-ROW
           ADD 1 TO WS-CTR-HOLDS-OPENED
           .

      *> The file is rewritten from this table at end of run, so an
      *> overflow must stop the run rather than drop open holds.
       4300-ADD-HOLD-ROW.
           IF WS-CAH-COUNT = 5000
               DISPLAY 'CARDIN: ERROR - more than 5000 card '
                   'authorization holds; table full, run abandoned '
                   'before any rewrite'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CAH-COUNT
           MOVE CARD-AUTH-HOLD-RECORD TO WS-CAH-ROW(WS-CAH-COUNT)
           .

      *>================================================================*
      *> AGE HOLDS — an open hold at or past its expiry date stops
      *> holding funds and goes on the report as an authorization
      *> that never settled; one expired earlier today (a rerun) is
      *> reported again. Settled and expired rows closed before
      *> today are dropped from the file.
      *>================================================================*
       5000-AGE-HOLDS.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO RPT-HDR-DATE
           WRITE REPORT-LINE FROM RPT-HDR-LINE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM RPT-COL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CAH-IDX FROM 1 BY 1
               UNTIL WS-CAH-IDX > WS-CAH-COUNT
               MOVE WS-CAH-ROW(WS-CAH-IDX) TO CARD-AUTH-HOLD-RECORD
               EVALUATE TRUE
                   WHEN CAH-OPEN AND CAH-EXPIRY-DATE <= WS-RUN-DATE
                       SET  CAH-EXPIRED TO TRUE
                       MOVE WS-RUN-DATE TO CAH-CLOSED-DATE
                       MOVE CARD-AUTH-HOLD-RECORD
                           TO WS-CAH-ROW(WS-CAH-IDX)
                       PERFORM 5100-REPORT-EXPIRED
                   WHEN CAH-OPEN
                       ADD 1          TO WS-CTR-HOLDS-OPEN
                       ADD CAH-AMOUNT TO WS-TOTAL-OPEN
                   WHEN CAH-EXPIRED AND CAH-CLOSED-DATE = WS-RUN-DATE
                       PERFORM 5100-REPORT-EXPIRED
                   WHEN CAH-CLOSED-DATE < WS-RUN-DATE
                       MOVE SPACES TO WS-CAH-ROW(WS-CAH-IDX)
               END-EVALUATE
           END-PERFORM
           WRITE REPORT-LINE FROM SPACES
               AFTER ADVANCING 1 LINE
           MOVE 'EXPIRED UNSETTLED TODAY'     TO RPT-TOT-LABEL
           MOVE WS-CTR-HOLDS-EXPIRED          TO RPT-TOT-COUNT
           MOVE WS-TOTAL-EXPIRED              TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MEMO-HOLDS STILL OPEN'       TO RPT-TOT-LABEL
           MOVE WS-CTR-HOLDS-OPEN             TO RPT-TOT-COUNT
           MOVE WS-TOTAL-OPEN                 TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOT-LINE
               AFTER ADVANCING 1 LINE
           CLOSE REPORT-FILE
           .

       5100-REPORT-EXPIRED.
           MOVE CAH-ACCT-ID       TO RPT-DTL-ACCT
           MOVE CAH-CARD-NUMBER   TO RPT-DTL-CARD
           MOVE '************'    TO RPT-DTL-CARD(1:12)
           MOVE CAH-AUTH-CODE     TO RPT-DTL-AUTH
           MOVE CAH-AMOUNT        TO RPT-DTL-AMOUNT
           MOVE CAH-AUTH-DATE     TO RPT-DTL-AUTH-DATE
           MOVE CAH-EXPIRY-DATE   TO RPT-DTL-EXPIRY
           WRITE REPORT-LINE FROM RPT-DTL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1          TO WS-CTR-HOLDS-EXPIRED
           ADD CAH-AMOUNT TO WS-TOTAL-EXPIRED
           .

       6000-REWRITE-HOLDS.
           IF WS-CAH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUTH-HOLD-FILE
           IF WS-CAH-STATUS NOT = '00'
               DISPLAY 'CARDIN: ERROR rewriting CARD-AUTH-HOLDS.DAT, '
                       'STATUS=' WS-CAH-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAH-IDX FROM 1 BY 1
               UNTIL WS-CAH-IDX > WS-CAH-COUNT
               IF WS-CAH-ROW(WS-CAH-IDX) NOT = SPACES
                   WRITE CARD-AUTH-HOLD-RECORD
                       FROM WS-CAH-ROW(WS-CAH-IDX)
               END-IF
           END-PERFORM
           CLOSE AUTH-HOLD-FILE
           .

       9000-TERMINATE.
           IF (WS-SWITCH-STATUS = '00' OR WS-SWITCH-STATUS = '10')
                   AND NOT SWITCH-QUARANTINED
               CLOSE SWITCH-FILE
           END-IF
           IF WS-CARDTRANS-STATUS = '00'
           IF WS-EXCEPT-STATUS = '00'
               CLOSE EXCEPTION-FILE
           END-IF
           IF (WS-CTR-EXCEPTIONS > 0 OR WS-CTR-HOLDS-EXPIRED > 0)
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- CARDIN Summary ---'
           DISPLAY '  Cards on xref       : ' WS-CTR-XREF-LOADED
           DISPLAY '  Transactions written: ' WS-CTR-TRANS-WRITTEN
           DISPLAY '  Exceptions          : ' WS-CTR-EXCEPTIONS
           DISPLAY '  Old no. redirected  : ' WS-CTR-REDIRECTED
           DISPLAY '  Authorizations read : ' WS-CTR-AUTHS-READ
           DISPLAY '  Memo-holds opened   : ' WS-CTR-HOLDS-OPENED
           DISPLAY '  Memo-holds settled  : ' WS-CTR-HOLDS-SETTLED
           DISPLAY '  Memo-holds expired  : ' WS-CTR-HOLDS-EXPIRED
           DISPLAY '  Memo-holds open     : ' WS-CTR-HOLDS-OPEN
           DISPLAY '  Return code         : ' WS-RETURN-CODE
           .
