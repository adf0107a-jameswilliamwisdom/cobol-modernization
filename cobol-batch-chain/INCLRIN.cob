      *> — closed, frozen, escheated, or not on the master at all —
      *> generate return entries on the inclearing return file for
      *> transmission back through the exchange, rather than rejects
      *> in REJECT-TRANS.DAT. Items that fail at posting instead —
      *> insufficient funds, a stop on the serial — are returned
      *> after TXNAPPLY by CHKRTRN.
      *>
      *> Positive pay: a check drawn on an account enrolled in
      *> positive pay must also match the customer's issued-check
      *> register by serial and amount. A match posts and marks the
      *> register row paid; an unlisted, voided, already-paid or
      *> wrong-amount item is held off posting as an exception on
      *> the customer's exception list instead. At the next cycle's
      *> intake — the decision cut-off — each held item is paid or
      *> returned as the customer decided, or by their standing
      *> default when they did not; the returns go out on the same
      *> inclearing return file as reason 'PP'.
      *>
      *> Official checks: an item drawn on the bank's own
      *> official-check account (WS-OFCK-ACCT-ID on the MICR line)
      *> is paid against the official-check register, not a
      *> customer account. A check outstanding at the presented
      *> amount is marked paid on the register, with the Fed item
      *> sequence, and no transaction is written — the customer was
      *> debited at issue, and OFCHECK takes the paid check off the
      *> official-check GL balance. A stopped, voided or replaced
      *> check is returned 'SP'; one not on the register, already
      *> paid, escheated or at the wrong amount is returned 'OC'.
      *>
      *> Claim checks: an item drawn on the claims system's
      *> disbursement account (WS-CLMD-ACCT-ID) is paid the same way,
      *> against the claims disbursement register CLMDISB keeps —
      *> the account was debited when the check was issued. The
      *> MICR serial is the low six digits of the claims check
      *> number. A check outstanding at the presented amount is
      *> marked paid; one voided by the claims system is returned
      *> 'SP'; one not on the register, already cleared, or at the
      *> wrong amount is returned 'PP', and an outstanding check
      *> returned at the wrong amount is marked returned, for
      *> CLMDISB to credit back. Every one of these but the voided
      *> checks goes to the claims system on BANK-CLEARED.DAT —
      *> check number, P paid or R returned, and the date — for its
      *> CHKREG to work its own register from.
      *>
      *> A check still drawn on an acquired portfolio's old account
      *> number is taken as drawn on the new number ACCTXLAT gives
      *> for it while the conversion grace period runs; after that
      *> the old number is on no account and the item is returned.
      *>
      *> The presentment file must come wrapped in the Fed's header
      *> and trailer (FEEDCTL.cpy). FEEDCHK proves sender, file date,
      *> item count and amount hash before any item is translated; a
      *> file that fails is moved whole to
      *> QUARANTINE-FED-INCLEARING.DAT and the step ends RC 8.
      *>
      *> Input:  data/FED-INCLEARING.DAT   (LINE SEQUENTIAL, MICR)
      *>         data/CUSTOMERS.DAT        (SEQUENTIAL, binary)
      *>         data/POSPAY-ENROLL.DAT    (LINE SEQUENTIAL, PPENROL)
      *>         data/POSPAY-DECISIONS.DAT (LINE SEQUENTIAL, PPDECN)
      *> I/O:    data/OFFICIAL-CHECKS.DAT  (LINE SEQUENTIAL, OFCKREG,
      *>                                    rewritten)
      *>         data/CLAIMS-DISB-REGISTER.DAT (LINE SEQUENTIAL,
      *>                                    CLMDREG, rewritten)
      *> Output: data/INCLEAR-TRANS.DAT    (LINE SEQUENTIAL, TRANSREC)
      *>         data/INCLEAR-RETURNS.DAT  (LINE SEQUENTIAL)
      *>         data/POSPAY-ISSUED.DAT    (LINE SEQUENTIAL, PPISSUE,
      *>                                    rewritten)
      *>         data/POSPAY-EXCEPTIONS.DAT (LINE SEQUENTIAL, PPEXCP,
      *>                                    rewritten)
      *>         data/POSPAY-EXCEPTIONS.TXT (LINE SEQUENTIAL, print)
      *>         data/BANK-CLEARED.DAT     (LINE SEQUENTIAL, claim
      *>                                    checks cleared today)
      *>         data/QUARANTINE-FED-INCLEARING.DAT (LINE SEQUENTIAL,
      *>                                    failed presentment only)
      *>         data/FEED-ACCEPTANCE.TXT  (via FEEDCHK, appended)
      *>
      *> Return codes:  0 = all items translated
      *>                4 = some items returned
      *>                8 = input file error, or presentment file
      *>                    failed its header/trailer controls
      *>================================================================*

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT PP-ENROLL-FILE
               ASSIGN TO 'data/POSPAY-ENROLL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPE-STATUS.

           SELECT PP-ISSUED-FILE
               ASSIGN TO 'data/POSPAY-ISSUED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPI-STATUS.

           SELECT PP-EXCEPTION-FILE
               ASSIGN TO 'data/POSPAY-EXCEPTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPX-STATUS.

           SELECT PP-DECISION-FILE
               ASSIGN TO 'data/POSPAY-DECISIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPD-STATUS.

           SELECT PP-REPORT-FILE
               ASSIGN TO 'data/POSPAY-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPRPT-STATUS.

           SELECT OFCK-REGISTER-FILE
               ASSIGN TO 'data/OFFICIAL-CHECKS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCK-STATUS.

           SELECT CLMD-REGISTER-FILE
               ASSIGN TO 'data/CLAIMS-DISB-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLMD-STATUS.

           SELECT BANK-CLEARED-FILE
               ASSIGN TO 'data/BANK-CLEARED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRD-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT QUARANTINE-FILE
               ASSIGN TO 'data/QUARANTINE-FED-INCLEARING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  ICL-AMOUNT             PIC 9(7)V99.
           05  ICL-PRESENT-DATE       PIC 9(8).
           05  ICL-ITEM-SEQ           PIC 9(6).
      *> The Fed's header and trailer rows share the file.
       COPY FEEDCTL.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.
       COPY TRANSREC.

      *> Return entry — the presented item plus the return reason,
      *> formatted for the return leg of the exchange; see ICLRTN.cpy.
       FD  RETURN-FILE.
       COPY ICLRTN.

       FD  PP-ENROLL-FILE.
       COPY PPENROL.

       FD  PP-ISSUED-FILE.
       COPY PPISSUE.

       FD  PP-EXCEPTION-FILE.
       COPY PPEXCP.

       FD  PP-DECISION-FILE.
       COPY PPDECN.

       FD  OFCK-REGISTER-FILE.
       COPY OFCKREG.

       FD  CLMD-REGISTER-FILE.
       COPY CLMDREG.

      *> Cleared-items row for the claims system's CHKREG — its
      *> 8-digit check number, P paid or R returned, and the date.
       FD  BANK-CLEARED-FILE.
       01  BANK-CLEARED-RECORD.
           05  BCL-CHECK-NUMBER       PIC 9(8).
           05  BCL-DISPOSITION        PIC X(1).
               88  BCL-PAID               VALUE 'P'.
               88  BCL-RETURNED           VALUE 'R'.
           05  BCL-CLEARED-DATE       PIC 9(8).

       FD  PP-REPORT-FILE.
       01  PP-REPORT-LINE                 PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD              PIC X(46).

       WORKING-STORAGE SECTION.
       01  WS-INCL-STATUS                 PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-ICLTRANS-STATUS             PIC XX.
       01  WS-RETURN-STATUS               PIC XX.
       01  WS-PPE-STATUS                  PIC XX.
       01  WS-PPI-STATUS                  PIC XX.
       01  WS-PPX-STATUS                  PIC XX.
       01  WS-PPD-STATUS                  PIC XX.
       01  WS-PPRPT-STATUS                PIC XX.
       01  WS-PDATE-STATUS                PIC XX.
       01  WS-QUAR-STATUS                 PIC XX.
       01  WS-OFCK-STATUS                 PIC XX.
       01  WS-CLMD-STATUS                 PIC XX.
       01  WS-CLRD-STATUS                 PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).

       01  WS-INCL-EOF-FLAG               PIC X(1)  VALUE 'N'.
           88  INCL-EOF                             VALUE 'Y'.
           88  INCL-NOT-EOF                         VALUE 'N'.
       01  WS-INCL-QUAR-FLAG              PIC X(1)  VALUE 'N'.
           88  INCL-QUARANTINED                     VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Feed acceptance — the sender ID the Fed puts on its header,
      *> and the FEEDCHK call areas.
      *>----------------------------------------------------------------*
       01  WS-INCL-SENDER                 PIC X(8)  VALUE 'FEDCLEAR'.
       COPY CHKFEED.

      *>----------------------------------------------------------------*
      *> Account lookup table — the master loaded whole at startup
           88  WS-MATCHED-ESCHEATED           VALUE 'E'.
       01  WS-MATCHED-BRANCH              PIC X(3).

      *>----------------------------------------------------------------*
      *> Positive-pay enrollment — accounts screened against their
      *> issued-check register, with each one's standing default.
      *>----------------------------------------------------------------*
       01  WS-PPE-COUNT                   PIC 9(3)  VALUE 0.
       01  WS-PPE-TABLE-AREA.
           05  WS-PPE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PPE-COUNT
                   INDEXED BY WS-PPE-IDX.
               10  WS-PPE-ACCT-ID        PIC X(8).
               10  WS-PPE-DEFAULT        PIC X(1).

      *>----------------------------------------------------------------*
      *> Issued-check register and open exception items — file image
      *> per row, updated in place and rewritten at end of run, the
      *> same load-and-rewrite discipline the other self-maintaining
      *> files follow. An exception row blanked during the run has
      *> been dropped and is not rewritten.
      *>----------------------------------------------------------------*
       01  WS-PPI-COUNT                   PIC 9(5)  VALUE 0.
       01  WS-PPI-TABLE-AREA.
           05  WS-PPI-ROW OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-PPI-COUNT
                   INDEXED BY WS-PPI-IDX.
               10  WS-PPI-ACCT-ID        PIC X(8).
               10  WS-PPI-CHECK-NO       PIC 9(6).
               10  FILLER                PIC X(66).

       01  WS-PPX-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-PPX-TABLE-AREA.
           05  WS-PPX-ROW OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PPX-COUNT
                   INDEXED BY WS-PPX-IDX
                                          PIC X(80).
      *> Rows on file before today's items are raised — only these
      *> are candidates for resolution at the cut-off.
       01  WS-PPX-LOADED                  PIC 9(4)  VALUE 0.

       01  WS-PPD-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-PPD-TABLE-AREA.
           05  WS-PPD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PPD-COUNT
                   INDEXED BY WS-PPD-IDX.
               10  WS-PPD-ACCT-ID        PIC X(8).
               10  WS-PPD-ITEM-SEQ       PIC 9(6).
               10  WS-PPD-DECISION       PIC X(1).

      *> Screen switch — a held item paid at the cut-off has already
      *> been judged, so it posts without going back through the
      *> register match.
       01  WS-PP-SCREEN-SW                PIC X(1)  VALUE 'Y'.
           88  WS-PP-SCREEN                         VALUE 'Y'.
           88  WS-PP-BYPASS                         VALUE 'N'.
       01  WS-PP-RESULT-SW                PIC X(1)  VALUE 'C'.
           88  WS-PP-CLEARED                        VALUE 'C'.
           88  WS-PP-EXCEPTION                      VALUE 'X'.
       01  WS-PP-DECIDED-BY               PIC X(8).

      *>----------------------------------------------------------------*
      *> Official-check register — file image per row, marked paid
      *> in place and rewritten at end of run like the issued-check
      *> register above. The official-check account is on no
      *> customer master; an item drawn on it is ours to pay.
      *>----------------------------------------------------------------*
       01  WS-OFCK-ACCT-ID                PIC X(8)  VALUE 'OFFCHK01'.
       01  WS-OFC-COUNT                   PIC 9(5)  VALUE 0.
       01  WS-OFC-TABLE-AREA.
           05  WS-OFC-ROW OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OFC-COUNT
                   INDEXED BY WS-OFC-IDX.
               10  WS-OFC-SERIAL         PIC 9(6).
               10  FILLER                PIC X(114).

      *>----------------------------------------------------------------*
      *> Claims disbursement register — file image per row, marked
      *> paid or returned in place and rewritten at end of run like
      *> the official-check register. The MICR serial is the low
      *> six digits of the claims check number; should two checks
      *> ever share a serial, the outstanding one is the one paid.
      *>----------------------------------------------------------------*
       01  WS-CLMD-ACCT-ID                PIC X(8)  VALUE 'CLMDSB01'.
       01  WS-CDR-COUNT                   PIC 9(5)  VALUE 0.
       01  WS-CDR-TABLE-AREA.
           05  WS-CDR-ROW OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-CDR-COUNT
                   INDEXED BY WS-CDR-IDX.
               10  WS-CDR-ITEM-TYPE      PIC X(1).
               10  FILLER                PIC X(2).
               10  WS-CDR-SERIAL         PIC 9(6).
               10  FILLER                PIC X(67).
               10  WS-CDR-STATUS         PIC X(1).
               10  FILLER                PIC X(33).
       01  WS-CDR-FOUND-ROW               PIC 9(5)  VALUE 0.

       01  WS-CTR-ITEMS-READ              PIC 9(7)  VALUE 0.
       01  WS-CTR-TRANS-WRITTEN           PIC 9(7)  VALUE 0.
       01  WS-CTR-RETURNS                 PIC 9(7)  VALUE 0.
       01  WS-CTR-REDIRECTED              PIC 9(7)  VALUE 0.
       COPY XLATACCT.
       01  WS-CTR-PP-MATCHED              PIC 9(7)  VALUE 0.
       01  WS-CTR-PP-EXCEPTIONS           PIC 9(7)  VALUE 0.
       01  WS-CTR-PP-PAID                 PIC 9(7)  VALUE 0.
       01  WS-CTR-PP-RETURNED             PIC 9(7)  VALUE 0.
       01  WS-CTR-OFCK-PAID               PIC 9(7)  VALUE 0.
       01  WS-CTR-OFCK-RETURNED           PIC 9(7)  VALUE 0.
       01  WS-CTR-CLMD-PAID               PIC 9(7)  VALUE 0.
       01  WS-CTR-CLMD-RETURNED           PIC 9(7)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  PP-HDR-LINE.
           05  FILLER                     PIC X(40)
               VALUE 'POSITIVE PAY EXCEPTION LIST - CYCLE '.
           05  PP-HDR-RUN-DATE            PIC 9(8).
           05  FILLER                     PIC X(52) VALUE SPACES.
       01  PP-HDR-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'ACCT-ID'.
           05  FILLER              PIC X(8)   VALUE 'CHECK'.
           05  FILLER              PIC X(14)  VALUE '     PRESENTED'.
           05  FILLER              PIC X(14)  VALUE '        ISSUED'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(8)   VALUE 'ITEM'.
           05  FILLER              PIC X(4)   VALUE 'RSN'.
           05  FILLER              PIC X(40)  VALUE 'ACTION'.
       01  PP-DTL-LINE.
           05  PP-DTL-ACCT                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PP-DTL-CHECK-NO            PIC 9(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PP-DTL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  PP-DTL-ISSUED              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  PP-DTL-ITEM-SEQ            PIC 9(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PP-DTL-REASON              PIC X(2).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PP-DTL-ACTION              PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 5000-RESOLVE-EXCEPTIONS
               IF INCL-NOT-EOF
                   PERFORM 2000-READ-ITEM
               END-IF
               PERFORM 3000-PROCESS-ITEM
                   UNTIL INCL-EOF
               PERFORM 6000-REWRITE-POSPAY
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE

       1000-INITIALIZE.
           DISPLAY '--- INCLRIN: Check Inclearing Intake ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           OPEN INPUT INCLEARING-FILE
      *> No presentment this cycle still runs the positive-pay cut-off
      *> on yesterday's held items; there is just nothing new to read.
           IF WS-INCL-STATUS = '35'
               DISPLAY 'INCLRIN: No inclearing file this cycle - '
                       'nothing to translate.'
               SET INCL-EOF TO TRUE
           END-IF
           IF WS-INCL-STATUS NOT = '00' AND WS-INCL-STATUS NOT = '35'
               DISPLAY 'INCLRIN: ERROR opening FED-INCLEARING.DAT, '
                       'STATUS=' WS-INCL-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 1050-PROVE-INCLEARING-FILE
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 1100-LOAD-ACCOUNTS
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 1200-LOAD-POSPAY
               PERFORM 1300-LOAD-OFFICIAL-CHECKS
               PERFORM 1400-LOAD-CLAIM-CHECKS
           END-IF
           IF WS-RETURN-CODE NOT = 8
               OPEN OUTPUT INCLEAR-TRANS-FILE
               IF WS-ICLTRANS-STATUS NOT = '00'
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE NOT = 8
               OPEN OUTPUT BANK-CLEARED-FILE
               IF WS-CLRD-STATUS NOT = '00'
                   DISPLAY 'INCLRIN: ERROR opening BANK-CLEARED.DAT, '
                           'STATUS=' WS-CLRD-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE NOT = 8
               OPEN OUTPUT PP-REPORT-FILE
               MOVE WS-RUN-DATE TO PP-HDR-RUN-DATE
               WRITE PP-REPORT-LINE FROM PP-HDR-LINE
                   AFTER ADVANCING PAGE
               WRITE PP-REPORT-LINE FROM PP-HDR-LINE-2
                   AFTER ADVANCING 2 LINES
           END-IF
           .

      *>================================================================*
      *> PROVE INCLEARING FILE — every row goes past FEEDCHK before
      *> any is translated. An accepted file is reopened from the
      *> top for the run; a failed one is moved whole to quarantine
      *> and the original emptied, so nothing from it is ever
      *> posted. A file that did not arrive is still reported, as
      *> not received.
      *>================================================================*
       1050-PROVE-INCLEARING-FILE.
           INITIALIZE FEED-CHECK-REQUEST
           MOVE 'INCLRIN'              TO FK-STEP
           MOVE 'FED-INCLEARING.DAT'   TO FK-FEED-NAME
           MOVE WS-INCL-SENDER         TO FK-EXPECTED-SENDER
           MOVE WS-RUN-DATE            TO FK-RUN-DATE
           MOVE 'QUARANTINE-FED-INCLEARING.DAT' TO FK-QUARANTINE-FILE
           MOVE 'N'                    TO FK-NEW-REPORT
           SET FK-FUNC-BEGIN TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE

           IF WS-INCL-STATUS = '00'
               SET FK-FUNC-RECORD TO TRUE
               PERFORM UNTIL WS-INCL-STATUS NOT = '00'
                   READ INCLEARING-FILE
                       AT END
                           MOVE '10' TO WS-INCL-STATUS
                       NOT AT END
                           MOVE INCLEARING-RECORD TO FK-RECORD
                           IF FCR-CONTROL
                               MOVE 0 TO FK-AMOUNT
                           ELSE
                               MOVE ICL-AMOUNT TO FK-AMOUNT
                           END-IF
                           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                                FEED-CHECK-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE INCLEARING-FILE
           END-IF

           SET FK-FUNC-END TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE

           IF FK-QUARANTINED
               DISPLAY 'INCLRIN: FED-INCLEARING.DAT REJECTED - '
                       FUNCTION TRIM(FK-REASON)
               PERFORM 1060-QUARANTINE-INCLEARING
               DISPLAY 'INCLRIN: Presentment moved to '
                       'QUARANTINE-FED-INCLEARING.DAT - nothing '
                       'translated'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> '00' here is the CLOSE of a file that was present
           IF WS-INCL-STATUS = '00'
               OPEN INPUT INCLEARING-FILE
               IF WS-INCL-STATUS NOT = '00'
                   DISPLAY 'INCLRIN: ERROR reopening '
                           'FED-INCLEARING.DAT, STATUS='
                           WS-INCL-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           .

       1060-QUARANTINE-INCLEARING.
           SET INCL-QUARANTINED TO TRUE
           SET INCL-EOF TO TRUE
           OPEN INPUT INCLEARING-FILE
           OPEN OUTPUT QUARANTINE-FILE
           IF WS-QUAR-STATUS NOT = '00'
               DISPLAY 'INCLRIN: ERROR opening QUARANTINE-FED-'
                       'INCLEARING.DAT, STATUS=' WS-QUAR-STATUS
               CLOSE INCLEARING-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INCL-STATUS NOT = '00'
               READ INCLEARING-FILE
                   AT END
                       MOVE '10' TO WS-INCL-STATUS
                   NOT AT END
                       WRITE QUARANTINE-RECORD FROM INCLEARING-RECORD
               END-READ
           END-PERFORM
           CLOSE INCLEARING-FILE
           CLOSE QUARANTINE-FILE
           OPEN OUTPUT INCLEARING-FILE
           CLOSE INCLEARING-FILE
           .

       1100-LOAD-ACCOUNTS.
           END-IF
           .

      *>================================================================*
      *> LOAD POSITIVE PAY — enrollment, the issued-check register,
      *> the exception items still on file, and the customers'
      *> decisions. No enrollment file means no account is screened.
      *>================================================================*
       1200-LOAD-POSPAY.
           OPEN INPUT PP-ENROLL-FILE
           IF WS-PPE-STATUS = '00'
               PERFORM UNTIL WS-PPE-STATUS NOT = '00'
                       OR WS-PPE-COUNT = 500
                   READ PP-ENROLL-FILE
                       AT END
                           MOVE '10' TO WS-PPE-STATUS
                       NOT AT END
                           ADD 1 TO WS-PPE-COUNT
                           MOVE PPE-ACCT-ID
                               TO WS-PPE-ACCT-ID(WS-PPE-COUNT)
                           MOVE PPE-DEFAULT
                               TO WS-PPE-DEFAULT(WS-PPE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PP-ENROLL-FILE
           END-IF

           OPEN INPUT PP-ISSUED-FILE
           IF WS-PPI-STATUS = '00'
               PERFORM UNTIL WS-PPI-STATUS NOT = '00'
                   READ PP-ISSUED-FILE
                       AT END
                           MOVE '10' TO WS-PPI-STATUS
                       NOT AT END
      *> The register is rewritten from this table at end of run, so
      *> an overflow must stop the run rather than drop issued checks
                           IF WS-PPI-COUNT = 10000
                               DISPLAY 'INCLRIN: ERROR - more than '
                                   '10000 issued checks; table full, '
                                   'run abandoned before any rewrite'
                               MOVE 8 TO WS-RETURN-CODE
                               MOVE WS-RETURN-CODE TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PPI-COUNT
                           MOVE POSPAY-ISSUED-RECORD
                               TO WS-PPI-ROW(WS-PPI-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PP-ISSUED-FILE
           END-IF

           OPEN INPUT PP-EXCEPTION-FILE
           IF WS-PPX-STATUS = '00'
               PERFORM UNTIL WS-PPX-STATUS NOT = '00'
                   READ PP-EXCEPTION-FILE
                       AT END
                           MOVE '10' TO WS-PPX-STATUS
                       NOT AT END
                           IF WS-PPX-COUNT = 2000
                               DISPLAY 'INCLRIN: ERROR - more than '
                                   '2000 positive pay exceptions; '
                                   'table full, run abandoned before '
                                   'any rewrite'
                               MOVE 8 TO WS-RETURN-CODE
                               MOVE WS-RETURN-CODE TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PPX-COUNT
                           MOVE POSPAY-EXCEPTION-RECORD
                               TO WS-PPX-ROW(WS-PPX-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PP-EXCEPTION-FILE
           END-IF
           MOVE WS-PPX-COUNT TO WS-PPX-LOADED

           OPEN INPUT PP-DECISION-FILE
           IF WS-PPD-STATUS = '00'
               PERFORM UNTIL WS-PPD-STATUS NOT = '00'
                       OR WS-PPD-COUNT = 2000
                   READ PP-DECISION-FILE
                       AT END
                           MOVE '10' TO WS-PPD-STATUS
                       NOT AT END
                           ADD 1 TO WS-PPD-COUNT
                           MOVE PPD-ACCT-ID
                               TO WS-PPD-ACCT-ID(WS-PPD-COUNT)
                           MOVE PPD-ITEM-SEQ
                               TO WS-PPD-ITEM-SEQ(WS-PPD-COUNT)
                           MOVE PPD-DECISION
                               TO WS-PPD-DECISION(WS-PPD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PP-DECISION-FILE
      *> Decisions are consumed — the file is emptied so a decision
      *> applies exactly once, the way PNDGREV consumes its queue.
               OPEN OUTPUT PP-DECISION-FILE
               CLOSE PP-DECISION-FILE
           END-IF
           .

      *> No register yet means no official check has been issued,
      *> and every item drawn on the account goes back.
       1300-LOAD-OFFICIAL-CHECKS.
           OPEN INPUT OFCK-REGISTER-FILE
           IF WS-OFCK-STATUS = '00'
               PERFORM UNTIL WS-OFCK-STATUS NOT = '00'
                   READ OFCK-REGISTER-FILE
                       AT END
                           MOVE '10' TO WS-OFCK-STATUS
                       NOT AT END
                           IF WS-OFC-COUNT = 5000
                               DISPLAY 'INCLRIN: ERROR - more than '
                                   '5000 official checks; table full, '
                                   'run abandoned before any rewrite'
                               MOVE 8 TO WS-RETURN-CODE
                               MOVE WS-RETURN-CODE TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-OFC-COUNT
                           MOVE OFFICIAL-CHECK-RECORD
                               TO WS-OFC-ROW(WS-OFC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OFCK-REGISTER-FILE
           END-IF
           .

      *> No register yet means no claim check has been taken on,
      *> and every item drawn on the account goes back.
       1400-LOAD-CLAIM-CHECKS.
           OPEN INPUT CLMD-REGISTER-FILE
           IF WS-CLMD-STATUS = '00'
               PERFORM UNTIL WS-CLMD-STATUS NOT = '00'
                   READ CLMD-REGISTER-FILE
                       AT END
                           MOVE '10' TO WS-CLMD-STATUS
                       NOT AT END
                           IF WS-CDR-COUNT = 10000
                               DISPLAY 'INCLRIN: ERROR - more than '
                                   '10000 claims disbursement rows; '
                                   'table full, run abandoned before '
                                   'any rewrite'
                               MOVE 8 TO WS-RETURN-CODE
                               MOVE WS-RETURN-CODE TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CDR-COUNT
                           MOVE CLAIMS-DISB-RECORD
                               TO WS-CDR-ROW(WS-CDR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CLMD-REGISTER-FILE
           END-IF
           .

      *> The header and trailer have been proved; they are passed
      *> over here and never reach translation.
       2000-READ-ITEM.
           PERFORM WITH TEST AFTER
                   UNTIL INCL-EOF OR NOT FCR-CONTROL
               READ INCLEARING-FILE
                   AT END
                       SET INCL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF INCL-NOT-EOF
               ADD 1 TO WS-CTR-ITEMS-READ
           END-IF
           .

      *>================================================================*
      *> time like any other debit.
      *>================================================================*
       3000-PROCESS-ITEM.
           SET WS-PP-SCREEN TO TRUE
           PERFORM 3050-ROUTE-ITEM
           PERFORM 2000-READ-ITEM
           .

       3050-ROUTE-ITEM.
           MOVE ICL-ACCT-ID TO XL-ACCT-ID
           MOVE WS-RUN-DATE TO XL-AS-OF-DATE
           CALL 'ACCTXLAT' USING ACCT-XLATE-REQUEST
                                 ACCT-XLATE-RESPONSE
           IF XL-REDIRECTED
               MOVE XL-NEW-ACCT-ID TO ICL-ACCT-ID
               ADD 1 TO WS-CTR-REDIRECTED
           END-IF
           IF ICL-ACCT-ID = WS-OFCK-ACCT-ID
               PERFORM 3600-PAY-OFFICIAL-CHECK
               EXIT PARAGRAPH
           END-IF
           IF ICL-ACCT-ID = WS-CLMD-ACCT-ID
               PERFORM 3700-PAY-CLAIM-CHECK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN WS-ACCT-NOT-FOUND
                   WRITE INCLEAR-RETURN-RECORD
                   ADD 1 TO WS-CTR-RETURNS
               WHEN OTHER
                   SET WS-PP-CLEARED TO TRUE
                   IF WS-PP-SCREEN
                       PERFORM 3300-MATCH-POSITIVE-PAY
                   END-IF
                   IF WS-PP-EXCEPTION
                       PERFORM 3400-RAISE-EXCEPTION
                   ELSE
                       PERFORM 3200-WRITE-TRANS
                   END-IF
           END-EVALUATE
           .

       3100-FIND-ACCOUNT.
           ADD 1 TO WS-CTR-TRANS-WRITTEN
           .

      *>================================================================*
      *> MATCH POSITIVE PAY — an item on an enrolled account posts
      *> only if the register lists the serial, unpaid and unvoided,
      *> at the presented amount. A row already paid by this same
      *> item today is a rerun of the cycle, not a duplicate.
      *>================================================================*
       3300-MATCH-POSITIVE-PAY.
           PERFORM VARYING WS-PPE-IDX FROM 1 BY 1
               UNTIL WS-PPE-IDX > WS-PPE-COUNT
               OR WS-PPE-ACCT-ID(WS-PPE-IDX) = ICL-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-PPE-IDX > WS-PPE-COUNT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE POSPAY-EXCEPTION-RECORD
           MOVE INCLEARING-RECORD   TO POSPAY-EXCEPTION-RECORD(1:46)
           MOVE WS-RUN-DATE         TO PPX-EXCEPT-DATE
           MOVE WS-PPE-DEFAULT(WS-PPE-IDX) TO PPX-DEFAULT
           SET  PPX-OPEN            TO TRUE
           PERFORM VARYING WS-PPI-IDX FROM 1 BY 1
               UNTIL WS-PPI-IDX > WS-PPI-COUNT
               OR (WS-PPI-ACCT-ID(WS-PPI-IDX) = ICL-ACCT-ID
                   AND WS-PPI-CHECK-NO(WS-PPI-IDX) = ICL-CHECK-NO)
               CONTINUE
           END-PERFORM
           IF WS-PPI-IDX > WS-PPI-COUNT
               SET PPX-NOT-LISTED TO TRUE
               SET WS-PP-EXCEPTION TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PPI-ROW(WS-PPI-IDX) TO POSPAY-ISSUED-RECORD
           MOVE PPI-AMOUNT          TO PPX-ISSUED-AMT
           EVALUATE TRUE
               WHEN PPI-VOIDED
                   SET PPX-VOIDED TO TRUE
                   SET WS-PP-EXCEPTION TO TRUE
               WHEN PPI-PAID
                   AND NOT (PPI-PAID-DATE = WS-RUN-DATE
                            AND PPI-PAID-SEQ = ICL-ITEM-SEQ)
                   SET PPX-ALREADY-PAID TO TRUE
                   SET WS-PP-EXCEPTION TO TRUE
               WHEN PPI-AMOUNT NOT = ICL-AMOUNT
                   SET PPX-AMOUNT-MISMATCH TO TRUE
                   SET WS-PP-EXCEPTION TO TRUE
               WHEN OTHER
                   SET  PPI-PAID          TO TRUE
                   MOVE WS-RUN-DATE       TO PPI-PAID-DATE
                   MOVE ICL-ITEM-SEQ      TO PPI-PAID-SEQ
                   MOVE POSPAY-ISSUED-RECORD
                       TO WS-PPI-ROW(WS-PPI-IDX)
                   ADD 1 TO WS-CTR-PP-MATCHED
           END-EVALUATE
           .

      *> Hold the item off posting and list it for the customer.
       3400-RAISE-EXCEPTION.
           IF WS-PPX-COUNT = 2000
               DISPLAY 'INCLRIN: ERROR - more than 2000 positive pay '
                       'exceptions; table full, run abandoned before '
                       'any rewrite'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PPX-COUNT
           MOVE POSPAY-EXCEPTION-RECORD TO WS-PPX-ROW(WS-PPX-COUNT)
           ADD 1 TO WS-CTR-PP-EXCEPTIONS
           IF PPX-DEFAULT = 'P'
               MOVE 'HELD - DECIDE BY CUT-OFF, DEFAULT PAY'
                   TO PP-DTL-ACTION
           ELSE
               MOVE 'HELD - DECIDE BY CUT-OFF, DEFAULT RETURN'
                   TO PP-DTL-ACTION
           END-IF
           PERFORM 3450-WRITE-PP-DETAIL
           .

       3450-WRITE-PP-DETAIL.
           MOVE PPX-ACCT-ID         TO PP-DTL-ACCT
           MOVE PPX-CHECK-NO        TO PP-DTL-CHECK-NO
           MOVE PPX-AMOUNT          TO PP-DTL-AMOUNT
           MOVE PPX-ISSUED-AMT      TO PP-DTL-ISSUED
           MOVE PPX-ITEM-SEQ        TO PP-DTL-ITEM-SEQ
           MOVE PPX-REASON          TO PP-DTL-REASON
           WRITE PP-REPORT-LINE FROM PP-DTL-LINE
               AFTER ADVANCING 1 LINE
           .

      *> Common fields of the return entry — the caller sets the
      *> reason code and writes.
       3500-BUILD-RETURN.
           MOVE ICL-ITEM-SEQ          TO IRT-ITEM-SEQ
           .

      *>================================================================*
      *> PAY OFFICIAL CHECK — an item drawn on the official-check
      *> account pays only if the register has the serial still
      *> outstanding at the presented amount. A row already paid by
      *> this same item today is a rerun of the cycle, not a
      *> duplicate.
      *>================================================================*
       3600-PAY-OFFICIAL-CHECK.
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFC-COUNT
               OR WS-OFC-SERIAL(WS-OFC-IDX) = ICL-CHECK-NO
               CONTINUE
           END-PERFORM
           PERFORM 3500-BUILD-RETURN
           SET IRT-OFFICIAL-CHECK TO TRUE
           IF WS-OFC-IDX > WS-OFC-COUNT
               WRITE INCLEAR-RETURN-RECORD
               ADD 1 TO WS-CTR-RETURNS
               ADD 1 TO WS-CTR-OFCK-RETURNED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFC-ROW(WS-OFC-IDX) TO OFFICIAL-CHECK-RECORD
           EVALUATE TRUE
               WHEN OCR-PAID
                   AND OCR-STATUS-DATE = WS-RUN-DATE
                   AND OCR-PAID-SEQ = ICL-ITEM-SEQ
                   ADD 1 TO WS-CTR-OFCK-PAID
               WHEN OCR-STOPPED OR OCR-VOIDED OR OCR-REPLACED
                   SET IRT-STOP-PAID TO TRUE
                   WRITE INCLEAR-RETURN-RECORD
                   ADD 1 TO WS-CTR-RETURNS
                   ADD 1 TO WS-CTR-OFCK-RETURNED
               WHEN NOT OCR-OUTSTANDING
                   OR OCR-AMOUNT NOT = ICL-AMOUNT
                   WRITE INCLEAR-RETURN-RECORD
                   ADD 1 TO WS-CTR-RETURNS
                   ADD 1 TO WS-CTR-OFCK-RETURNED
               WHEN OTHER
                   SET  OCR-PAID          TO TRUE
                   MOVE WS-RUN-DATE       TO OCR-STATUS-DATE
                   MOVE ICL-ITEM-SEQ      TO OCR-PAID-SEQ
                   MOVE OFFICIAL-CHECK-RECORD
                       TO WS-OFC-ROW(WS-OFC-IDX)
                   ADD 1 TO WS-CTR-OFCK-PAID
           END-EVALUATE
           .

      *>================================================================*
      *> PAY CLAIM CHECK — an item drawn on the claims disbursement
      *> account pays only if the register has the check still
      *> outstanding at the presented amount. A row already cleared
      *> by this same item today is a rerun of the cycle and is
      *> cleared the same way again.
      *>================================================================*
       3700-PAY-CLAIM-CHECK.
           MOVE 0 TO WS-CDR-FOUND-ROW
           PERFORM VARYING WS-CDR-IDX FROM 1 BY 1
               UNTIL WS-CDR-IDX > WS-CDR-COUNT
               IF WS-CDR-ITEM-TYPE(WS-CDR-IDX) = 'C'
                   AND WS-CDR-SERIAL(WS-CDR-IDX) = ICL-CHECK-NO
                   IF WS-CDR-FOUND-ROW = 0
                       OR WS-CDR-STATUS(WS-CDR-FOUND-ROW) NOT = 'O'
                       SET WS-CDR-FOUND-ROW TO WS-CDR-IDX
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3500-BUILD-RETURN
           SET IRT-POSITIVE-PAY TO TRUE
           MOVE ICL-CHECK-NO TO BCL-CHECK-NUMBER
           SET BCL-RETURNED  TO TRUE
           MOVE WS-RUN-DATE  TO BCL-CLEARED-DATE
           IF WS-CDR-FOUND-ROW = 0
               WRITE INCLEAR-RETURN-RECORD
               WRITE BANK-CLEARED-RECORD
               ADD 1 TO WS-CTR-RETURNS
               ADD 1 TO WS-CTR-CLMD-RETURNED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CDR-ROW(WS-CDR-FOUND-ROW) TO CLAIMS-DISB-RECORD
           MOVE CDR-ITEM-NO TO BCL-CHECK-NUMBER
           EVALUATE TRUE
               WHEN (CDR-PAID OR CDR-RETURNED)
                   AND CDR-STATUS-DATE = WS-RUN-DATE
                   AND CDR-PAID-SEQ = ICL-ITEM-SEQ
                   IF CDR-PAID
                       SET BCL-PAID TO TRUE
                       ADD 1 TO WS-CTR-CLMD-PAID
                   ELSE
                       WRITE INCLEAR-RETURN-RECORD
                       ADD 1 TO WS-CTR-RETURNS
                       ADD 1 TO WS-CTR-CLMD-RETURNED
                   END-IF
                   WRITE BANK-CLEARED-RECORD
               WHEN CDR-VOIDED
                   SET IRT-STOP-PAID TO TRUE
                   WRITE INCLEAR-RETURN-RECORD
                   ADD 1 TO WS-CTR-RETURNS
                   ADD 1 TO WS-CTR-CLMD-RETURNED
               WHEN NOT CDR-OUTSTANDING
                   OR CDR-AMOUNT NOT = ICL-AMOUNT
                   IF CDR-OUTSTANDING
                       SET  CDR-RETURNED      TO TRUE
                       MOVE WS-RUN-DATE       TO CDR-STATUS-DATE
                       MOVE ICL-ITEM-SEQ      TO CDR-PAID-SEQ
                       MOVE CLAIMS-DISB-RECORD
                           TO WS-CDR-ROW(WS-CDR-FOUND-ROW)
                   END-IF
                   WRITE INCLEAR-RETURN-RECORD
                   WRITE BANK-CLEARED-RECORD
                   ADD 1 TO WS-CTR-RETURNS
                   ADD 1 TO WS-CTR-CLMD-RETURNED
               WHEN OTHER
                   SET  CDR-PAID          TO TRUE
                   MOVE WS-RUN-DATE       TO CDR-STATUS-DATE
                   MOVE ICL-ITEM-SEQ      TO CDR-PAID-SEQ
                   MOVE CLAIMS-DISB-RECORD
                       TO WS-CDR-ROW(WS-CDR-FOUND-ROW)
                   SET BCL-PAID TO TRUE
                   WRITE BANK-CLEARED-RECORD
                   ADD 1 TO WS-CTR-CLMD-PAID
           END-EVALUATE
           .

      *>================================================================*
      *> RESOLVE EXCEPTIONS — the cut-off. Every item held on an
      *> earlier day is paid or returned now, on the customer's
      *> decision or their standing default. An item resolved
      *> earlier today (a rerun of the cycle) is disposed of again
      *> the same way, since this run's outputs replace the first
      *> run's; an item held today is dropped, because today's
      *> presentment raises it again. Older resolved items are
      *> dropped from the file.
      *>================================================================*
       5000-RESOLVE-EXCEPTIONS.
           PERFORM VARYING WS-PPX-IDX FROM 1 BY 1
               UNTIL WS-PPX-IDX > WS-PPX-LOADED
               MOVE WS-PPX-ROW(WS-PPX-IDX) TO POSPAY-EXCEPTION-RECORD
               EVALUATE TRUE
                   WHEN PPX-OPEN AND PPX-EXCEPT-DATE < WS-RUN-DATE
                       PERFORM 5100-DECIDE-ITEM
                       PERFORM 5200-DISPOSE-ITEM
                       MOVE POSPAY-EXCEPTION-RECORD
                           TO WS-PPX-ROW(WS-PPX-IDX)
                   WHEN NOT PPX-OPEN
                       AND PPX-RESOLVED-DATE = WS-RUN-DATE
                       PERFORM 5100-DECIDE-ITEM
                       PERFORM 5200-DISPOSE-ITEM
                       MOVE POSPAY-EXCEPTION-RECORD
                           TO WS-PPX-ROW(WS-PPX-IDX)
                   WHEN OTHER
                       MOVE SPACES TO WS-PPX-ROW(WS-PPX-IDX)
               END-EVALUATE
           END-PERFORM
           .

       5100-DECIDE-ITEM.
           PERFORM VARYING WS-PPD-IDX FROM 1 BY 1
               UNTIL WS-PPD-IDX > WS-PPD-COUNT
               OR (WS-PPD-ACCT-ID(WS-PPD-IDX) = PPX-ACCT-ID
                   AND WS-PPD-ITEM-SEQ(WS-PPD-IDX) = PPX-ITEM-SEQ)
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PPD-IDX NOT > WS-PPD-COUNT
                   AND WS-PPD-DECISION(WS-PPD-IDX) = 'P'
                   SET PPX-PAY TO TRUE
                   MOVE 'CUSTOMER' TO WS-PP-DECIDED-BY
               WHEN WS-PPD-IDX NOT > WS-PPD-COUNT
                   AND WS-PPD-DECISION(WS-PPD-IDX) = 'R'
                   SET PPX-RETURN TO TRUE
                   MOVE 'CUSTOMER' TO WS-PP-DECIDED-BY
               WHEN NOT PPX-OPEN
                   MOVE 'RERUN' TO WS-PP-DECIDED-BY
      *> Undecided at the cut-off — the standing default applies; an
      *> enrollment with no usable default returns the item, the
      *> safe side for an item the customer never vouched for.
               WHEN PPX-DEFAULT = 'P'
                   SET PPX-PAY TO TRUE
                   MOVE 'DEFAULT' TO WS-PP-DECIDED-BY
               WHEN OTHER
                   SET PPX-RETURN TO TRUE
                   MOVE 'DEFAULT' TO WS-PP-DECIDED-BY
           END-EVALUATE
           MOVE WS-RUN-DATE TO PPX-RESOLVED-DATE
           .

      *> Paid items route like any presented item (an account closed
      *> or frozen since still returns on its status); returned items
      *> go back on the inclearing return file.
       5200-DISPOSE-ITEM.
           MOVE POSPAY-EXCEPTION-RECORD(1:46) TO INCLEARING-RECORD
           IF PPX-RETURN
               PERFORM 3500-BUILD-RETURN
               SET IRT-POSITIVE-PAY TO TRUE
               WRITE INCLEAR-RETURN-RECORD
               ADD 1 TO WS-CTR-RETURNS
               ADD 1 TO WS-CTR-PP-RETURNED
               MOVE SPACES TO PP-DTL-ACTION
               STRING 'RETURNED (' WS-PP-DECIDED-BY DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                   INTO PP-DTL-ACTION
           ELSE
               SET WS-PP-BYPASS TO TRUE
               PERFORM 3050-ROUTE-ITEM
               ADD 1 TO WS-CTR-PP-PAID
               MOVE SPACES TO PP-DTL-ACTION
               STRING 'PAID (' WS-PP-DECIDED-BY DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                   INTO PP-DTL-ACTION
           END-IF
           PERFORM 3450-WRITE-PP-DETAIL
           .

      *>================================================================*
      *> REWRITE POSITIVE PAY — the register with today's paid marks,
      *> and the exception file minus the rows dropped above.
      *>================================================================*
       6000-REWRITE-POSPAY.
           IF WS-PPI-COUNT > 0
               OPEN OUTPUT PP-ISSUED-FILE
               IF WS-PPI-STATUS NOT = '00'
                   DISPLAY 'INCLRIN: ERROR rewriting POSPAY-ISSUED'
                           '.DAT, STATUS=' WS-PPI-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-PPI-IDX FROM 1 BY 1
                       UNTIL WS-PPI-IDX > WS-PPI-COUNT
                       WRITE POSPAY-ISSUED-RECORD
                           FROM WS-PPI-ROW(WS-PPI-IDX)
                   END-PERFORM
                   CLOSE PP-ISSUED-FILE
               END-IF
           END-IF
           IF WS-PPX-COUNT > 0
               OPEN OUTPUT PP-EXCEPTION-FILE
               IF WS-PPX-STATUS NOT = '00'
                   DISPLAY 'INCLRIN: ERROR rewriting POSPAY-EXCEPTIONS'
                           '.DAT, STATUS=' WS-PPX-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-PPX-IDX FROM 1 BY 1
                       UNTIL WS-PPX-IDX > WS-PPX-COUNT
                       IF WS-PPX-ROW(WS-PPX-IDX) NOT = SPACES
                           WRITE POSPAY-EXCEPTION-RECORD
                               FROM WS-PPX-ROW(WS-PPX-IDX)
                       END-IF
                   END-PERFORM
                   CLOSE PP-EXCEPTION-FILE
               END-IF
           END-IF
           PERFORM 6100-REWRITE-OFFICIAL-CHECKS
           PERFORM 6200-REWRITE-CLAIM-CHECKS
           .

       6100-REWRITE-OFFICIAL-CHECKS.
           IF WS-OFC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OFCK-REGISTER-FILE
           IF WS-OFCK-STATUS NOT = '00'
               DISPLAY 'INCLRIN: ERROR rewriting OFFICIAL-CHECKS.DAT, '
                       'STATUS=' WS-OFCK-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFC-COUNT
                   WRITE OFFICIAL-CHECK-RECORD
                       FROM WS-OFC-ROW(WS-OFC-IDX)
               END-PERFORM
               CLOSE OFCK-REGISTER-FILE
           END-IF
           .

       6200-REWRITE-CLAIM-CHECKS.
           IF WS-CDR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLMD-REGISTER-FILE
           IF WS-CLMD-STATUS NOT = '00'
               DISPLAY 'INCLRIN: ERROR rewriting CLAIMS-DISB-REGISTER'
                       '.DAT, STATUS=' WS-CLMD-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-CDR-IDX FROM 1 BY 1
                   UNTIL WS-CDR-IDX > WS-CDR-COUNT
                   WRITE CLAIMS-DISB-RECORD
                       FROM WS-CDR-ROW(WS-CDR-IDX)
               END-PERFORM
               CLOSE CLMD-REGISTER-FILE
           END-IF
           .

       9000-TERMINATE.
           IF (WS-INCL-STATUS = '00' OR WS-INCL-STATUS = '10')
                   AND NOT INCL-QUARANTINED
               CLOSE INCLEARING-FILE
           END-IF
           IF WS-ICLTRANS-STATUS = '00'
           IF WS-RETURN-STATUS = '00'
               CLOSE RETURN-FILE
           END-IF
           IF WS-PPRPT-STATUS = '00'
               CLOSE PP-REPORT-FILE
           END-IF
           IF WS-CLRD-STATUS = '00'
               CLOSE BANK-CLEARED-FILE
           END-IF
           IF WS-CTR-RETURNS > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '  Items presented     : ' WS-CTR-ITEMS-READ
           DISPLAY '  Transactions written: ' WS-CTR-TRANS-WRITTEN
           DISPLAY '  Items returned      : ' WS-CTR-RETURNS
           DISPLAY '  Old no. redirected  : ' WS-CTR-REDIRECTED
           DISPLAY '  Pos pay matched     : ' WS-CTR-PP-MATCHED
           DISPLAY '  Pos pay exceptions  : ' WS-CTR-PP-EXCEPTIONS
           DISPLAY '  Pos pay paid cut-off: ' WS-CTR-PP-PAID
           DISPLAY '  Pos pay ret cut-off : ' WS-CTR-PP-RETURNED
           DISPLAY '  Official chks paid  : ' WS-CTR-OFCK-PAID
           DISPLAY '  Official chks ret   : ' WS-CTR-OFCK-RETURNED
           DISPLAY '  Claim checks paid   : ' WS-CTR-CLMD-PAID
           DISPLAY '  Claim checks ret    : ' WS-CTR-CLMD-RETURNED
           DISPLAY '  Return code         : ' WS-RETURN-CODE
           .
