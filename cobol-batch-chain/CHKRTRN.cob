      *>================================================================*
      *> CHKRTRN.cob — Post-Posting Inclearing Check Returns
      *>
      *> INCLRIN returns up front the checks an account's status can
      *> never pay. A check that reaches posting and is refused there
      *> — TXNAPPLY's REJ-OVERDRAFT for insufficient funds, or
      *> REJ-STOP-PAYMENT for a stop on the serial — lands only on
      *> REJECT-TRANS.DAT; this step picks those items off the
      *> cycle's reject file and returns them through the exchange
      *> before the midnight deadline instead of leaving operations
      *> to key them by hand.
      *>
      *> A reject is a presented check when it is a TXNAPPLY
      *> withdrawal reject whose account, sequence and amount match
      *> an item on the cycle's presentment file (INCLRIN posts each
      *> check with the Fed item sequence as TRANS-SEQ); the
      *> presentment supplies the routing number, serial and
      *> presentment date the return entry needs. Other withdrawal
      *> rejects are not checks and are left alone.
      *>
      *> The returns go to their own file in the exchange's return
      *> format (ICLRTN.cpy, reason NS or SP), which is registered on
      *> the transmission manifest. The report totals the file by
      *> reason and adds INCLRIN's pre-posting returns for the day's
      *> returned-item settlement figure.
      *>
      *> Input:  data/REJECT-TRANS.DAT       (LINE SEQUENTIAL)
      *>         data/FED-INCLEARING.DAT     (LINE SEQUENTIAL, MICR)
      *>         data/INCLEAR-RETURNS.DAT    (LINE SEQUENTIAL, ICLRTN)
      *> Output: data/INCLEAR-POST-RETURNS.DAT (LINE SEQUENTIAL,
      *>                                        ICLRTN)
      *>         data/XMIT-MANIFEST.DAT      (LINE SEQUENTIAL, appended)
      *>         data/CHECK-RETURN-REPORT.TXT (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = success,  4 = checks returned,
      *>                8 = input file error
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHKRTRN.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE
               ASSIGN TO 'data/REJECT-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT INCLEARING-FILE
               ASSIGN TO 'data/FED-INCLEARING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCL-STATUS.

           SELECT PRE-RETURN-FILE
               ASSIGN TO 'data/INCLEAR-RETURNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRERTN-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO 'data/INCLEAR-POST-RETURNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

      *> Outbound transmission manifest — one row as this step's
      *> outbound file is finalized; see XMITMAN.cpy.
           SELECT MANIFEST-FILE
               ASSIGN TO 'data/XMIT-MANIFEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/CHECK-RETURN-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REJECT-FILE.
       COPY REJECTREC.

      *> Presentment record — same MICR layout INCLRIN reads.
       FD  INCLEARING-FILE.
       01  INCLEARING-RECORD.
           05  ICL-ROUTING            PIC X(9).
           05  ICL-ACCT-ID            PIC X(8).
           05  ICL-CHECK-NO           PIC 9(6).
           05  ICL-AMOUNT             PIC 9(7)V99.
           05  ICL-PRESENT-DATE       PIC 9(8).
           05  ICL-ITEM-SEQ           PIC 9(6).
      *> The Fed's header and trailer rows, proved by INCLRIN.
       COPY FEEDCTL.

       FD  PRE-RETURN-FILE.
       01  PRE-RETURN-RECORD              PIC X(50).

       FD  RETURN-FILE.
       COPY ICLRTN.

       FD  MANIFEST-FILE.
       COPY XMITMAN.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-REJ-STATUS                  PIC XX.
       01  WS-INCL-STATUS                 PIC XX.
       01  WS-PRERTN-STATUS               PIC XX.
       01  WS-RETURN-STATUS               PIC XX.
       01  WS-XM-STATUS                   PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-REJ-EOF-FLAG                PIC X(1)  VALUE 'N'.
           88  REJ-EOF                              VALUE 'Y'.

       01  WS-RUN-DATE                    PIC 9(8).

      *>----------------------------------------------------------------*
      *> Presented items — the cycle's presentment file loaded whole,
      *> since the reject file is in account order, not Fed order.
      *>----------------------------------------------------------------*
       01  WS-PI-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-PI-TABLE-AREA.
           05  WS-PI-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-PI-COUNT
                   INDEXED BY WS-PI-IDX.
               10  WS-PI-ROUTING          PIC X(9).
               10  WS-PI-ACCT-ID          PIC X(8).
               10  WS-PI-CHECK-NO         PIC 9(6).
               10  WS-PI-AMOUNT           PIC 9(7)V99.
               10  WS-PI-PRESENT-DATE     PIC 9(8).
               10  WS-PI-ITEM-SEQ         PIC 9(6).

       01  WS-CTR-REJECTS-READ            PIC 9(7)  VALUE 0.
       01  WS-CTR-NSF                     PIC 9(7)  VALUE 0.
       01  WS-CTR-STOP                    PIC 9(7)  VALUE 0.
       01  WS-CTR-RETURNED                PIC 9(7)  VALUE 0.
       01  WS-CTR-PRE-RETURNS             PIC 9(7)  VALUE 0.
       01  WS-TOTAL-NSF                   PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-STOP                  PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RETURNED              PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PRE-RETURNS           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SETTLEMENT            PIC 9(11)V99 VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(40)
               VALUE 'INCLEARING CHECK RETURNS - CYCLE DATE '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(52) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'ACCT-ID'.
           05  FILLER              PIC X(10)  VALUE 'ROUTING'.
           05  FILLER              PIC X(8)   VALUE 'CHECK'.
           05  FILLER              PIC X(16)  VALUE '          AMOUNT'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(10)  VALUE 'PRESENTED'.
           05  FILLER              PIC X(8)   VALUE 'ITEM'.
           05  FILLER              PIC X(36)  VALUE 'REASON'.
       01  DTL-LINE.
           05  DTL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-ROUTING                PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-CHECK-NO               PIC 9(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-PRESENT-DATE           PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-ITEM-SEQ               PIC 9(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-REASON                 PIC X(2).
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  DTL-REASON-DESC            PIC X(20).
           05  FILLER                     PIC X(13) VALUE SPACES.
       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(36).
           05  TOT-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(32) VALUE SPACES.
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-READ-REJECT
               PERFORM 3000-PROCESS-REJECT
                   UNTIL REJ-EOF
               PERFORM 6000-TOTAL-PRE-RETURNS
               PERFORM 7000-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- CHKRTRN: Post-Posting Check Returns ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           OPEN INPUT REJECT-FILE
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'CHKRTRN: ERROR opening REJECT-TRANS.DAT, '
                       'STATUS=' WS-REJ-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-LOAD-PRESENTMENT
           OPEN OUTPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'CHKRTRN: ERROR opening INCLEAR-POST-RETURNS'
                       '.DAT, STATUS=' WS-RETURN-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

      *>================================================================*
      *> LOAD PRESENTMENT — no inclearing file this cycle means no
      *> check could have been refused at posting; the step still
      *> runs so the (empty) return file and the report exist.
      *>================================================================*
       1100-LOAD-PRESENTMENT.
           OPEN INPUT INCLEARING-FILE
           IF WS-INCL-STATUS NOT = '00'
               DISPLAY 'CHKRTRN: No inclearing file this cycle.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INCL-STATUS NOT = '00'
                   OR WS-PI-COUNT = 10000
               READ INCLEARING-FILE
                   AT END
                       MOVE '10' TO WS-INCL-STATUS
                   NOT AT END
                       IF NOT FCR-CONTROL
                         ADD 1 TO WS-PI-COUNT
                         MOVE ICL-ROUTING
                             TO WS-PI-ROUTING(WS-PI-COUNT)
                         MOVE ICL-ACCT-ID
                             TO WS-PI-ACCT-ID(WS-PI-COUNT)
                         MOVE ICL-CHECK-NO
                             TO WS-PI-CHECK-NO(WS-PI-COUNT)
                         MOVE ICL-AMOUNT
                             TO WS-PI-AMOUNT(WS-PI-COUNT)
                         MOVE ICL-PRESENT-DATE
                             TO WS-PI-PRESENT-DATE(WS-PI-COUNT)
                         MOVE ICL-ITEM-SEQ
                             TO WS-PI-ITEM-SEQ(WS-PI-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCLEARING-FILE
           .

       2000-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET REJ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-REJECTS-READ
           END-READ
           .

      *>================================================================*
      *> PROCESS REJECT — only a posting-time refusal of a withdrawal
      *> for funds or a stop qualifies; it is a check only if the
      *> presentment file has the same item.
      *>================================================================*
       3000-PROCESS-REJECT.
           IF REJ-STEP = 'TXNAPPLY'
                   AND REJ-TRANS-TYPE = 'W'
                   AND (REJ-OVERDRAFT OR REJ-STOP-PAYMENT)
               PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                   UNTIL WS-PI-IDX > WS-PI-COUNT
                   OR (WS-PI-ACCT-ID(WS-PI-IDX) = REJ-ACCT-ID
                       AND WS-PI-ITEM-SEQ(WS-PI-IDX) = REJ-SEQ
                       AND WS-PI-AMOUNT(WS-PI-IDX) = REJ-AMOUNT)
                   CONTINUE
               END-PERFORM
               IF WS-PI-IDX NOT > WS-PI-COUNT
                   PERFORM 3500-WRITE-RETURN
               END-IF
           END-IF
           PERFORM 2000-READ-REJECT
           .

       3500-WRITE-RETURN.
           INITIALIZE INCLEAR-RETURN-RECORD
           MOVE WS-PI-ROUTING(WS-PI-IDX)      TO IRT-ROUTING
           MOVE WS-PI-ACCT-ID(WS-PI-IDX)      TO IRT-ACCT-ID
           MOVE WS-PI-CHECK-NO(WS-PI-IDX)     TO IRT-CHECK-NO
           MOVE WS-PI-AMOUNT(WS-PI-IDX)       TO IRT-AMOUNT
           MOVE WS-PI-PRESENT-DATE(WS-PI-IDX) TO IRT-PRESENT-DATE
           MOVE WS-PI-ITEM-SEQ(WS-PI-IDX)     TO IRT-ITEM-SEQ
           IF REJ-STOP-PAYMENT
               SET IRT-STOP-PAID TO TRUE
               MOVE 'STOP PAYMENT'         TO DTL-REASON-DESC
               ADD 1          TO WS-CTR-STOP
               ADD IRT-AMOUNT TO WS-TOTAL-STOP
           ELSE
               SET IRT-NSF TO TRUE
               MOVE 'INSUFFICIENT FUNDS'   TO DTL-REASON-DESC
               ADD 1          TO WS-CTR-NSF
               ADD IRT-AMOUNT TO WS-TOTAL-NSF
           END-IF
           WRITE INCLEAR-RETURN-RECORD
           ADD 1          TO WS-CTR-RETURNED
           ADD IRT-AMOUNT TO WS-TOTAL-RETURNED
           MOVE IRT-ACCT-ID      TO DTL-ACCT-ID
           MOVE IRT-ROUTING      TO DTL-ROUTING
           MOVE IRT-CHECK-NO     TO DTL-CHECK-NO
           MOVE IRT-AMOUNT       TO DTL-AMOUNT
           MOVE IRT-PRESENT-DATE TO DTL-PRESENT-DATE
           MOVE IRT-ITEM-SEQ     TO DTL-ITEM-SEQ
           MOVE IRT-REASON       TO DTL-REASON
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> TOTAL PRE-POSTING RETURNS — INCLRIN's return file for the
      *> same cycle, so the settlement line covers every item sent
      *> back through the exchange today.
      *>================================================================*
       6000-TOTAL-PRE-RETURNS.
           OPEN INPUT PRE-RETURN-FILE
           IF WS-PRERTN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRERTN-STATUS NOT = '00'
               READ PRE-RETURN-FILE INTO INCLEAR-RETURN-RECORD
                   AT END
                       MOVE '10' TO WS-PRERTN-STATUS
                   NOT AT END
                       ADD 1          TO WS-CTR-PRE-RETURNS
                       ADD IRT-AMOUNT TO WS-TOTAL-PRE-RETURNS
               END-READ
           END-PERFORM
           CLOSE PRE-RETURN-FILE
           .

       7000-FINAL-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RETURNED NSF (NS)'               TO TOT-LABEL
           MOVE WS-CTR-NSF                        TO TOT-COUNT
           MOVE WS-TOTAL-NSF                      TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RETURNED STOP PAYMENT (SP)'      TO TOT-LABEL
           MOVE WS-CTR-STOP                       TO TOT-COUNT
           MOVE WS-TOTAL-STOP                     TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'POST-POSTING RETURN FILE TOTAL'  TO TOT-LABEL
           MOVE WS-CTR-RETURNED                   TO TOT-COUNT
           MOVE WS-TOTAL-RETURNED                 TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PRE-POSTING RETURNS (INCLRIN)'   TO TOT-LABEL
           MOVE WS-CTR-PRE-RETURNS                TO TOT-COUNT
           MOVE WS-TOTAL-PRE-RETURNS              TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-TOTAL-SETTLEMENT =
               WS-TOTAL-RETURNED + WS-TOTAL-PRE-RETURNS
           MOVE 'RETURNED ITEMS FOR SETTLEMENT'   TO TOT-LABEL
           COMPUTE TOT-COUNT =
               WS-CTR-RETURNED + WS-CTR-PRE-RETURNS
           MOVE WS-TOTAL-SETTLEMENT               TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES
           .

       9000-TERMINATE.
           IF WS-REJ-STATUS = '00' OR WS-REJ-STATUS = '10'
               CLOSE REJECT-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-STATUS = '00'
               CLOSE RETURN-FILE
               PERFORM 8970-WRITE-MANIFEST
           END-IF
           IF WS-CTR-RETURNED > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- CHKRTRN Summary ---'
           DISPLAY '  Rejects read        : ' WS-CTR-REJECTS-READ
           DISPLAY '  Returned NSF        : ' WS-CTR-NSF
           DISPLAY '  Returned stop-paid  : ' WS-CTR-STOP
           DISPLAY '  Return file total   : ' WS-TOTAL-RETURNED
           DISPLAY '  Day settlement total: ' WS-TOTAL-SETTLEMENT
           DISPLAY '  Return code         : ' WS-RETURN-CODE
           .

      *>================================================================*
      *> WRITE MANIFEST — the return file's signature for the
      *> acknowledgment tracker; the hash is the file's dollar total.
      *>================================================================*
       8970-WRITE-MANIFEST.
           OPEN EXTEND MANIFEST-FILE
           IF WS-XM-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           IF WS-XM-STATUS = '00'
               INITIALIZE TRANSMIT-MANIFEST-RECORD
               MOVE 'data/INCLEAR-POST-RETURNS.DAT' TO XM-FILENAME
               MOVE WS-RUN-DATE            TO XM-CYCLE-DATE
               MOVE WS-CTR-RETURNED        TO XM-REC-COUNT
               MOVE WS-TOTAL-RETURNED      TO XM-AMOUNT-HASH
               SET  XM-SENT                TO TRUE
               WRITE TRANSMIT-MANIFEST-RECORD
               CLOSE MANIFEST-FILE
           END-IF
           .
