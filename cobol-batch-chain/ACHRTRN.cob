      *> STANDING-ORDERS.DAT so the same item doesn't bounce again
      *> next month.
      *>
      *> The return file must come wrapped in the correspondent's
      *> header and trailer (FEEDCTL.cpy). FEEDCHK proves sender,
      *> file date, entry count and amount hash before any entry is
      *> acted on; a file that fails is moved whole to
      *> QUARANTINE-ACH-RETURNS.DAT and the step ends RC 8.
      *>
      *> Input:  data/ACH-RETURNS.DAT      (LINE SEQUENTIAL)
      *>         data/AUDIT-HISTORY.DAT    (SEQUENTIAL, binary)
      *>         data/STANDING-ORDERS.DAT  (LINE SEQUENTIAL, STANDORD)
      *> Output: data/ACH-RETURN-TRANS.DAT (LINE SEQUENTIAL, TRANSREC)
      *>         data/STANDING-ORDERS.DAT  (rewritten when NOCs apply)
      *>         data/ACH-RETURN-REPORT.TXT (LINE SEQUENTIAL, print)
      *>         data/QUARANTINE-ACH-RETURNS.DAT (LINE SEQUENTIAL,
      *>                                    failed return file only)
      *>         data/FEED-ACCEPTANCE.TXT  (via FEEDCHK, appended)
      *>
      *> Return codes:  0 = all items matched and processed
      *>                4 = some items unmatched (listed on report)
      *>                8 = input file error, or return file failed
      *>                    its header/trailer controls
      *>================================================================*

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT QUARANTINE-FILE
               ASSIGN TO 'data/QUARANTINE-ACH-RETURNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  ARN-REASON             PIC X(3).
           05  ARN-ORIG-DATE          PIC 9(8).
           05  ARN-CORRECTED-ACCT     PIC X(8).
      *> The correspondent's header and trailer rows share the file.
       COPY FEEDCTL.

       FD  HISTORY-FILE.
       COPY AUDITREC REPLACING ==AUDIT-RECORD==
       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD              PIC X(43).

       WORKING-STORAGE SECTION.
       01  WS-RET-STATUS                  PIC XX.
       01  WS-HIST-STATUS                 PIC XX.
       01  WS-RTRANS-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.
       01  WS-QUAR-STATUS                 PIC XX.

       01  WS-RET-EOF-FLAG                PIC X(1)  VALUE 'N'.
           88  RET-EOF                              VALUE 'Y'.
           88  RET-NOT-EOF                          VALUE 'N'.
       01  WS-RET-QUAR-FLAG               PIC X(1)  VALUE 'N'.
           88  RET-QUARANTINED                      VALUE 'Y'.
       01  WS-SO-EOF-FLAG                 PIC X(1)  VALUE 'N'.
           88  SO-EOF                               VALUE 'Y'.

           88  WS-AH-NOT-FOUND                      VALUE 'N'.

       01  WS-RUN-DATE                    PIC 9(8).

      *>----------------------------------------------------------------*
      *> Feed acceptance — the sender ID the correspondent puts on
      *> its header, and the FEEDCHK call areas.
      *>----------------------------------------------------------------*
       01  WS-RET-SENDER                  PIC X(8)  VALUE 'CORRBANK'.
       COPY CHKFEED.
      *> Sequence numbers from this feed's reserved range, the
      *> convention every synthetic feed follows so acct+seq stays
      *> unambiguous across feeds on the same account and date.
           END-IF

           OPEN INPUT RETURN-FILE
           IF WS-RET-STATUS = '00' OR WS-RET-STATUS = '35'
               PERFORM 1050-PROVE-RETURN-FILE
           END-IF
           IF WS-RET-STATUS = '35'
               DISPLAY 'ACHRTRN: No return file this cycle - '
                       'nothing to process.'
           END-IF
           .

      *>================================================================*
      *> PROVE RETURN FILE — every row goes past FEEDCHK before any
      *> is acted on. An accepted file is reopened from the top for
      *> the run; a failed one is moved whole to quarantine and the
      *> original emptied, so no reversal is ever generated from it.
      *> A file that did not arrive is still reported, as not
      *> received.
      *>================================================================*
       1050-PROVE-RETURN-FILE.
           INITIALIZE FEED-CHECK-REQUEST
           MOVE 'ACHRTRN'              TO FK-STEP
           MOVE 'ACH-RETURNS.DAT'      TO FK-FEED-NAME
           MOVE WS-RET-SENDER          TO FK-EXPECTED-SENDER
           MOVE WS-RUN-DATE            TO FK-RUN-DATE
           MOVE 'QUARANTINE-ACH-RETURNS.DAT' TO FK-QUARANTINE-FILE
           MOVE 'N'                    TO FK-NEW-REPORT
           SET FK-FUNC-BEGIN TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE

           IF WS-RET-STATUS = '00'
               SET FK-FUNC-RECORD TO TRUE
               PERFORM UNTIL WS-RET-STATUS NOT = '00'
                   READ RETURN-FILE
                       AT END
                           MOVE '10' TO WS-RET-STATUS
                       NOT AT END
                           MOVE ACH-RETURN-RECORD TO FK-RECORD
                           IF FCR-CONTROL
                               MOVE 0 TO FK-AMOUNT
                           ELSE
                               MOVE ARN-AMOUNT TO FK-AMOUNT
                           END-IF
                           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                                FEED-CHECK-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF

           SET FK-FUNC-END TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE

           IF FK-QUARANTINED
               DISPLAY 'ACHRTRN: ACH-RETURNS.DAT REJECTED - '
                       FUNCTION TRIM(FK-REASON)
               PERFORM 1060-QUARANTINE-RETURN-FILE
               DISPLAY 'ACHRTRN: Return file moved to '
                       'QUARANTINE-ACH-RETURNS.DAT - nothing '
                       'processed'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *> '00' here is the CLOSE of a file that was present
           IF WS-RET-STATUS = '00'
               OPEN INPUT RETURN-FILE
               IF WS-RET-STATUS NOT = '00'
                   DISPLAY 'ACHRTRN: ERROR reopening ACH-RETURNS.DAT, '
                           'STATUS=' WS-RET-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           .

       1060-QUARANTINE-RETURN-FILE.
           SET RET-QUARANTINED TO TRUE
           SET RET-EOF TO TRUE
           OPEN INPUT RETURN-FILE
           OPEN OUTPUT QUARANTINE-FILE
           IF WS-QUAR-STATUS NOT = '00'
               DISPLAY 'ACHRTRN: ERROR opening QUARANTINE-ACH-RETURNS'
                       '.DAT, STATUS=' WS-QUAR-STATUS
               CLOSE RETURN-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RET-STATUS NOT = '00'
               READ RETURN-FILE
                   AT END
                       MOVE '10' TO WS-RET-STATUS
                   NOT AT END
                       WRITE QUARANTINE-RECORD FROM ACH-RETURN-RECORD
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE
           CLOSE QUARANTINE-FILE
           OPEN OUTPUT RETURN-FILE
           CLOSE RETURN-FILE
           .

      *>================================================================*
      *> LOAD AUDIT HISTORY — applied entries only, since a rejected
      *> item never left the shop and can't come back. A missing
               ' applied audit-history entries.'
           .

      *> The header and trailer have been proved; they are passed
      *> over here and never reach matching.
       2000-READ-RETURN.
           PERFORM WITH TEST AFTER
                   UNTIL RET-EOF OR NOT FCR-CONTROL
               READ RETURN-FILE
                   AT END
                       SET RET-EOF TO TRUE
               END-READ
           END-PERFORM
           IF RET-NOT-EOF
               ADD 1 TO WS-CTR-RETURNS-READ
           END-IF
           .

       3000-PROCESS-RETURN.
           .

       9000-TERMINATE.
           IF (WS-RET-STATUS = '00' OR WS-RET-STATUS = '10')
                   AND NOT RET-QUARANTINED
               CLOSE RETURN-FILE
           END-IF
           IF WS-RTRANS-STATUS = '00'
