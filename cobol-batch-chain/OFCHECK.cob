      *>================================================================*
      *> OFCHECK.cob — Official-Check Register and GL Reconciliation
      *>
      *> Keeps the register of every official check the branches
      *> type — cashier's checks, closing-account payouts, estate
      *> payouts — and proves it to the official-check GL account
      *> every night, ahead of TXNSORT:
      *>   - the branches' issue, stop, void and reissue rows on
      *>     OFFICIAL-CHECK-REQUESTS.DAT are applied to the register.
      *>     An issue debits the purchaser's account for the amount
      *>     with an 'OFFICIAL CHK' withdrawal carrying the serial in
      *>     TRANS-CHECK-NO, written to data/OFFICIAL-CHECK-TRANS.DAT
      *>     for TXNSORT's merge (an estate payout's debit is the
      *>     settlement withdrawal ESTSETL has already written). A
      *>     void refunds a cashier's check to the purchaser with an
      *>     'OFCHK VOID' deposit the same way; a reissue moves the
      *>     check onto a new serial with no money moving;
      *>   - the posting of those debits and refunds is confirmed
      *>     off the last cycle's AUDIT-TRAIL.DAT, matched on
      *>     account, serial and amount. A check goes into the GL
      *>     balance the night its debit is seen posted; a debit
      *>     rejected, or not seen within WS-FUNDING-DAYS of issue,
      *>     leaves the check unfunded and on the exception list;
      *>   - checks INCLRIN has paid out of the inclearing file (the
      *>     items drawn on our own official-check account), and
      *>     checks replaced, escheated or refunded, come out of the
      *>     GL balance the night they are first seen;
      *>   - the register's outstanding items, less the debits not
      *>     yet posted or rejected and plus the voids whose refund
      *>     has not posted, are reconciled to the GL balance. The
      *>     GL side is carried forward here, one GLCTLBAL row on
      *>     OFFICIAL-CHECK-GL.DAT, the way GLPROOF carries the
      *>     deposit control balances; a difference goes on
      *>     RECON-ALERT.LOG.
      *> Checks outstanding past the dormancy period are handed to
      *> the state by ESCHEAT, which marks them on the register.
      *>
      *> A void of a check whose debit never posted is final: it is
      *> closed with nothing to refund, and a debit for it that
      *> turns up later is not matched and is refunded by hand.
      *>
      *> The request file is emptied after it is read, so a rerun
      *> cannot apply a request twice; a rejected request has to be
      *> keyed again.
      *>
      *> Input:  data/OFFICIAL-CHECK-REQUESTS.DAT (LINE SEQ, OFCKREQ,
      *>                                      consumed)
      *>         data/AUDIT-TRAIL.DAT        (SEQUENTIAL, AUDITREC)
      *>         data/CUSTOMERS.DAT          (SEQUENTIAL, binary)
      *> I/O:    data/OFFICIAL-CHECKS.DAT    (LINE SEQ, OFCKREG,
      *>                                      rewritten)
      *>         data/OFFICIAL-CHECK-GL.DAT  (LINE SEQ, GLCTLBAL,
      *>                                      rewritten)
      *> Output: data/OFFICIAL-CHECK-TRANS.DAT (LINE SEQ, TRANSREC,
      *>                                      appended)
      *>         data/OFFICIAL-CHECK-RECON.TXT (LINE SEQ, print)
      *>         data/RECON-ALERT.LOG        (LINE SEQ, appended)
      *>
      *> Return codes:  0 = success,
      *>                4 = requests rejected, funding exceptions,
      *>                    or the register out of balance to the GL,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OFCHECK.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO 'data/OFFICIAL-CHECK-REQUESTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'data/AUDIT-TRAIL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO 'data/OFFICIAL-CHECKS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT GL-BALANCE-FILE
               ASSIGN TO 'data/OFFICIAL-CHECK-GL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT OFCK-TRANS-FILE
               ASSIGN TO 'data/OFFICIAL-CHECK-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTRANS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/OFFICIAL-CHECK-RECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO 'data/RECON-ALERT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REQUEST-FILE.
       COPY OFCKREQ.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  REGISTER-FILE.
       COPY OFCKREG.

       FD  GL-BALANCE-FILE.
       COPY GLCTLBAL.

       FD  OFCK-TRANS-FILE.
       01  OFCK-TRANS-RECORD              PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  ALERT-FILE.
       01  ALERT-LINE                     PIC X(80).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS                  PIC XX.
       01  WS-AUDIT-STATUS                PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-REG-STATUS                  PIC XX.
       01  WS-GLBAL-STATUS                PIC XX.
       01  WS-OTRANS-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-ALERT-STATUS                PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(4).
           05  WS-RUN-MM                  PIC 9(2).
           05  WS-RUN-DD                  PIC 9(2).
       01  WS-RUN-DAY-NO                  PIC 9(7).

      *> How long an issue debit may go unseen on the audit trail
      *> before the check is reported unfunded
       01  WS-FUNDING-DAYS                PIC 9(3)  VALUE 3.

      *>----------------------------------------------------------------*
      *> Official-check register — every check ever issued, held
      *> while the run works it and rewritten whole at the end.
      *>----------------------------------------------------------------*
       01  WS-OC-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-OC-TABLE-AREA.
           05  WS-OC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OC-COUNT
                   INDEXED BY WS-OC-IDX.
               10  WS-OC-IMAGE.
                   15  WS-OC-SERIAL       PIC 9(6).
                   15  FILLER             PIC X(114).
       01  WS-FIND-SERIAL                 PIC 9(6).
       01  WS-ROW-NO                      PIC 9(5).
       01  WS-DAYS-OUT                    PIC 9(5).

      *> Tonight's requests, each applied or rejected in file order
       01  WS-RQ-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-RQ-TABLE-AREA.
           05  WS-RQ-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RQ-COUNT
                   INDEXED BY WS-RQ-IDX.
               10  WS-RQ-IMAGE            PIC X(80).
       01  WS-REQUEST-READ-SW             PIC X(1)  VALUE 'N'.
           88  WS-REQUEST-READ                      VALUE 'Y'.

      *> The purchaser's account on the master, for an issue
       01  WS-CM-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CM-TABLE-AREA.
           05  WS-CM-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CM-COUNT
                   INDEXED BY WS-CM-IDX.
               10  WS-CM-ACCT-ID          PIC X(8).
               10  WS-CM-STATUS           PIC X(1).
                   88  WS-CM-ACTIVE           VALUE 'A'.
               10  WS-CM-BRANCH           PIC X(3).

      *>----------------------------------------------------------------*
      *> GL side — the official-check account balance carried from
      *> the last run and tonight's movement onto and off it.
      *>----------------------------------------------------------------*
       01  WS-GL-OPENING                  PIC S9(9)V99 VALUE 0.
       01  WS-GL-CREDITS                  PIC S9(9)V99 VALUE 0.
       01  WS-GL-DEBITS                   PIC S9(9)V99 VALUE 0.
       01  WS-GL-CLOSING                  PIC S9(9)V99 VALUE 0.
       01  WS-CTR-GL-CREDITS              PIC 9(5)  VALUE 0.
       01  WS-CTR-GL-DEBITS               PIC 9(5)  VALUE 0.

      *> Register side of the reconciliation
       01  WS-AMT-OUTSTANDING             PIC S9(9)V99 VALUE 0.
       01  WS-AMT-PENDING                 PIC S9(9)V99 VALUE 0.
       01  WS-AMT-UNFUNDED                PIC S9(9)V99 VALUE 0.
       01  WS-AMT-REFUND-PEND             PIC S9(9)V99 VALUE 0.
       01  WS-AMT-REFUND-REJ              PIC S9(9)V99 VALUE 0.
       01  WS-AMT-REGISTER-GL             PIC S9(9)V99 VALUE 0.
       01  WS-AMT-DIFFERENCE              PIC S9(9)V99 VALUE 0.
       01  WS-AMT-PAID-TODAY              PIC S9(9)V99 VALUE 0.
       01  WS-AMT-ISSUED                  PIC S9(9)V99 VALUE 0.
       01  WS-CTR-OUTSTANDING             PIC 9(5)  VALUE 0.
       01  WS-CTR-PENDING                 PIC 9(5)  VALUE 0.
       01  WS-CTR-UNFUNDED                PIC 9(5)  VALUE 0.
       01  WS-CTR-REFUND-PEND             PIC 9(5)  VALUE 0.
       01  WS-CTR-REFUND-REJ              PIC 9(5)  VALUE 0.
       01  WS-CTR-PAID-TODAY              PIC 9(5)  VALUE 0.
       01  WS-CTR-PAID-UNFUNDED           PIC 9(5)  VALUE 0.

      *>----------------------------------------------------------------*
      *> Synthetic-transaction sequence — OFCHECK's own block, the
      *> way CHRGOFF and the other generators each run theirs.
      *>----------------------------------------------------------------*
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 999001.

       01  WS-REJECT-REASON               PIC X(19).
       01  WS-OLD-SERIAL                  PIC 9(6).

       01  WS-CTR-REGISTER                PIC 9(5)  VALUE 0.
       01  WS-CTR-AUDIT-READ              PIC 9(7)  VALUE 0.
       01  WS-CTR-FUNDED                  PIC 9(5)  VALUE 0.
       01  WS-CTR-DEBIT-REJ               PIC 9(5)  VALUE 0.
       01  WS-CTR-TIMED-OUT               PIC 9(5)  VALUE 0.
       01  WS-CTR-REFUNDED                PIC 9(5)  VALUE 0.
       01  WS-CTR-REQUESTS                PIC 9(5)  VALUE 0.
       01  WS-CTR-ISSUED                  PIC 9(5)  VALUE 0.
       01  WS-CTR-STOPPED                 PIC 9(5)  VALUE 0.
       01  WS-CTR-VOIDED                  PIC 9(5)  VALUE 0.
       01  WS-CTR-REISSUED                PIC 9(5)  VALUE 0.
       01  WS-CTR-REJECTED                PIC 9(5)  VALUE 0.
       01  WS-CTR-EXCEPTIONS              PIC 9(5)  VALUE 0.
       01  WS-CTR-TRANS-WRITTEN           PIC 9(5)  VALUE 0.
       01  WS-OUT-OF-BALANCE-SW           PIC X(1)  VALUE 'N'.
           88  WS-OUT-OF-BALANCE                    VALUE 'Y'.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       COPY TRANSREC.

      *>----------------------------------------------------------------*
      *> Report lines
      *>----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                     PIC X(48)
               VALUE 'OFFICIAL CHECK REGISTER AND GL RECONCILIATION - '.
           05  FILLER                     PIC X(7)  VALUE 'RUN ON '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(47) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(8)   VALUE 'SERIAL'.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(29)  VALUE 'PAYEE'.
           05  FILLER              PIC X(9)   VALUE 'ISSUED'.
           05  FILLER              PIC X(15)  VALUE '       AMOUNT'.
           05  FILLER              PIC X(8)   VALUE 'STATUS'.
           05  FILLER              PIC X(7)   VALUE ' DAYS'.
           05  FILLER              PIC X(19)  VALUE 'DETAIL'.
       01  SECTION-LINE                   PIC X(110).

       01  OCL-LINE.
           05  OCL-SERIAL                 PIC 9(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OCL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OCL-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OCL-PAYEE                  PIC X(27).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OCL-ISSUE-DATE             PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  OCL-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OCL-STATUS                 PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OCL-DAYS                   PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OCL-DETAIL                 PIC X(19).

       01  RCN-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  RCN-LABEL                  PIC X(44).
           05  RCN-COUNT                  PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  RCN-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(37) VALUE SPACES.

       01  STATUS-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  FILLER                     PIC X(14)
               VALUE 'PROOF STATUS: '.
           05  STATUS-TEXT                PIC X(40).
           05  FILLER                     PIC X(52) VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  NONE-TEXT                  PIC X(106).

      *> Alert log line, laid out like GLPROOF's so the monitor
      *> parses both the same way; the official-check account
      *> reports under its GL control code
       01  ALT-DETAIL-LINE.
           05  FILLER                     PIC X(9)   VALUE 'OFCHECK  '.
           05  ALT-DATE-MM                PIC 99.
           05  FILLER                     PIC X      VALUE '/'.
           05  ALT-DATE-DD                PIC 99.
           05  FILLER                     PIC X      VALUE '/'.
           05  ALT-DATE-YYYY              PIC 9(4).
           05  FILLER                     PIC X(21)
               VALUE ' GL OUT OF BAL BR=   '.
           05  ALT-BRANCH                 PIC X(3)   VALUE 'OCK'.
           05  FILLER                     PIC X(5)   VALUE SPACES.
           05  FILLER                     PIC X(7)   VALUE ' DIFF='.
           05  ALT-DIFF                   PIC ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(14)  VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-CONFIRM-FUNDING
               PERFORM 3000-APPLY-REQUESTS
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 4000-TAKE-GL-MOVEMENT
               PERFORM 5000-PRINT-PAID
               PERFORM 5200-PRINT-EXCEPTIONS
               PERFORM 5400-PRINT-OUTSTANDING
               PERFORM 5600-RECONCILE
               PERFORM 6000-WRITE-FILES
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- OFCHECK: Official-Check Register ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1100-LOAD-GL-BALANCE
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-REGISTER
           PERFORM 1300-LOAD-REQUESTS
           PERFORM 1400-LOAD-MASTER
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'OFCHECK: ERROR opening OFFICIAL-CHECK-RECON'
                       '.TXT, STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

      *>================================================================*
      *> LOAD GL BALANCE — a rerun for the same date starts again
      *> from the opening balance instead of carrying the night
      *> twice. No file yet means the account starts from zero.
      *>================================================================*
       1100-LOAD-GL-BALANCE.
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GLBAL-STATUS NOT = '00'
               DISPLAY 'OFCHECK: no OFFICIAL-CHECK-GL.DAT; the GL '
                   'balance starts from zero.'
               EXIT PARAGRAPH
           END-IF
           READ GL-BALANCE-FILE
               AT END
                   CLOSE GL-BALANCE-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE GL-BALANCE-FILE
           IF GCB-AS-OF-DATE > WS-RUN-DATE
               DISPLAY 'OFCHECK: ERROR - OFFICIAL-CHECK-GL.DAT is '
                   'as of ' GCB-AS-OF-DATE ', after the run date '
                   WS-RUN-DATE
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF GCB-AS-OF-DATE = WS-RUN-DATE
               MOVE GCB-OPENING-BAL TO WS-GL-OPENING
           ELSE
               MOVE GCB-CLOSING-BAL TO WS-GL-OPENING
           END-IF
           .

      *> No register yet means no official check has been issued
       1200-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'OFCHECK: no OFFICIAL-CHECKS.DAT; no checks '
                   'on the register.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-STATUS NOT = '00'
               READ REGISTER-FILE
                   AT END
                       MOVE '10' TO WS-REG-STATUS
                   NOT AT END
                       IF WS-OC-COUNT = 5000
                           DISPLAY 'OFCHECK: ERROR - more than 5000 '
                               'register rows; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OC-COUNT
                       MOVE OFFICIAL-CHECK-RECORD
                           TO WS-OC-IMAGE(WS-OC-COUNT)
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           MOVE WS-OC-COUNT TO WS-CTR-REGISTER
           .

      *> A file bigger than the table stops the run before it is
      *> emptied, so no request is lost.
       1300-LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-REQUEST-READ TO TRUE
           PERFORM UNTIL WS-REQ-STATUS NOT = '00'
               READ REQUEST-FILE
                   AT END
                       MOVE '10' TO WS-REQ-STATUS
                   NOT AT END
                       IF WS-RQ-COUNT = 2000
                           DISPLAY 'OFCHECK: ERROR - more than 2000 '
                               'requests; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RQ-COUNT
                       MOVE OFFICIAL-CHECK-REQUEST
                           TO WS-RQ-IMAGE(WS-RQ-COUNT)
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           .

      *> The master is only needed to edit an issue; without it no
      *> request can be judged, so the run stops before consuming.
       1400-LOAD-MASTER.
           IF WS-RQ-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'OFCHECK: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       IF WS-CM-COUNT = 5000
                           DISPLAY 'OFCHECK: ERROR - more than 5000 '
                               'accounts; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CM-COUNT
                       MOVE CUST-ID     TO WS-CM-ACCT-ID(WS-CM-COUNT)
                       MOVE CUST-STATUS TO WS-CM-STATUS(WS-CM-COUNT)
                       MOVE CUST-BRANCH TO WS-CM-BRANCH(WS-CM-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

      *>================================================================*
      *> CONFIRM FUNDING — the last cycle's audit trail shows which
      *> issue debits and void refunds posted and which rejected.
      *> A debit still unseen WS-FUNDING-DAYS after issue was lost
      *> before posting (a validation reject never reaches the
      *> trail) and the check is reported unfunded.
      *>================================================================*
       2000-CONFIRM-FUNDING.
           IF WS-OC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'OFCHECK: no AUDIT-TRAIL.DAT; funding not '
                   'confirmed this run.'
           ELSE
               PERFORM UNTIL WS-AUDIT-STATUS NOT = '00'
                   READ AUDIT-FILE
                       AT END
                           MOVE '10' TO WS-AUDIT-STATUS
                       NOT AT END
                           ADD 1 TO WS-CTR-AUDIT-READ
                           IF AUD-CHECK-NO > 0
                               PERFORM 2100-MATCH-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM 2200-AGE-PENDING
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
           .

       2100-MATCH-AUDIT.
           MOVE AUD-CHECK-NO TO WS-FIND-SERIAL
           PERFORM 8200-FIND-SERIAL
           IF WS-OC-IDX > WS-OC-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OC-IMAGE(WS-OC-IDX) TO OFFICIAL-CHECK-RECORD
           IF OCR-ACCT-ID NOT = AUD-ACCT-ID
               OR OCR-AMOUNT NOT = AUD-AMOUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN AUD-TRANS-TYPE = 'W'
                   AND NOT OCR-VOIDED
                   AND (OCR-DEBIT-PENDING OR OCR-UNFUNDED)
                   IF AUD-APPLIED
                       SET OCR-FUNDED TO TRUE
                       MOVE WS-RUN-DATE TO OCR-FUNDED-DATE
                       ADD 1 TO WS-CTR-FUNDED
                   ELSE
                       SET OCR-UNFUNDED TO TRUE
                       ADD 1 TO WS-CTR-DEBIT-REJ
                   END-IF
               WHEN AUD-TRANS-TYPE = 'D'
                   AND (OCR-REFUND-PENDING OR OCR-REFUND-REJECTED)
                   IF AUD-APPLIED
                       SET OCR-REFUNDED TO TRUE
                       ADD 1 TO WS-CTR-REFUNDED
                   ELSE
                       SET OCR-REFUND-REJECTED TO TRUE
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE OFFICIAL-CHECK-RECORD TO WS-OC-IMAGE(WS-OC-IDX)
           .

       2200-AGE-PENDING.
           MOVE WS-OC-IMAGE(WS-OC-IDX) TO OFFICIAL-CHECK-RECORD
           IF NOT OCR-DEBIT-PENDING
               EXIT PARAGRAPH
           END-IF
           PERFORM 8500-DAYS-OUTSTANDING
           IF WS-DAYS-OUT > WS-FUNDING-DAYS
               SET OCR-UNFUNDED TO TRUE
               MOVE OFFICIAL-CHECK-RECORD TO WS-OC-IMAGE(WS-OC-IDX)
               ADD 1 TO WS-CTR-TIMED-OUT
           END-IF
           .

      *>================================================================*
      *> APPLY REQUESTS — each branch request against the register.
      *>================================================================*
       3000-APPLY-REQUESTS.
           MOVE 'OFFICIAL CHECK REQUESTS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-RQ-COUNT = 0
               MOVE 'NO REQUESTS RECEIVED SINCE THE LAST RUN'
                   TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND OFCK-TRANS-FILE
           IF WS-OTRANS-STATUS NOT = '00'
               OPEN OUTPUT OFCK-TRANS-FILE
           END-IF
           IF WS-OTRANS-STATUS NOT = '00'
               DISPLAY 'OFCHECK: ERROR opening OFFICIAL-CHECK-TRANS'
                       '.DAT, STATUS=' WS-OTRANS-STATUS
                       ' - requests not consumed'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-APPLY-ONE-REQUEST
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
           CLOSE OFCK-TRANS-FILE
           .

       3100-APPLY-ONE-REQUEST.
           ADD 1 TO WS-CTR-REQUESTS
           MOVE WS-RQ-IMAGE(WS-RQ-IDX) TO OFFICIAL-CHECK-REQUEST
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-ROW-NO
           IF OCQ-SERIAL NUMERIC
               MOVE OCQ-SERIAL TO WS-FIND-SERIAL
               PERFORM 8200-FIND-SERIAL
               IF WS-OC-IDX NOT > WS-OC-COUNT
                   SET WS-ROW-NO TO WS-OC-IDX
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN OCQ-KEYED-BY = SPACES
                   MOVE 'NO OPERATOR' TO WS-REJECT-REASON
               WHEN OCQ-SERIAL NOT NUMERIC OR OCQ-SERIAL = 0
                   MOVE 'NO SERIAL' TO WS-REJECT-REASON
               WHEN OCQ-ISSUE
                   PERFORM 3200-EDIT-ISSUE
               WHEN OCQ-STOP OR OCQ-VOID OR OCQ-REISSUE
                   PERFORM 3300-EDIT-CHANGE
               WHEN OTHER
                   MOVE 'ACTION NOT I/S/V/R' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CTR-REJECTED
               IF WS-ROW-NO > 0 AND NOT OCQ-ISSUE
                   MOVE WS-OC-IMAGE(WS-ROW-NO) TO OFFICIAL-CHECK-RECORD
                   PERFORM 8150-FILL-FROM-REGISTER
               ELSE
                   PERFORM 8100-FILL-FROM-REQUEST
               END-IF
               MOVE 'REJECT'         TO OCL-STATUS
               MOVE WS-REJECT-REASON TO OCL-DETAIL
               WRITE REPORT-LINE FROM OCL-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN OCQ-ISSUE
                   PERFORM 3400-ISSUE-CHECK
               WHEN OCQ-STOP
                   PERFORM 3500-STOP-CHECK
               WHEN OCQ-VOID
                   PERFORM 3600-VOID-CHECK
               WHEN OTHER
                   PERFORM 3700-REISSUE-CHECK
           END-EVALUATE
           WRITE REPORT-LINE FROM OCL-LINE
               AFTER ADVANCING 1 LINE
           .

      *> A new serial, a payee, an amount, and a purchaser on the
      *> master and active — an estate payout's account is already
      *> posted deceased and was edited by ESTSETL.
       3200-EDIT-ISSUE.
           IF WS-ROW-NO > 0
               MOVE 'SERIAL ON REGISTER' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT OCQ-VALID-PURPOSE
               MOVE 'PURPOSE NOT C/X/E' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF OCQ-PAYEE = SPACES
               MOVE 'NO PAYEE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF OCQ-AMOUNT NOT NUMERIC OR OCQ-AMOUNT = 0
               MOVE 'NO AMOUNT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               OR WS-CM-ACCT-ID(WS-CM-IDX) = OCQ-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-CM-IDX > WS-CM-COUNT
               MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT OCQ-ESTATE-PAYOUT
               AND NOT WS-CM-ACTIVE(WS-CM-IDX)
               MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
           END-IF
           .

      *> Stop, void and reissue act on a check still outstanding.
       3300-EDIT-CHANGE.
           IF WS-ROW-NO = 0
               MOVE 'NOT ON REGISTER' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OC-IMAGE(WS-ROW-NO) TO OFFICIAL-CHECK-RECORD
           EVALUATE TRUE
               WHEN OCR-PAID
                   MOVE 'ALREADY PAID' TO WS-REJECT-REASON
               WHEN NOT OCR-OPEN-ITEM
                   MOVE 'NOT OUTSTANDING' TO WS-REJECT-REASON
               WHEN OCQ-STOP AND OCR-STOPPED
                   MOVE 'ALREADY STOPPED' TO WS-REJECT-REASON
               WHEN OCQ-VOID AND NOT OCR-CASHIERS-CHECK
                   MOVE 'PAYOUT - REISSUE' TO WS-REJECT-REASON
               WHEN OCQ-VOID AND OCR-DEBIT-PENDING
                   MOVE 'DEBIT NOT POSTED' TO WS-REJECT-REASON
               WHEN OCQ-REISSUE AND NOT OCR-FUNDED
                   MOVE 'CHECK NOT FUNDED' TO WS-REJECT-REASON
               WHEN OCQ-REISSUE
                   AND (OCQ-NEW-SERIAL NOT NUMERIC
                        OR OCQ-NEW-SERIAL = 0)
                   MOVE 'NO NEW SERIAL' TO WS-REJECT-REASON
               WHEN OCQ-REISSUE
                   MOVE OCQ-NEW-SERIAL TO WS-FIND-SERIAL
                   PERFORM 8200-FIND-SERIAL
                   IF WS-OC-IDX NOT > WS-OC-COUNT
                       MOVE 'NEW SERIAL IN USE' TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           .

      *> A cashier's check or closing payout debits the purchaser
      *> here; an estate payout's debit came with the settlement.
       3400-ISSUE-CHECK.
           PERFORM 8600-CHECK-ROOM
           INITIALIZE OFFICIAL-CHECK-RECORD
           MOVE OCQ-SERIAL        TO OCR-SERIAL
           MOVE OCQ-ACCT-ID       TO OCR-ACCT-ID
           MOVE OCQ-PURPOSE       TO OCR-PURPOSE
           MOVE OCQ-PAYEE         TO OCR-PAYEE
           MOVE OCQ-AMOUNT        TO OCR-AMOUNT
           IF OCQ-BRANCH = SPACES
               MOVE WS-CM-BRANCH(WS-CM-IDX) TO OCR-BRANCH
           ELSE
               MOVE OCQ-BRANCH    TO OCR-BRANCH
           END-IF
           MOVE WS-RUN-DATE       TO OCR-ISSUE-DATE
           MOVE OCQ-KEYED-BY      TO OCR-OPERATOR-ID
           SET  OCR-OUTSTANDING   TO TRUE
           MOVE WS-RUN-DATE       TO OCR-STATUS-DATE
           SET  OCR-DEBIT-PENDING TO TRUE
           ADD 1 TO WS-OC-COUNT
           MOVE OFFICIAL-CHECK-RECORD TO WS-OC-IMAGE(WS-OC-COUNT)
           ADD 1 TO WS-CTR-ISSUED
           ADD OCR-AMOUNT TO WS-AMT-ISSUED
           PERFORM 8150-FILL-FROM-REGISTER
           MOVE 'ISSUED' TO OCL-STATUS
           IF OCR-ESTATE-PAYOUT
               MOVE 'ESTATE DEBIT' TO OCL-DETAIL
           ELSE
               INITIALIZE TRANSACTION-RECORD
               MOVE OCR-ACCT-ID      TO TRANS-ACCT-ID
               SET  TRANS-WITHDRAW   TO TRUE
               MOVE 'OFFICIAL CHK'   TO TRANS-DESC
               PERFORM 8300-WRITE-TRANS
               MOVE 'DEBIT WRITTEN' TO OCL-DETAIL
           END-IF
           .

      *> A stopped check stays outstanding; INCLRIN returns it.
       3500-STOP-CHECK.
           SET  OCR-STOPPED       TO TRUE
           MOVE WS-RUN-DATE       TO OCR-STATUS-DATE
           MOVE OFFICIAL-CHECK-RECORD TO WS-OC-IMAGE(WS-ROW-NO)
           ADD 1 TO WS-CTR-STOPPED
           PERFORM 8150-FILL-FROM-REGISTER
           MOVE 'STOP'            TO OCL-STATUS
           MOVE 'PAYMENT STOPPED' TO OCL-DETAIL
           .

      *> The purchaser gets the money back once the debit has
      *> posted; a check never funded closes with nothing to refund.
       3600-VOID-CHECK.
           SET  OCR-VOIDED        TO TRUE
           MOVE WS-RUN-DATE       TO OCR-STATUS-DATE
           ADD 1 TO WS-CTR-VOIDED
           PERFORM 8150-FILL-FROM-REGISTER
           MOVE 'VOID'            TO OCL-STATUS
           IF OCR-FUNDED
               SET OCR-REFUND-PENDING TO TRUE
               INITIALIZE TRANSACTION-RECORD
               MOVE OCR-ACCT-ID      TO TRANS-ACCT-ID
               SET  TRANS-DEPOSIT    TO TRUE
               MOVE 'OFCHK VOID'     TO TRANS-DESC
               PERFORM 8300-WRITE-TRANS
               MOVE 'REFUND WRITTEN' TO OCL-DETAIL
           ELSE
               MOVE 'NEVER FUNDED'   TO OCL-DETAIL
           END-IF
           MOVE OFFICIAL-CHECK-RECORD TO WS-OC-IMAGE(WS-ROW-NO)
           .

      *> The replacement carries the original's funding over — the
      *> money never leaves the GL account, it just changes serial.
       3700-REISSUE-CHECK.
           PERFORM 8600-CHECK-ROOM
           MOVE OCR-SERIAL        TO WS-OLD-SERIAL
           SET  OCR-REPLACED      TO TRUE
           MOVE WS-RUN-DATE       TO OCR-STATUS-DATE
           MOVE OCQ-NEW-SERIAL    TO OCR-LINKED-SERIAL
           MOVE OFFICIAL-CHECK-RECORD TO WS-OC-IMAGE(WS-ROW-NO)
           MOVE OCQ-NEW-SERIAL    TO OCR-SERIAL
           MOVE WS-RUN-DATE       TO OCR-ISSUE-DATE
           MOVE OCQ-KEYED-BY      TO OCR-OPERATOR-ID
           SET  OCR-OUTSTANDING   TO TRUE
           SET  OCR-FUNDED        TO TRUE
           MOVE WS-RUN-DATE       TO OCR-FUNDED-DATE
           MOVE 0                 TO OCR-GL-DR-DATE
           MOVE 0                 TO OCR-PAID-SEQ
           MOVE WS-OLD-SERIAL     TO OCR-LINKED-SERIAL
           ADD 1 TO WS-OC-COUNT
           MOVE OFFICIAL-CHECK-RECORD TO WS-OC-IMAGE(WS-OC-COUNT)
           ADD 1 TO WS-CTR-REISSUED
           PERFORM 8150-FILL-FROM-REGISTER
           MOVE 'REISS'           TO OCL-STATUS
           MOVE SPACES            TO OCL-DETAIL
           STRING 'REPLACES ' WS-OLD-SERIAL
               DELIMITED BY SIZE INTO OCL-DETAIL
           .

      *>================================================================*
      *> TAKE GL MOVEMENT — a check goes onto the GL account the night
      *> its funding is seen and comes off the night it is first
      *> seen paid, replaced, escheated or refunded; both dates stay
      *> on the row, so a rerun for the same date takes the same
      *> movement again. The register side of the reconciliation is
      *> totalled on the same pass.
      *>================================================================*
       4000-TAKE-GL-MOVEMENT.
           PERFORM 4100-TAKE-ONE-ROW
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
           COMPUTE WS-GL-CLOSING =
               WS-GL-OPENING + WS-GL-CREDITS - WS-GL-DEBITS
           COMPUTE WS-AMT-REGISTER-GL =
               WS-AMT-OUTSTANDING - WS-AMT-PENDING - WS-AMT-UNFUNDED
               + WS-AMT-REFUND-PEND + WS-AMT-REFUND-REJ
           COMPUTE WS-AMT-DIFFERENCE =
               WS-AMT-REGISTER-GL - WS-GL-CLOSING
           IF WS-AMT-DIFFERENCE NOT = 0
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           .

       4100-TAKE-ONE-ROW.
           MOVE WS-OC-IMAGE(WS-OC-IDX) TO OFFICIAL-CHECK-RECORD
           IF OCR-FUNDED-DATE > 0 AND OCR-GL-DR-DATE = 0
               AND (OCR-PAID OR OCR-REPLACED OR OCR-ESCHEATED
                    OR (OCR-VOIDED AND OCR-REFUNDED))
               MOVE WS-RUN-DATE TO OCR-GL-DR-DATE
               MOVE OFFICIAL-CHECK-RECORD TO WS-OC-IMAGE(WS-OC-IDX)
           END-IF
           IF OCR-FUNDED-DATE = WS-RUN-DATE
               ADD OCR-AMOUNT TO WS-GL-CREDITS
               ADD 1 TO WS-CTR-GL-CREDITS
           END-IF
           IF OCR-GL-DR-DATE = WS-RUN-DATE
               ADD OCR-AMOUNT TO WS-GL-DEBITS
               ADD 1 TO WS-CTR-GL-DEBITS
           END-IF
           IF OCR-PAID AND OCR-STATUS-DATE = WS-RUN-DATE
               ADD OCR-AMOUNT TO WS-AMT-PAID-TODAY
               ADD 1 TO WS-CTR-PAID-TODAY
           END-IF
           IF OCR-PAID AND OCR-UNFUNDED
               ADD 1 TO WS-CTR-PAID-UNFUNDED
           END-IF
           IF OCR-OPEN-ITEM
               ADD OCR-AMOUNT TO WS-AMT-OUTSTANDING
               ADD 1 TO WS-CTR-OUTSTANDING
               EVALUATE TRUE
                   WHEN OCR-DEBIT-PENDING
                       ADD OCR-AMOUNT TO WS-AMT-PENDING
                       ADD 1 TO WS-CTR-PENDING
                   WHEN OCR-UNFUNDED
                       ADD OCR-AMOUNT TO WS-AMT-UNFUNDED
                       ADD 1 TO WS-CTR-UNFUNDED
               END-EVALUATE
           END-IF
           IF OCR-VOIDED
               EVALUATE TRUE
                   WHEN OCR-REFUND-PENDING
                       ADD OCR-AMOUNT TO WS-AMT-REFUND-PEND
                       ADD 1 TO WS-CTR-REFUND-PEND
                   WHEN OCR-REFUND-REJECTED
                       ADD OCR-AMOUNT TO WS-AMT-REFUND-REJ
                       ADD 1 TO WS-CTR-REFUND-REJ
               END-EVALUATE
           END-IF
           .

      *>================================================================*
      *> PAID — the checks INCLRIN paid out of tonight's inclearing.
      *>================================================================*
       5000-PRINT-PAID.
           MOVE 'PAID THROUGH INCLEARING' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-CTR-PAID-TODAY = 0
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-PRINT-ONE-PAID
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
           MOVE 'TOTAL PAID' TO RCN-LABEL
           MOVE WS-CTR-PAID-TODAY TO RCN-COUNT
           MOVE WS-AMT-PAID-TODAY TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE
               AFTER ADVANCING 2 LINES
           .

       5100-PRINT-ONE-PAID.
           MOVE WS-OC-IMAGE(WS-OC-IDX) TO OFFICIAL-CHECK-RECORD
           IF NOT OCR-PAID OR OCR-STATUS-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8150-FILL-FROM-REGISTER
           MOVE 'PAID' TO OCL-STATUS
           IF OCR-FUNDED-DATE = 0
               MOVE 'NOT YET FUNDED' TO OCL-DETAIL
           ELSE
               STRING 'FED ITEM ' OCR-PAID-SEQ
                   DELIMITED BY SIZE INTO OCL-DETAIL
           END-IF
           WRITE REPORT-LINE FROM OCL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> FUNDING EXCEPTIONS — checks out, or already paid, with no
      *> money behind them, and voids whose refund was rejected, for
      *> ops to work.
      *>================================================================*
       5200-PRINT-EXCEPTIONS.
           MOVE 'FUNDING EXCEPTIONS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-CTR-UNFUNDED = 0 AND WS-CTR-REFUND-REJ = 0
               AND WS-CTR-PAID-UNFUNDED = 0
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5300-PRINT-ONE-EXCEPTION
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
           .

       5300-PRINT-ONE-EXCEPTION.
           MOVE WS-OC-IMAGE(WS-OC-IDX) TO OFFICIAL-CHECK-RECORD
           EVALUATE TRUE
               WHEN OCR-OPEN-ITEM AND OCR-UNFUNDED
                   PERFORM 8150-FILL-FROM-REGISTER
                   PERFORM 8500-DAYS-OUTSTANDING
                   MOVE WS-DAYS-OUT TO OCL-DAYS
                   MOVE 'UNFUND'         TO OCL-STATUS
                   MOVE 'DEBIT NOT POSTED' TO OCL-DETAIL
               WHEN OCR-PAID AND OCR-UNFUNDED
                   PERFORM 8150-FILL-FROM-REGISTER
                   MOVE 'PAID'           TO OCL-STATUS
                   MOVE 'PAID, NOT FUNDED' TO OCL-DETAIL
               WHEN OCR-VOIDED AND OCR-REFUND-REJECTED
                   PERFORM 8150-FILL-FROM-REGISTER
                   MOVE 'VOID'           TO OCL-STATUS
                   MOVE 'REFUND REJECTED' TO OCL-DETAIL
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-CTR-EXCEPTIONS
           WRITE REPORT-LINE FROM OCL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> OUTSTANDING — every check still out, in issue order, with
      *> its age.
      *>================================================================*
       5400-PRINT-OUTSTANDING.
           MOVE 'OUTSTANDING OFFICIAL CHECKS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-CTR-OUTSTANDING = 0
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5500-PRINT-ONE-OUTSTANDING
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
           MOVE 'TOTAL OUTSTANDING' TO RCN-LABEL
           MOVE WS-CTR-OUTSTANDING  TO RCN-COUNT
           MOVE WS-AMT-OUTSTANDING  TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE
               AFTER ADVANCING 2 LINES
           .

       5500-PRINT-ONE-OUTSTANDING.
           MOVE WS-OC-IMAGE(WS-OC-IDX) TO OFFICIAL-CHECK-RECORD
           IF NOT OCR-OPEN-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM 8150-FILL-FROM-REGISTER
           PERFORM 8500-DAYS-OUTSTANDING
           MOVE WS-DAYS-OUT TO OCL-DAYS
           IF OCR-STOPPED
               MOVE 'STOP' TO OCL-STATUS
           ELSE
               MOVE 'OUT'  TO OCL-STATUS
           END-IF
           EVALUATE TRUE
               WHEN OCR-DEBIT-PENDING
                   MOVE 'DEBIT PENDING' TO OCL-DETAIL
               WHEN OCR-UNFUNDED
                   MOVE 'UNFUNDED' TO OCL-DETAIL
               WHEN OCR-LINKED-SERIAL > 0
                   STRING 'REPLACES ' OCR-LINKED-SERIAL
                       DELIMITED BY SIZE INTO OCL-DETAIL
           END-EVALUATE
           WRITE REPORT-LINE FROM OCL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> RECONCILE — the register's outstanding items, adjusted for
      *> what has not reached the GL account, against the account's
      *> balance. A difference is alerted the way GLPROOF alerts a
      *> branch out of balance.
      *>================================================================*
       5600-RECONCILE.
           MOVE 'RECONCILIATION TO THE OFFICIAL-CHECK GL ACCOUNT'
               TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'REGISTER OUTSTANDING' TO RCN-LABEL
           MOVE WS-CTR-OUTSTANDING TO RCN-COUNT
           MOVE WS-AMT-OUTSTANDING TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE '  LESS ISSUED, DEBIT NOT YET POSTED' TO RCN-LABEL
           MOVE WS-CTR-PENDING TO RCN-COUNT
           COMPUTE RCN-AMOUNT = 0 - WS-AMT-PENDING
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE '  LESS UNFUNDED, DEBIT REJECTED OR LOST' TO RCN-LABEL
           MOVE WS-CTR-UNFUNDED TO RCN-COUNT
           COMPUTE RCN-AMOUNT = 0 - WS-AMT-UNFUNDED
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE '  PLUS VOIDED, REFUND NOT YET POSTED' TO RCN-LABEL
           MOVE WS-CTR-REFUND-PEND TO RCN-COUNT
           MOVE WS-AMT-REFUND-PEND TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE '  PLUS VOIDED, REFUND REJECTED' TO RCN-LABEL
           MOVE WS-CTR-REFUND-REJ TO RCN-COUNT
           MOVE WS-AMT-REFUND-REJ TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE 'REGISTER BALANCE FOR THE GL' TO RCN-LABEL
           MOVE 0 TO RCN-COUNT
           MOVE WS-AMT-REGISTER-GL TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE

           MOVE 'GL OPENING BALANCE' TO RCN-LABEL
           MOVE 0 TO RCN-COUNT
           MOVE WS-GL-OPENING TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 2 LINES
           MOVE '  PLUS CHECKS FUNDED' TO RCN-LABEL
           MOVE WS-CTR-GL-CREDITS TO RCN-COUNT
           MOVE WS-GL-CREDITS TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE '  LESS PAID, REPLACED, ESCHEATED, REFUNDED'
               TO RCN-LABEL
           MOVE WS-CTR-GL-DEBITS TO RCN-COUNT
           COMPUTE RCN-AMOUNT = 0 - WS-GL-DEBITS
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE 'GL CLOSING BALANCE' TO RCN-LABEL
           MOVE 0 TO RCN-COUNT
           MOVE WS-GL-CLOSING TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE

           MOVE 'DIFFERENCE' TO RCN-LABEL
           MOVE WS-AMT-DIFFERENCE TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 2 LINES
           IF WS-OUT-OF-BALANCE
               MOVE 'OUT OF BALANCE - SEE RECON-ALERT.LOG'
                   TO STATUS-TEXT
               PERFORM 5700-WRITE-ALERT
           ELSE
               MOVE 'IN BALANCE' TO STATUS-TEXT
           END-IF
           WRITE REPORT-LINE FROM STATUS-LINE AFTER ADVANCING 2 LINES
           .

       5700-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-MM         TO ALT-DATE-MM
           MOVE WS-RUN-DD         TO ALT-DATE-DD
           MOVE WS-RUN-YYYY       TO ALT-DATE-YYYY
           MOVE WS-AMT-DIFFERENCE TO ALT-DIFF
           WRITE ALERT-LINE FROM ALT-DETAIL-LINE
           CLOSE ALERT-FILE
           .

      *>================================================================*
      *> WRITE FILES — the register, the GL balance carried to the
      *> next run, and the emptied request file.
      *>================================================================*
       6000-WRITE-FILES.
           OPEN OUTPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'OFCHECK: ERROR opening OFFICIAL-CHECKS.DAT, '
                       'STATUS=' WS-REG-STATUS
                       ' - requests not consumed'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
               WRITE OFFICIAL-CHECK-RECORD FROM WS-OC-IMAGE(WS-OC-IDX)
           END-PERFORM
           CLOSE REGISTER-FILE
           OPEN OUTPUT GL-BALANCE-FILE
           IF WS-GLBAL-STATUS NOT = '00'
               DISPLAY 'OFCHECK: ERROR opening OFFICIAL-CHECK-GL.DAT, '
                       'STATUS=' WS-GLBAL-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               INITIALIZE GL-CONTROL-BALANCE-ROW
               MOVE 'OCK'             TO GCB-BRANCH
               MOVE WS-RUN-DATE       TO GCB-AS-OF-DATE
               MOVE WS-GL-OPENING     TO GCB-OPENING-BAL
               MOVE WS-GL-CLOSING     TO GCB-CLOSING-BAL
               WRITE GL-CONTROL-BALANCE-ROW
               CLOSE GL-BALANCE-FILE
           END-IF
           IF WS-REQUEST-READ
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
           END-IF
           .

      *> Request columns of the detail line, for a rejected issue or
      *> a change to a serial not on the register
       8100-FILL-FROM-REQUEST.
           MOVE SPACES TO OCL-LINE
           IF OCQ-SERIAL NUMERIC
               MOVE OCQ-SERIAL TO OCL-SERIAL
           ELSE
               MOVE 0 TO OCL-SERIAL
           END-IF
           MOVE OCQ-ACCT-ID   TO OCL-ACCT-ID
           MOVE OCQ-BRANCH    TO OCL-BRANCH
           MOVE OCQ-PAYEE     TO OCL-PAYEE
           IF OCQ-AMOUNT NUMERIC
               MOVE OCQ-AMOUNT TO OCL-AMOUNT
           ELSE
               MOVE 0 TO OCL-AMOUNT
           END-IF
           MOVE 0 TO OCL-DAYS
           .

      *> Register columns of the detail line for the row in
      *> OFFICIAL-CHECK-RECORD
       8150-FILL-FROM-REGISTER.
           MOVE SPACES TO OCL-LINE
           MOVE OCR-SERIAL     TO OCL-SERIAL
           MOVE OCR-ACCT-ID    TO OCL-ACCT-ID
           MOVE OCR-BRANCH     TO OCL-BRANCH
           MOVE OCR-PAYEE      TO OCL-PAYEE
           MOVE OCR-ISSUE-DATE TO OCL-ISSUE-DATE
           MOVE OCR-AMOUNT     TO OCL-AMOUNT
           MOVE 0              TO OCL-DAYS
           .

       8200-FIND-SERIAL.
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
               OR WS-OC-SERIAL(WS-OC-IDX) = WS-FIND-SERIAL
               CONTINUE
           END-PERFORM
           .

      *> Common fields of a generated transaction — the caller sets
      *> account, type and description.
       8300-WRITE-TRANS.
           MOVE OCR-AMOUNT        TO TRANS-AMOUNT
           MOVE WS-RUN-DATE       TO TRANS-DATE
           MOVE OCR-BRANCH        TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ       TO TRANS-SEQ
           MOVE OCR-SERIAL        TO TRANS-CHECK-NO
           MOVE OCQ-KEYED-BY      TO TRANS-OPERATOR-ID
           WRITE OFCK-TRANS-RECORD FROM TRANSACTION-RECORD
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO WS-CTR-TRANS-WRITTEN
           .

      *> Days since OCR-ISSUE-DATE; an issue date the register cannot
      *> age is treated as long outstanding
       8500-DAYS-OUTSTANDING.
           IF OCR-ISSUE-DATE NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(OCR-ISSUE-DATE) = 0
               AND OCR-ISSUE-DATE NOT > WS-RUN-DATE
               COMPUTE WS-DAYS-OUT = WS-RUN-DAY-NO
                   - FUNCTION INTEGER-OF-DATE(OCR-ISSUE-DATE)
           ELSE
               MOVE 99999 TO WS-DAYS-OUT
           END-IF
           .

      *> The register is rewritten from the table, so a full table
      *> must stop the run rather than drop a check
       8600-CHECK-ROOM.
           IF WS-OC-COUNT = 5000
               DISPLAY 'OFCHECK: ERROR - more than 5000 register '
                   'rows; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-REJECTED > 0
                    OR WS-CTR-EXCEPTIONS > 0
                    OR WS-OUT-OF-BALANCE)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- OFCHECK Summary ---'
           DISPLAY '  Register rows      : ' WS-CTR-REGISTER
           DISPLAY '  Audit rows read    : ' WS-CTR-AUDIT-READ
           DISPLAY '  Debits confirmed   : ' WS-CTR-FUNDED
           DISPLAY '  Debits rejected    : ' WS-CTR-DEBIT-REJ
           DISPLAY '  Debits not seen    : ' WS-CTR-TIMED-OUT
           DISPLAY '  Refunds confirmed  : ' WS-CTR-REFUNDED
           DISPLAY '  Requests read      : ' WS-CTR-REQUESTS
           DISPLAY '    Issued           : ' WS-CTR-ISSUED
           DISPLAY '    Stopped          : ' WS-CTR-STOPPED
           DISPLAY '    Voided           : ' WS-CTR-VOIDED
           DISPLAY '    Reissued         : ' WS-CTR-REISSUED
           DISPLAY '    Rejected         : ' WS-CTR-REJECTED
           DISPLAY '  Amount issued      : ' WS-AMT-ISSUED
           DISPLAY '  Paid today         : ' WS-CTR-PAID-TODAY
           DISPLAY '  Outstanding        : ' WS-CTR-OUTSTANDING
           DISPLAY '  Funding exceptions : ' WS-CTR-EXCEPTIONS
           DISPLAY '  GL closing balance : ' WS-GL-CLOSING
           DISPLAY '  GL difference      : ' WS-AMT-DIFFERENCE
           DISPLAY '  Transactions written: ' WS-CTR-TRANS-WRITTEN
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
