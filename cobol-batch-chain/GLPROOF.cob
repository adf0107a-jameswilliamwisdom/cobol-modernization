      *>================================================================*
      *> GLPROOF.cob — Deposit Subledger-to-GL Control Proof
      *>
      *> Proves, branch by branch, that the customer master still
      *> adds up to what the corporate ledger carries on its deposit
      *> control accounts. Run standalone after GLACKIN has matched
      *> the day's acknowledgments, before the next GLEXTRACT
      *> overwrites GL-EXTRACT.DAT.
      *>
      *> The GL side is carried forward here, since the ledger itself
      *> is not ours to read: each branch's control balance from the
      *> last proof (GL-CONTROL-BAL.DAT, GLCTLBAL.cpy) plus the
      *> credits less the debits of every extract line the ledger
      *> accepted today. The subledger side is the sum of
      *> CUST-BALANCE on NEW-CUSTOMERS.DAT, by branch and account
      *> type. The difference between the two must be explained
      *> by:
      *>   - suspense: lines the ledger rejected, parked on
      *>     GL-SUSPENSE.DAT until GLEXTRACT re-extracts them;
      *>   - in transit: lines sent but not acknowledged.
      *> Anything left over is out of balance. It is reported, and
      *> one line per branch is appended to RECON-ALERT.LOG, the
      *> ops-alert log TXNRECNL pages from.
      *>
      *> Extract lines carry a branch and a transaction type but no
      *> account type, so the control balance is kept and proved per
      *> branch; the account-type split of the subledger is shown
      *> alongside it. A charge-off recovery ('R') line credits the
      *> charged-off ledger rather than a deposit account and is left
      *> out of the control balance.
      *>
      *> With no GL-CONTROL-BAL.DAT yet, each branch opens at its
      *> total on CUSTOMERS-PRIOR.DAT, the cycle's opening master.
      *>
      *> Input:  data/GL-CONTROL-BAL.DAT   (LINE SEQUENTIAL, GLCTLBAL
      *>                                    — rewritten at the end)
      *>         data/GL-EXTRACT.DAT       (LINE SEQUENTIAL, GLEXTR)
      *>         data/GL-ACK.DAT           (LINE SEQUENTIAL, GLACK)
      *>         data/GL-SUSPENSE.DAT      (LINE SEQUENTIAL, GLSUSP)
      *>         data/NEW-CUSTOMERS.DAT    (SEQUENTIAL, CUSTREC)
      *>         data/CUSTOMERS-PRIOR.DAT  (SEQUENTIAL, CUSTREC —
      *>                                    first proof only)
      *> Output: data/GL-PROOF-REPORT.TXT  (LINE SEQUENTIAL, print)
      *>         data/RECON-ALERT.LOG      (LINE SEQUENTIAL, appended)
      *>
      *> Return codes:  0 = every branch in balance,
      *>                4 = in balance, but control balances were
      *>                    opened from the master or lines are
      *>                    still in transit,
      *>                8 = out of balance, file error or table
      *>                    overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLPROOF.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-BAL-FILE
               ASSIGN TO 'data/GL-CONTROL-BAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCB-STATUS.

           SELECT EXTRACT-DATA-FILE
               ASSIGN TO 'data/GL-EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTDATA-STATUS.

           SELECT ACK-FILE
               ASSIGN TO 'data/GL-ACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO 'data/GL-SUSPENSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT PRIOR-MASTER-FILE
               ASSIGN TO 'data/CUSTOMERS-PRIOR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/GL-PROOF-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *> Ops-alert log shared with TXNRECNL — appended to, never
      *> replaced, so the overnight monitor sees both programs'
      *> discrepancies in one place.
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

       FD  CONTROL-BAL-FILE.
       COPY GLCTLBAL.

       FD  EXTRACT-DATA-FILE.
       COPY GLEXTR.

       FD  ACK-FILE.
       COPY GLACK.

       FD  SUSPENSE-FILE.
       COPY GLSUSP.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  PRIOR-MASTER-FILE.
       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                               BY ==PRIOR-MASTER-REC==.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(132).

       FD  ALERT-FILE.
       01  ALERT-LINE                     PIC X(80).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-GCB-STATUS                  PIC XX.
       01  WS-EXTDATA-STATUS              PIC XX.
       01  WS-ACK-STATUS                  PIC XX.
       01  WS-SUSP-STATUS                 PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-PRIOR-STATUS                PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-ALERT-STATUS                PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(4).
           05  WS-RUN-MM                  PIC 9(2).
           05  WS-RUN-DD                  PIC 9(2).

      *> Set when GL-CONTROL-BAL.DAT had nothing to carry forward
       01  WS-SEEDED-SW                   PIC X(1)  VALUE 'N'.
           88  WS-SEEDED                            VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Per-branch proof table — both sides of the proof and the
      *> reconciling items, accumulated as each input is read.
      *>----------------------------------------------------------------*
       01  WS-BR-COUNT                    PIC 9(3)  VALUE 0.
       01  WS-BR-TABLE-AREA.
           05  WS-BR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               10  WS-BR-ID               PIC X(3).
               10  WS-BR-GL-OPEN          PIC S9(9)V99.
               10  WS-BR-GL-MOVEMENT      PIC S9(9)V99.
               10  WS-BR-GL-CLOSE         PIC S9(9)V99.
               10  WS-BR-SUSPENSE         PIC S9(9)V99.
               10  WS-BR-IN-TRANSIT       PIC S9(9)V99.
               10  WS-BR-SUB-SAVINGS      PIC S9(9)V99.
               10  WS-BR-SUB-CHECKING     PIC S9(9)V99.
               10  WS-BR-SUB-TERM         PIC S9(9)V99.
               10  WS-BR-SUB-LOAN         PIC S9(9)V99.
               10  WS-BR-SUB-TOTAL        PIC S9(9)V99.
               10  WS-BR-DIFFERENCE       PIC S9(9)V99.
       01  WS-FIND-BRANCH                 PIC X(3).

      *>----------------------------------------------------------------*
      *> The extract GLEXTRACT sent, loaded whole; each row carries
      *> its ack disposition once the return file is matched in.
      *>----------------------------------------------------------------*
       01  WS-EXT-COUNT                   PIC 9(3)  VALUE 0.
       01  WS-EXT-TABLE-AREA.
           05  WS-EXT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-EXT-COUNT
                   INDEXED BY WS-EXT-IDX.
               10  WS-EXT-LINE-ID         PIC 9(5).
               10  WS-EXT-BRANCH          PIC X(3).
               10  WS-EXT-TYPE            PIC X(1).
               10  WS-EXT-DR              PIC 9(9)V99.
               10  WS-EXT-CR              PIC 9(9)V99.
               10  WS-EXT-DISP            PIC X(1).
                   88  WS-EXT-UNACKED         VALUE 'U'.
                   88  WS-EXT-ACCEPTED        VALUE 'A'.
                   88  WS-EXT-REJECTED        VALUE 'R'.

       01  WS-NET-AMOUNT                  PIC S9(9)V99.

       01  WS-CTR-GCB-READ                PIC 9(5)  VALUE 0.
       01  WS-CTR-ACKS-READ               PIC 9(5)  VALUE 0.
       01  WS-CTR-ACCEPTED                PIC 9(5)  VALUE 0.
       01  WS-CTR-REJECTED                PIC 9(5)  VALUE 0.
       01  WS-CTR-IN-TRANSIT              PIC 9(5)  VALUE 0.
       01  WS-CTR-RECOVERY                PIC 9(5)  VALUE 0.
       01  WS-CTR-SUSP-READ               PIC 9(5)  VALUE 0.
       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-OUT-OF-BAL              PIC 9(3)  VALUE 0.

       01  WS-TOT-GL-OPEN                 PIC S9(11)V99 VALUE 0.
       01  WS-TOT-GL-MOVEMENT             PIC S9(11)V99 VALUE 0.
       01  WS-TOT-GL-CLOSE                PIC S9(11)V99 VALUE 0.
       01  WS-TOT-SUSPENSE                PIC S9(11)V99 VALUE 0.
       01  WS-TOT-IN-TRANSIT              PIC S9(11)V99 VALUE 0.
       01  WS-TOT-SUB-TOTAL               PIC S9(11)V99 VALUE 0.
       01  WS-TOT-DIFFERENCE              PIC S9(11)V99 VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(49)
               VALUE 'DEPOSIT SUBLEDGER-TO-GL CONTROL PROOF - '
                   & 'RUN DATE '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(75) VALUE SPACES.
       01  HDR-SEEDED-LINE                PIC X(132)
           VALUE '  ** NO CONTROL BALANCES ON FILE - GL OPENED AT THE '
               & 'CYCLE''S OPENING MASTER TOTALS **'.

       01  SUB-HDR-LINE-1                 PIC X(132)
           VALUE 'SUBLEDGER BALANCES BY BRANCH AND ACCOUNT TYPE'.
       01  SUB-HDR-LINE-2.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(17)  VALUE '        SAVINGS'.
           05  FILLER              PIC X(17)  VALUE '       CHECKING'.
           05  FILLER              PIC X(17)  VALUE '           TERM'.
           05  FILLER              PIC X(17)  VALUE '           LOAN'.
           05  FILLER              PIC X(17)  VALUE '          TOTAL'.
           05  FILLER              PIC X(42)  VALUE SPACES.
       01  SUB-DTL-LINE.
           05  SUB-DTL-BRANCH             PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SUB-DTL-SAVINGS            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SUB-DTL-CHECKING           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SUB-DTL-TERM               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SUB-DTL-LOAN               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SUB-DTL-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(42) VALUE SPACES.

       01  PRF-HDR-LINE-1                 PIC X(132)
           VALUE 'GL CONTROL PROOF BY BRANCH'.
       01  PRF-HDR-LINE-2.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(17)  VALUE '     GL OPENING'.
           05  FILLER              PIC X(17)  VALUE '  ACCEPTED TODAY'.
           05  FILLER              PIC X(17)  VALUE '     GL CLOSING'.
           05  FILLER              PIC X(17)  VALUE '       SUSPENSE'.
           05  FILLER              PIC X(17)  VALUE '     IN TRANSIT'.
           05  FILLER              PIC X(17)  VALUE '      SUBLEDGER'.
           05  FILLER              PIC X(17)  VALUE '     DIFFERENCE'.
           05  FILLER              PIC X(8)   VALUE SPACES.
       01  PRF-DTL-LINE.
           05  PRF-DTL-BRANCH             PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-DTL-GL-OPEN            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-DTL-GL-MOVEMENT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-DTL-GL-CLOSE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-DTL-SUSPENSE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-DTL-IN-TRANSIT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-DTL-SUB-TOTAL          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-DTL-DIFFERENCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  PRF-DTL-FLAG               PIC X(7).
       01  PRF-TOT-LINE.
           05  FILLER                     PIC X(5)  VALUE 'ALL'.
           05  PRF-TOT-GL-OPEN            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-TOT-GL-MOVEMENT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-TOT-GL-CLOSE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-TOT-SUSPENSE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-TOT-IN-TRANSIT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-TOT-SUB-TOTAL          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  PRF-TOT-DIFFERENCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(8)  VALUE SPACES.

       01  CNT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  CNT-LABEL                  PIC X(40).
           05  CNT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(82) VALUE SPACES.

       01  STATUS-LINE.
           05  FILLER                     PIC X(14)
               VALUE 'PROOF STATUS: '.
           05  STATUS-TEXT                PIC X(40).
           05  FILLER                     PIC X(78) VALUE SPACES.
       01  BLANK-LINE                     PIC X(132) VALUE SPACES.

      *>----------------------------------------------------------------*
      *> Alert log line — one per out-of-balance branch, laid out
      *> like TXNRECNL's so the monitor parses both the same way.
      *>----------------------------------------------------------------*
       01  ALT-DETAIL-LINE.
           05  FILLER                     PIC X(9)   VALUE 'GLPROOF  '.
           05  ALT-DATE-MM                PIC 99.
           05  FILLER                     PIC X      VALUE '/'.
           05  ALT-DATE-DD                PIC 99.
           05  FILLER                     PIC X      VALUE '/'.
           05  ALT-DATE-YYYY              PIC 9(4).
           05  FILLER                     PIC X(21)
               VALUE ' GL OUT OF BAL BR=   '.
           05  ALT-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(5)   VALUE SPACES.
           05  FILLER                     PIC X(7)   VALUE ' DIFF='.
           05  ALT-DIFF                   PIC ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(14)  VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-LOAD-EXTRACT
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2100-MATCH-ACKS
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2200-CARRY-EXTRACT-LINES
               PERFORM 3000-LOAD-SUSPENSE
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 4000-LOAD-SUBLEDGER
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 5000-PROVE-BRANCHES
               PERFORM 6000-WRITE-CONTROL-BALANCES
               PERFORM 7000-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- GLPROOF: Deposit Subledger-to-GL Proof ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           PERFORM 1100-LOAD-CONTROL-BALANCES
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           IF WS-SEEDED
               PERFORM 1200-SEED-FROM-PRIOR-MASTER
               IF WS-RETURN-CODE = 8
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           IF WS-SEEDED
               WRITE REPORT-LINE FROM HDR-SEEDED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

      *>================================================================*
      *> LOAD CONTROL BALANCES — a row already carried for today's
      *> date is a re-run, so the branch starts again from the
      *> balance before today's lines. A row dated after today
      *> means the ledger has been carried past the processing date
      *> and nothing here can be trusted.
      *>================================================================*
       1100-LOAD-CONTROL-BALANCES.
           OPEN INPUT CONTROL-BAL-FILE
           IF WS-GCB-STATUS = '35'
               DISPLAY 'GLPROOF: No GL-CONTROL-BAL.DAT - opening '
                   'control balances from CUSTOMERS-PRIOR.DAT.'
               SET WS-SEEDED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-GCB-STATUS NOT = '00'
               DISPLAY 'GLPROOF: ERROR opening GL-CONTROL-BAL.DAT, '
                       'STATUS=' WS-GCB-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GCB-STATUS NOT = '00'
               READ CONTROL-BAL-FILE
                   AT END
                       MOVE '10' TO WS-GCB-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-GCB-READ
                       IF GCB-AS-OF-DATE > WS-RUN-DATE
                           DISPLAY 'GLPROOF: ERROR - branch '
                               GCB-BRANCH ' control balance is as of '
                               GCB-AS-OF-DATE ', after the '
                               'processing date ' WS-RUN-DATE
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                       MOVE GCB-BRANCH TO WS-FIND-BRANCH
                       PERFORM 8100-FIND-OR-ADD-BRANCH
                       IF GCB-AS-OF-DATE = WS-RUN-DATE
                           MOVE GCB-OPENING-BAL
                               TO WS-BR-GL-OPEN(WS-BR-IDX)
                       ELSE
                           MOVE GCB-CLOSING-BAL
                               TO WS-BR-GL-OPEN(WS-BR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-BAL-FILE
           IF WS-CTR-GCB-READ = 0
               DISPLAY 'GLPROOF: GL-CONTROL-BAL.DAT is empty - '
                   'opening control balances from '
                   'CUSTOMERS-PRIOR.DAT.'
               SET WS-SEEDED TO TRUE
           END-IF
           .

       1200-SEED-FROM-PRIOR-MASTER.
           OPEN INPUT PRIOR-MASTER-FILE
           IF WS-PRIOR-STATUS NOT = '00'
               DISPLAY 'GLPROOF: ERROR opening CUSTOMERS-PRIOR.DAT, '
                       'STATUS=' WS-PRIOR-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRIOR-STATUS NOT = '00'
               READ PRIOR-MASTER-FILE
                   AT END
                       MOVE '10' TO WS-PRIOR-STATUS
                   NOT AT END
                       MOVE CUST-BRANCH OF PRIOR-MASTER-REC
                           TO WS-FIND-BRANCH
                       PERFORM 8100-FIND-OR-ADD-BRANCH
                       ADD CUST-BALANCE OF PRIOR-MASTER-REC
                           TO WS-BR-GL-OPEN(WS-BR-IDX)
               END-READ
           END-PERFORM
           CLOSE PRIOR-MASTER-FILE
           .

      *>================================================================*
      *> LOAD EXTRACT — no extract on file means nothing was sent,
      *> so the control balances carry forward unchanged.
      *>================================================================*
       2000-LOAD-EXTRACT.
           OPEN INPUT EXTRACT-DATA-FILE
           IF WS-EXTDATA-STATUS = '35'
               DISPLAY 'GLPROOF: No GL-EXTRACT.DAT - no GL movement '
                   'to carry.'
               EXIT PARAGRAPH
           END-IF
           IF WS-EXTDATA-STATUS NOT = '00'
               DISPLAY 'GLPROOF: ERROR opening GL-EXTRACT.DAT, '
                       'STATUS=' WS-EXTDATA-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXTDATA-STATUS NOT = '00'
               READ EXTRACT-DATA-FILE
                   AT END
                       MOVE '10' TO WS-EXTDATA-STATUS
                   NOT AT END
                       IF WS-EXT-COUNT = 500
                           DISPLAY 'GLPROOF: ERROR - more than 500 '
                               'extract lines; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EXT-COUNT
                       MOVE GLX-LINE-ID
                           TO WS-EXT-LINE-ID(WS-EXT-COUNT)
                       MOVE GLX-BRANCH
                           TO WS-EXT-BRANCH(WS-EXT-COUNT)
                       MOVE GLX-TRANS-TYPE
                           TO WS-EXT-TYPE(WS-EXT-COUNT)
                       MOVE GLX-DR-AMOUNT
                           TO WS-EXT-DR(WS-EXT-COUNT)
                       MOVE GLX-CR-AMOUNT
                           TO WS-EXT-CR(WS-EXT-COUNT)
                       MOVE 'U' TO WS-EXT-DISP(WS-EXT-COUNT)
               END-READ
           END-PERFORM
           CLOSE EXTRACT-DATA-FILE
           .

      *>================================================================*
      *> MATCH ACKS — same matching GLACKIN does; with no return
      *> file yet, every line is still in transit.
      *>================================================================*
       2100-MATCH-ACKS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = '35'
               DISPLAY 'GLPROOF: No GL-ACK.DAT - every extract line '
                   'is in transit.'
               EXIT PARAGRAPH
           END-IF
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'GLPROOF: ERROR opening GL-ACK.DAT, '
                       'STATUS=' WS-ACK-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACK-STATUS NOT = '00'
               READ ACK-FILE
                   AT END
                       MOVE '10' TO WS-ACK-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-ACKS-READ
                       PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                           UNTIL WS-EXT-IDX > WS-EXT-COUNT
                           OR WS-EXT-LINE-ID(WS-EXT-IDX)
                              = GLA-LINE-ID
                           CONTINUE
                       END-PERFORM
                       IF WS-EXT-IDX NOT > WS-EXT-COUNT
                           IF GLA-REJECTED
                               MOVE 'R' TO WS-EXT-DISP(WS-EXT-IDX)
                           ELSE
                               MOVE 'A' TO WS-EXT-DISP(WS-EXT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           .

      *>================================================================*
      *> CARRY EXTRACT LINES — an accepted line is on the ledger and
      *> moves the control balance; an unacknowledged one is in
      *> transit. A rejected line is counted only: it is on
      *> GL-SUSPENSE.DAT, read below, and counting it here too
      *> would explain the same difference twice.
      *>================================================================*
       2200-CARRY-EXTRACT-LINES.
           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-EXT-COUNT
               IF WS-EXT-TYPE(WS-EXT-IDX) = 'R'
                   ADD 1 TO WS-CTR-RECOVERY
               ELSE
                   COMPUTE WS-NET-AMOUNT =
                       WS-EXT-CR(WS-EXT-IDX) - WS-EXT-DR(WS-EXT-IDX)
                   MOVE WS-EXT-BRANCH(WS-EXT-IDX) TO WS-FIND-BRANCH
                   PERFORM 8100-FIND-OR-ADD-BRANCH
                   EVALUATE TRUE
                       WHEN WS-EXT-ACCEPTED(WS-EXT-IDX)
                           ADD 1 TO WS-CTR-ACCEPTED
                           ADD WS-NET-AMOUNT
                               TO WS-BR-GL-MOVEMENT(WS-BR-IDX)
                       WHEN WS-EXT-REJECTED(WS-EXT-IDX)
                           ADD 1 TO WS-CTR-REJECTED
                       WHEN OTHER
                           ADD 1 TO WS-CTR-IN-TRANSIT
                           ADD WS-NET-AMOUNT
                               TO WS-BR-IN-TRANSIT(WS-BR-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      *>================================================================*
      *> LOAD SUSPENSE — the rejected lines GLACKIN parked, not yet
      *> on the ledger; a missing file means nothing is parked.
      *>================================================================*
       3000-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUSP-STATUS NOT = '00'
               READ SUSPENSE-FILE
                   AT END
                       MOVE '10' TO WS-SUSP-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-SUSP-READ
                       IF GLS-TRANS-TYPE NOT = 'R'
                           COMPUTE WS-NET-AMOUNT =
                               GLS-CR-AMOUNT - GLS-DR-AMOUNT
                           MOVE GLS-BRANCH TO WS-FIND-BRANCH
                           PERFORM 8100-FIND-OR-ADD-BRANCH
                           ADD WS-NET-AMOUNT
                               TO WS-BR-SUSPENSE(WS-BR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           .

      *>================================================================*
      *> LOAD SUBLEDGER — every account on the new master, by its
      *> branch and type. Closed, escheated and charged-off accounts
      *> are carried at zero, so they need no special case.
      *>================================================================*
       4000-LOAD-SUBLEDGER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'GLPROOF: ERROR opening NEW-CUSTOMERS.DAT, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-CUST-READ
                       MOVE CUST-BRANCH OF CUSTOMER-RECORD
                           TO WS-FIND-BRANCH
                       PERFORM 8100-FIND-OR-ADD-BRANCH
                       PERFORM 4100-ADD-TO-SUBLEDGER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       4100-ADD-TO-SUBLEDGER.
           ADD CUST-BALANCE OF CUSTOMER-RECORD
               TO WS-BR-SUB-TOTAL(WS-BR-IDX)
           EVALUATE TRUE
               WHEN CUST-SAVINGS OF CUSTOMER-RECORD
                   ADD CUST-BALANCE OF CUSTOMER-RECORD
                       TO WS-BR-SUB-SAVINGS(WS-BR-IDX)
               WHEN CUST-CHECKING OF CUSTOMER-RECORD
                   ADD CUST-BALANCE OF CUSTOMER-RECORD
                       TO WS-BR-SUB-CHECKING(WS-BR-IDX)
               WHEN CUST-TERM OF CUSTOMER-RECORD
                   ADD CUST-BALANCE OF CUSTOMER-RECORD
                       TO WS-BR-SUB-TERM(WS-BR-IDX)
               WHEN CUST-LOAN OF CUSTOMER-RECORD
                   ADD CUST-BALANCE OF CUSTOMER-RECORD
                       TO WS-BR-SUB-LOAN(WS-BR-IDX)
           END-EVALUATE
           .

      *>================================================================*
      *> PROVE BRANCHES — GL closing = opening + accepted movement;
      *> subledger less GL closing less suspense less in transit
      *> must come to zero.
      *>================================================================*
       5000-PROVE-BRANCHES.
           WRITE REPORT-LINE FROM SUB-HDR-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM SUB-HDR-LINE-2
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-ID(WS-BR-IDX)           TO SUB-DTL-BRANCH
               MOVE WS-BR-SUB-SAVINGS(WS-BR-IDX)  TO SUB-DTL-SAVINGS
               MOVE WS-BR-SUB-CHECKING(WS-BR-IDX) TO SUB-DTL-CHECKING
               MOVE WS-BR-SUB-TERM(WS-BR-IDX)     TO SUB-DTL-TERM
               MOVE WS-BR-SUB-LOAN(WS-BR-IDX)     TO SUB-DTL-LOAN
               MOVE WS-BR-SUB-TOTAL(WS-BR-IDX)    TO SUB-DTL-TOTAL
               WRITE REPORT-LINE FROM SUB-DTL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           WRITE REPORT-LINE FROM PRF-HDR-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM PRF-HDR-LINE-2
               AFTER ADVANCING 1 LINE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM 5100-PROVE-ONE-BRANCH
           END-PERFORM
           IF WS-ALERT-STATUS = '00'
               CLOSE ALERT-FILE
           END-IF
           .

       5100-PROVE-ONE-BRANCH.
           COMPUTE WS-BR-GL-CLOSE(WS-BR-IDX) =
               WS-BR-GL-OPEN(WS-BR-IDX)
               + WS-BR-GL-MOVEMENT(WS-BR-IDX)
           COMPUTE WS-BR-DIFFERENCE(WS-BR-IDX) =
               WS-BR-SUB-TOTAL(WS-BR-IDX)
               - WS-BR-GL-CLOSE(WS-BR-IDX)
               - WS-BR-SUSPENSE(WS-BR-IDX)
               - WS-BR-IN-TRANSIT(WS-BR-IDX)
           MOVE WS-BR-ID(WS-BR-IDX)          TO PRF-DTL-BRANCH
           MOVE WS-BR-GL-OPEN(WS-BR-IDX)     TO PRF-DTL-GL-OPEN
           MOVE WS-BR-GL-MOVEMENT(WS-BR-IDX) TO PRF-DTL-GL-MOVEMENT
           MOVE WS-BR-GL-CLOSE(WS-BR-IDX)    TO PRF-DTL-GL-CLOSE
           MOVE WS-BR-SUSPENSE(WS-BR-IDX)    TO PRF-DTL-SUSPENSE
           MOVE WS-BR-IN-TRANSIT(WS-BR-IDX)  TO PRF-DTL-IN-TRANSIT
           MOVE WS-BR-SUB-TOTAL(WS-BR-IDX)   TO PRF-DTL-SUB-TOTAL
           MOVE WS-BR-DIFFERENCE(WS-BR-IDX)  TO PRF-DTL-DIFFERENCE
           IF WS-BR-DIFFERENCE(WS-BR-IDX) NOT = ZERO
               MOVE '** OOB' TO PRF-DTL-FLAG
               ADD 1 TO WS-CTR-OUT-OF-BAL
               MOVE 8 TO WS-RETURN-CODE
               PERFORM 5200-WRITE-ALERT
           ELSE
               MOVE SPACES TO PRF-DTL-FLAG
           END-IF
           WRITE REPORT-LINE FROM PRF-DTL-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-BR-GL-OPEN(WS-BR-IDX)     TO WS-TOT-GL-OPEN
           ADD WS-BR-GL-MOVEMENT(WS-BR-IDX) TO WS-TOT-GL-MOVEMENT
           ADD WS-BR-GL-CLOSE(WS-BR-IDX)    TO WS-TOT-GL-CLOSE
           ADD WS-BR-SUSPENSE(WS-BR-IDX)    TO WS-TOT-SUSPENSE
           ADD WS-BR-IN-TRANSIT(WS-BR-IDX)  TO WS-TOT-IN-TRANSIT
           ADD WS-BR-SUB-TOTAL(WS-BR-IDX)   TO WS-TOT-SUB-TOTAL
           ADD WS-BR-DIFFERENCE(WS-BR-IDX)  TO WS-TOT-DIFFERENCE
           .

      *>----------------------------------------------------------------*
      *> 5200 — Append one line to the ops-alert log for this branch,
      *> the same way TXNRECNL reports a discrepant account.
      *>----------------------------------------------------------------*
       5200-WRITE-ALERT.
           IF WS-ALERT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ALT-DETAIL-LINE
           MOVE WS-RUN-MM                   TO ALT-DATE-MM
           MOVE WS-RUN-DD                   TO ALT-DATE-DD
           MOVE WS-RUN-YYYY                 TO ALT-DATE-YYYY
           MOVE WS-BR-ID(WS-BR-IDX)         TO ALT-BRANCH
           MOVE WS-BR-DIFFERENCE(WS-BR-IDX) TO ALT-DIFF
           WRITE ALERT-LINE FROM ALT-DETAIL-LINE
           .

      *>================================================================*
      *> WRITE CONTROL BALANCES — the ledger holds what it accepted
      *> whether or not the proof balanced, so every branch's
      *> closing balance is carried forward either way.
      *>================================================================*
       6000-WRITE-CONTROL-BALANCES.
           OPEN OUTPUT CONTROL-BAL-FILE
           IF WS-GCB-STATUS NOT = '00'
               DISPLAY 'GLPROOF: ERROR opening GL-CONTROL-BAL.DAT '
                       'for output, STATUS=' WS-GCB-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-ID(WS-BR-IDX)       TO GCB-BRANCH
               MOVE WS-RUN-DATE               TO GCB-AS-OF-DATE
               MOVE WS-BR-GL-OPEN(WS-BR-IDX)  TO GCB-OPENING-BAL
               MOVE WS-BR-GL-CLOSE(WS-BR-IDX) TO GCB-CLOSING-BAL
               MOVE SPACES                    TO GCB-FILLER
               WRITE GL-CONTROL-BALANCE-ROW
           END-PERFORM
           CLOSE CONTROL-BAL-FILE
           .

       7000-FINAL-TOTALS.
           MOVE WS-TOT-GL-OPEN     TO PRF-TOT-GL-OPEN
           MOVE WS-TOT-GL-MOVEMENT TO PRF-TOT-GL-MOVEMENT
           MOVE WS-TOT-GL-CLOSE    TO PRF-TOT-GL-CLOSE
           MOVE WS-TOT-SUSPENSE    TO PRF-TOT-SUSPENSE
           MOVE WS-TOT-IN-TRANSIT  TO PRF-TOT-IN-TRANSIT
           MOVE WS-TOT-SUB-TOTAL   TO PRF-TOT-SUB-TOTAL
           MOVE WS-TOT-DIFFERENCE  TO PRF-TOT-DIFFERENCE
           WRITE REPORT-LINE FROM PRF-TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'EXTRACT LINES ACCEPTED' TO CNT-LABEL
           MOVE WS-CTR-ACCEPTED          TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'EXTRACT LINES REJECTED (IN SUSPENSE)' TO CNT-LABEL
           MOVE WS-CTR-REJECTED          TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'EXTRACT LINES IN TRANSIT' TO CNT-LABEL
           MOVE WS-CTR-IN-TRANSIT        TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECOVERY LINES NOT CARRIED' TO CNT-LABEL
           MOVE WS-CTR-RECOVERY          TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BRANCHES OUT OF BALANCE' TO CNT-LABEL
           MOVE WS-CTR-OUT-OF-BAL        TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CTR-OUT-OF-BAL = 0
               MOVE 'IN BALANCE' TO STATUS-TEXT
           ELSE
               MOVE 'OUT OF BALANCE - SEE RECON-ALERT.LOG'
                   TO STATUS-TEXT
           END-IF
           WRITE REPORT-LINE FROM STATUS-LINE
               AFTER ADVANCING 2 LINES
           .

      *>----------------------------------------------------------------*
      *> Branch lookup — linear, the way GLEXTRACT's is; a branch
      *> first seen on any input gets a zeroed row.
      *>----------------------------------------------------------------*
       8100-FIND-OR-ADD-BRANCH.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               OR WS-BR-ID(WS-BR-IDX) = WS-FIND-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT = 200
                   DISPLAY 'GLPROOF: ERROR - more than 200 branches; '
                       'table full, run abandoned'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BR-COUNT
               SET WS-BR-IDX TO WS-BR-COUNT
               MOVE WS-FIND-BRANCH TO WS-BR-ID(WS-BR-IDX)
               MOVE 0 TO WS-BR-GL-OPEN(WS-BR-IDX)
               MOVE 0 TO WS-BR-GL-MOVEMENT(WS-BR-IDX)
               MOVE 0 TO WS-BR-GL-CLOSE(WS-BR-IDX)
               MOVE 0 TO WS-BR-SUSPENSE(WS-BR-IDX)
               MOVE 0 TO WS-BR-IN-TRANSIT(WS-BR-IDX)
               MOVE 0 TO WS-BR-SUB-SAVINGS(WS-BR-IDX)
               MOVE 0 TO WS-BR-SUB-CHECKING(WS-BR-IDX)
               MOVE 0 TO WS-BR-SUB-TERM(WS-BR-IDX)
               MOVE 0 TO WS-BR-SUB-LOAN(WS-BR-IDX)
               MOVE 0 TO WS-BR-SUB-TOTAL(WS-BR-IDX)
               MOVE 0 TO WS-BR-DIFFERENCE(WS-BR-IDX)
           END-IF
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-SEEDED OR WS-CTR-IN-TRANSIT > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- GLPROOF Summary ---'
           DISPLAY '  Branches proved    : ' WS-BR-COUNT
           DISPLAY '  Extract lines      : ' WS-EXT-COUNT
           DISPLAY '  Acks read          : ' WS-CTR-ACKS-READ
           DISPLAY '  Accepted           : ' WS-CTR-ACCEPTED
           DISPLAY '  Rejected           : ' WS-CTR-REJECTED
           DISPLAY '  In transit         : ' WS-CTR-IN-TRANSIT
           DISPLAY '  Suspense rows      : ' WS-CTR-SUSP-READ
           DISPLAY '  Accounts read      : ' WS-CTR-CUST-READ
           DISPLAY '  Out of balance     : ' WS-CTR-OUT-OF-BAL
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
