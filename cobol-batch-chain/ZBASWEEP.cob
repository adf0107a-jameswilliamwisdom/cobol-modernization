      *>================================================================*
      *> ZBASWEEP.cob — Zero-Balance Account Concentration Sweep
      *>
      *> End-of-day sweep for business customers who run several
      *> operating accounts under one concentration account. Each
      *> relationship on ZBA-RELATIONSHIPS.DAT (ZBAREL.cpy) names a
      *> subsidiary and its concentration account. After posting,
      *> this step reads each subsidiary's ending balance from the
      *> cycle's NEW-CUSTOMERS.DAT and brings it back to zero:
      *>   - a credit balance is swept up to the concentration
      *>     account;
      *>   - an overdrawn balance is funded back down from the
      *>     concentration account.
      *> Either way the movement is a 'ZBA SWEEP' TRANS-TRANSFER pair
      *> under one TRANS-SEQ, the way ACCTMERG moves a balance. The
      *> pairs go into data/ZBA-SWEEP-TRANS.DAT, which TXNSORT merges
      *> into the next cycle. OD-PROTECT.DAT is a different thing: it
      *> covers one checking shortfall from one savings account, at
      *> the moment of the withdrawal.
      *>
      *> A relationship is skipped, and shown as skipped on the
      *> report, when either account is missing, not active, or a
      *> loan or certificate; when the subsidiary is the
      *> concentration account itself or is another structure's
      *> concentration account; and when the subsidiary has already
      *> been swept under another relationship this run.
      *>
      *> The activity report has one section per concentration
      *> account, addressed to the customer's treasurer, listing
      *> every subsidiary's ending balance and what was swept.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT      (SEQUENTIAL, CUSTREC)
      *>         data/ZBA-RELATIONSHIPS.DAT  (LINE SEQUENTIAL, ZBAREL)
      *> Output: data/ZBA-SWEEP-TRANS.DAT    (LINE SEQUENTIAL,
      *>                                      TRANSREC, merged by
      *>                                      TXNSORT)
      *>         data/ZBA-SWEEP-REPORT.TXT   (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = every relationship swept or at zero,
      *>                4 = one or more relationships skipped,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ZBASWEEP.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT RELATIONSHIP-FILE
               ASSIGN TO 'data/ZBA-RELATIONSHIPS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT SWEEP-TRANS-FILE
               ASSIGN TO 'data/ZBA-SWEEP-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRANS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/ZBA-SWEEP-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  RELATIONSHIP-FILE.
       COPY ZBAREL.

       FD  SWEEP-TRANS-FILE.
       01  SWEEP-TRANS-RECORD             PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       COPY TRANSREC.

       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-REL-STATUS                  PIC XX.
       01  WS-STRANS-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).

      *>----------------------------------------------------------------*
      *> Customer master — the fields the sweep needs, loaded whole
      *> at startup, since relationships name accounts in any order.
      *>----------------------------------------------------------------*
       01  WS-CU-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CU-TABLE-AREA.
           05  WS-CU-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CU-COUNT
                   INDEXED BY WS-CU-IDX.
               10  WS-CU-ID               PIC X(8).
               10  WS-CU-NAME             PIC X(25).
               10  WS-CU-BRANCH           PIC X(3).
               10  WS-CU-ACCT-TYPE        PIC X(1).
               10  WS-CU-STATUS           PIC X(1).
               10  WS-CU-BALANCE          PIC S9(7)V99 COMP-3.
       01  WS-FIND-CUST-ID                PIC X(8).

      *>----------------------------------------------------------------*
      *> Sweep relationships — loaded whole; WS-ZB-DONE marks a row
      *> whose concentration section has been reported, WS-ZB-SWEPT
      *> a subsidiary that has been swept this run.
      *>----------------------------------------------------------------*
       01  WS-ZB-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-ZB-TABLE-AREA.
           05  WS-ZB-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ZB-COUNT
                   INDEXED BY WS-ZB-IDX WS-ZS-IDX WS-ZC-IDX.
               10  WS-ZB-CONC-ID          PIC X(8).
               10  WS-ZB-SUB-ID           PIC X(8).
               10  WS-ZB-TREASURER        PIC X(25).
               10  WS-ZB-STATUS           PIC X(1).
               10  WS-ZB-DONE             PIC X(1).
               10  WS-ZB-SWEPT            PIC X(1).

      *> The concentration account of the section being reported
       01  WS-GRP-CONC-ID                 PIC X(8).
       01  WS-GRP-CONC-IDX                PIC 9(5)  VALUE 0.
       01  WS-GRP-CONC-BAD-SW             PIC X(1)  VALUE 'N'.
           88  WS-GRP-CONC-BAD                      VALUE 'Y'.
       01  WS-GRP-SWEPT-IN                PIC 9(9)V99.
       01  WS-GRP-FUNDED-OUT              PIC 9(9)V99.
       01  WS-GRP-NET                     PIC S9(9)V99.

       01  WS-SUB-IDX                     PIC 9(5)  VALUE 0.
       01  WS-SKIP-REASON                 PIC X(20).
       01  WS-SWEEP-AMOUNT                PIC 9(7)V99.
       01  WS-DEBIT-ID                    PIC X(8).
       01  WS-CREDIT-ID                   PIC X(8).

      *>----------------------------------------------------------------*
      *> Synthetic-transaction sequence — ZBASWEEP's own block, the
      *> way CHRGOFF and the other generators each run theirs.
      *>----------------------------------------------------------------*
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 996001.

       01  WS-CTR-RELS-READ               PIC 9(5)  VALUE 0.
       01  WS-CTR-STRUCTURES              PIC 9(5)  VALUE 0.
       01  WS-CTR-SWEPT-UP                PIC 9(5)  VALUE 0.
       01  WS-CTR-FUNDED                  PIC 9(5)  VALUE 0.
       01  WS-CTR-AT-ZERO                 PIC 9(5)  VALUE 0.
       01  WS-CTR-SUSPENDED               PIC 9(5)  VALUE 0.
       01  WS-CTR-SKIPPED                 PIC 9(5)  VALUE 0.
       01  WS-CTR-TRANS-WRITTEN           PIC 9(5)  VALUE 0.
       01  WS-TOTAL-SWEPT-UP              PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-FUNDED                PIC 9(9)V99 VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(40)
               VALUE 'ZERO-BALANCE SWEEP ACTIVITY - RUN DATE '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(52) VALUE SPACES.
       01  GRP-LINE-1.
           05  FILLER                     PIC X(15)
               VALUE 'CONCENTRATION  '.
           05  GRP-CONC-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  GRP-CONC-NAME              PIC X(25).
           05  FILLER                     PIC X(13)
               VALUE '  TREASURER  '.
           05  GRP-TREASURER              PIC X(25).
           05  FILLER                     PIC X(12) VALUE SPACES.
       01  GRP-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'SUB-ACCT'.
           05  FILLER              PIC X(27)  VALUE 'NAME'.
           05  FILLER              PIC X(16)  VALUE '  ENDING BALANCE'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(16)  VALUE '    SWEPT AMOUNT'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(27)  VALUE 'ACTION'.
       01  DTL-LINE.
           05  DTL-SUB-ID                 PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NAME                   PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-BALANCE                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(5)  VALUE SPACES.
           05  DTL-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(6)  VALUE SPACES.
           05  DTL-ACTION                 PIC X(20).
           05  FILLER                     PIC X(7)  VALUE SPACES.
       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(30).
           05  TOT-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(40) VALUE SPACES.
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-SWEEP-STRUCTURES
               PERFORM 7000-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- ZBASWEEP: Zero-Balance Concentration Sweep ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           PERFORM 1100-LOAD-MASTER
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-RELATIONSHIPS
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
      *> Opened even with no relationships on file, so yesterday's
      *> sweeps can never be merged a second time
           OPEN OUTPUT SWEEP-TRANS-FILE
           IF WS-STRANS-STATUS NOT = '00'
               DISPLAY 'ZBASWEEP: ERROR opening ZBA-SWEEP-TRANS.DAT, '
                       'STATUS=' WS-STRANS-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           .

       1100-LOAD-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'ZBASWEEP: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       IF WS-CU-COUNT = 5000
                           DISPLAY 'ZBASWEEP: ERROR - more than 5000 '
                               'accounts; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CU-COUNT
                       MOVE CUST-ID       TO WS-CU-ID(WS-CU-COUNT)
                       MOVE CUST-NAME     TO WS-CU-NAME(WS-CU-COUNT)
                       MOVE CUST-BRANCH   TO WS-CU-BRANCH(WS-CU-COUNT)
                       MOVE CUST-ACCT-TYPE
                           TO WS-CU-ACCT-TYPE(WS-CU-COUNT)
                       MOVE CUST-STATUS   TO WS-CU-STATUS(WS-CU-COUNT)
                       MOVE CUST-BALANCE
                           TO WS-CU-BALANCE(WS-CU-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

      *>================================================================*
      *> LOAD RELATIONSHIPS — a missing file just means no business
      *> customer is set up for sweeping yet. An overflow stops the
      *> run, because a relationship dropped off the end of the
      *> table would leave its account unswept without a word.
      *>================================================================*
       1200-LOAD-RELATIONSHIPS.
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-REL-STATUS = '35'
               DISPLAY 'ZBASWEEP: No sweep relationships on file.'
               EXIT PARAGRAPH
           END-IF
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'ZBASWEEP: ERROR opening ZBA-RELATIONSHIPS.DAT, '
                       'STATUS=' WS-REL-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REL-STATUS NOT = '00'
               READ RELATIONSHIP-FILE
                   AT END
                       MOVE '10' TO WS-REL-STATUS
                   NOT AT END
                       IF WS-ZB-COUNT = 1000
                           DISPLAY 'ZBASWEEP: ERROR - more than 1000 '
                               'sweep relationships; table full, '
                               'run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CTR-RELS-READ
                       ADD 1 TO WS-ZB-COUNT
                       MOVE ZBA-CONCENTRATION-ID
                           TO WS-ZB-CONC-ID(WS-ZB-COUNT)
                       MOVE ZBA-SUBSIDIARY-ID
                           TO WS-ZB-SUB-ID(WS-ZB-COUNT)
                       MOVE ZBA-TREASURER
                           TO WS-ZB-TREASURER(WS-ZB-COUNT)
                       MOVE ZBA-STATUS
                           TO WS-ZB-STATUS(WS-ZB-COUNT)
                       MOVE 'N' TO WS-ZB-DONE(WS-ZB-COUNT)
                       MOVE 'N' TO WS-ZB-SWEPT(WS-ZB-COUNT)
               END-READ
           END-PERFORM
           CLOSE RELATIONSHIP-FILE
           .

      *>================================================================*
      *> SWEEP STRUCTURES — take the concentration accounts in the
      *> order they first appear on the file; each one's section
      *> gathers every relationship that names it, wherever on the
      *> file the row sits.
      *>================================================================*
       2000-SWEEP-STRUCTURES.
           PERFORM VARYING WS-ZB-IDX FROM 1 BY 1
               UNTIL WS-ZB-IDX > WS-ZB-COUNT
               IF WS-ZB-DONE(WS-ZB-IDX) = 'N'
                   PERFORM 2100-SWEEP-ONE-STRUCTURE
               END-IF
           END-PERFORM
           .

       2100-SWEEP-ONE-STRUCTURE.
           ADD 1 TO WS-CTR-STRUCTURES
           MOVE WS-ZB-CONC-ID(WS-ZB-IDX) TO WS-GRP-CONC-ID
           MOVE 0 TO WS-GRP-SWEPT-IN
           MOVE 0 TO WS-GRP-FUNDED-OUT
           MOVE 'N' TO WS-GRP-CONC-BAD-SW
           MOVE 0 TO WS-GRP-CONC-IDX
           MOVE WS-GRP-CONC-ID TO WS-FIND-CUST-ID
           PERFORM 8100-FIND-CUSTOMER
           IF WS-CU-IDX > WS-CU-COUNT
               MOVE 'Y' TO WS-GRP-CONC-BAD-SW
               MOVE '*** NOT ON MASTER ***' TO GRP-CONC-NAME
           ELSE
               SET WS-GRP-CONC-IDX TO WS-CU-IDX
               MOVE WS-CU-NAME(WS-CU-IDX) TO GRP-CONC-NAME
               IF WS-CU-STATUS(WS-CU-IDX) NOT = 'A'
                   OR WS-CU-ACCT-TYPE(WS-CU-IDX) = 'L'
                   OR WS-CU-ACCT-TYPE(WS-CU-IDX) = 'T'
                   MOVE 'Y' TO WS-GRP-CONC-BAD-SW
               END-IF
           END-IF
           MOVE WS-GRP-CONC-ID TO GRP-CONC-ID
           MOVE WS-ZB-TREASURER(WS-ZB-IDX) TO GRP-TREASURER
           WRITE REPORT-LINE FROM GRP-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM GRP-LINE-2
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-ZS-IDX FROM WS-ZB-IDX BY 1
               UNTIL WS-ZS-IDX > WS-ZB-COUNT
               IF WS-ZB-CONC-ID(WS-ZS-IDX) = WS-GRP-CONC-ID
                   MOVE 'Y' TO WS-ZB-DONE(WS-ZS-IDX)
                   PERFORM 2200-SWEEP-ONE-SUBSIDIARY
               END-IF
           END-PERFORM
           COMPUTE WS-GRP-NET = WS-GRP-SWEPT-IN - WS-GRP-FUNDED-OUT
           MOVE 'SWEPT TO CONCENTRATION'   TO TOT-LABEL
           MOVE 0                          TO TOT-COUNT
           MOVE WS-GRP-SWEPT-IN            TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'FUNDED FROM CONCENTRATION' TO TOT-LABEL
           MOVE WS-GRP-FUNDED-OUT          TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NET TO CONCENTRATION'     TO TOT-LABEL
           MOVE WS-GRP-NET                 TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> SWEEP ONE SUBSIDIARY — edit the relationship, then bring the
      *> ending balance to zero in whichever direction it needs.
      *>================================================================*
       2200-SWEEP-ONE-SUBSIDIARY.
           MOVE WS-ZB-SUB-ID(WS-ZS-IDX) TO DTL-SUB-ID
           MOVE SPACES TO DTL-NAME
           MOVE 0 TO DTL-BALANCE
           MOVE 0 TO DTL-AMOUNT
           MOVE 0 TO WS-SUB-IDX
           IF WS-ZB-STATUS(WS-ZS-IDX) = 'S'
               MOVE 'SUSPENDED' TO DTL-ACTION
               WRITE REPORT-LINE FROM DTL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CTR-SUSPENDED
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-EDIT-RELATIONSHIP
           IF WS-SKIP-REASON NOT = SPACES
               MOVE WS-SKIP-REASON TO DTL-ACTION
               WRITE REPORT-LINE FROM DTL-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'ZBASWEEP: Relationship skipped, conc='
                   WS-GRP-CONC-ID ' sub=' WS-ZB-SUB-ID(WS-ZS-IDX)
                   ' - ' WS-SKIP-REASON
               ADD 1 TO WS-CTR-SKIPPED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ZB-SWEPT(WS-ZS-IDX)
           MOVE WS-CU-BALANCE(WS-SUB-IDX) TO DTL-BALANCE
           EVALUATE TRUE
               WHEN WS-CU-BALANCE(WS-SUB-IDX) > 0
                   MOVE WS-CU-BALANCE(WS-SUB-IDX) TO WS-SWEEP-AMOUNT
                   MOVE WS-CU-ID(WS-SUB-IDX)      TO WS-DEBIT-ID
                   MOVE WS-GRP-CONC-ID            TO WS-CREDIT-ID
                   PERFORM 8200-WRITE-TRANSFER
                   ADD WS-SWEEP-AMOUNT TO WS-GRP-SWEPT-IN
                   ADD WS-SWEEP-AMOUNT TO WS-TOTAL-SWEPT-UP
                   ADD 1 TO WS-CTR-SWEPT-UP
                   MOVE WS-SWEEP-AMOUNT TO DTL-AMOUNT
                   MOVE 'SWEPT TO CONC' TO DTL-ACTION
               WHEN WS-CU-BALANCE(WS-SUB-IDX) < 0
                   COMPUTE WS-SWEEP-AMOUNT =
                       0 - WS-CU-BALANCE(WS-SUB-IDX)
                   MOVE WS-GRP-CONC-ID            TO WS-DEBIT-ID
                   MOVE WS-CU-ID(WS-SUB-IDX)      TO WS-CREDIT-ID
                   PERFORM 8200-WRITE-TRANSFER
                   ADD WS-SWEEP-AMOUNT TO WS-GRP-FUNDED-OUT
                   ADD WS-SWEEP-AMOUNT TO WS-TOTAL-FUNDED
                   ADD 1 TO WS-CTR-FUNDED
                   MOVE WS-SWEEP-AMOUNT TO DTL-AMOUNT
                   MOVE 'FUNDED FROM CONC' TO DTL-ACTION
               WHEN OTHER
                   ADD 1 TO WS-CTR-AT-ZERO
                   MOVE 'AT ZERO' TO DTL-ACTION
           END-EVALUATE
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       2300-EDIT-RELATIONSHIP.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE WS-ZB-SUB-ID(WS-ZS-IDX) TO WS-FIND-CUST-ID
           PERFORM 8100-FIND-CUSTOMER
           IF WS-CU-IDX > WS-CU-COUNT
               MOVE 'SUB NOT ON MASTER' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           SET WS-SUB-IDX TO WS-CU-IDX
           MOVE WS-CU-NAME(WS-SUB-IDX) TO DTL-NAME
           MOVE WS-CU-BALANCE(WS-SUB-IDX) TO DTL-BALANCE
           IF WS-GRP-CONC-BAD
               MOVE 'CONC ACCT INVALID' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-ZB-SUB-ID(WS-ZS-IDX) = WS-GRP-CONC-ID
               MOVE 'SUB IS THE CONC ACCT' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-STATUS(WS-SUB-IDX) NOT = 'A'
               MOVE 'SUB NOT ACTIVE' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-ACCT-TYPE(WS-SUB-IDX) = 'L'
               OR WS-CU-ACCT-TYPE(WS-SUB-IDX) = 'T'
               MOVE 'SUB IS LOAN OR CD' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ZC-IDX FROM 1 BY 1
               UNTIL WS-ZC-IDX > WS-ZB-COUNT
               OR WS-ZB-CONC-ID(WS-ZC-IDX) = WS-ZB-SUB-ID(WS-ZS-IDX)
               CONTINUE
           END-PERFORM
           IF WS-ZC-IDX NOT > WS-ZB-COUNT
               MOVE 'SUB IS A CONC ACCT' TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ZC-IDX FROM 1 BY 1
               UNTIL WS-ZC-IDX > WS-ZB-COUNT
               OR (WS-ZB-SUB-ID(WS-ZC-IDX) = WS-ZB-SUB-ID(WS-ZS-IDX)
                   AND WS-ZB-SWEPT(WS-ZC-IDX) = 'Y')
               CONTINUE
           END-PERFORM
           IF WS-ZC-IDX NOT > WS-ZB-COUNT
               MOVE 'SUB ALREADY SWEPT' TO WS-SKIP-REASON
           END-IF
           .

       7000-FINAL-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ALL STRUCTURES - SWEPT UP'  TO TOT-LABEL
           MOVE WS-CTR-SWEPT-UP            TO TOT-COUNT
           MOVE WS-TOTAL-SWEPT-UP          TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ALL STRUCTURES - FUNDED'  TO TOT-LABEL
           MOVE WS-CTR-FUNDED              TO TOT-COUNT
           MOVE WS-TOTAL-FUNDED            TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RELATIONSHIPS SKIPPED'    TO TOT-LABEL
           MOVE WS-CTR-SKIPPED             TO TOT-COUNT
           MOVE 0                          TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

       8100-FIND-CUSTOMER.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               OR WS-CU-ID(WS-CU-IDX) = WS-FIND-CUST-ID
               CONTINUE
           END-PERFORM
           .

      *>================================================================*
      *> WRITE TRANSFER — debit leg, then the credit leg under the
      *> same TRANS-SEQ, each carrying its own account's branch.
      *>================================================================*
       8200-WRITE-TRANSFER.
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-DEBIT-ID      TO TRANS-ACCT-ID
           SET  TRANS-TRANSFER   TO TRUE
           MOVE WS-SWEEP-AMOUNT  TO TRANS-AMOUNT
           MOVE WS-RUN-DATE      TO TRANS-DATE
           MOVE WS-DEBIT-ID      TO WS-FIND-CUST-ID
           PERFORM 8100-FIND-CUSTOMER
           MOVE WS-CU-BRANCH(WS-CU-IDX) TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ      TO TRANS-SEQ
           MOVE 'ZBA SWEEP'      TO TRANS-DESC
           MOVE WS-CREDIT-ID     TO TRANS-XFER-ACCT-ID
           SET  TRANS-XFER-DEBIT TO TRUE
           WRITE SWEEP-TRANS-RECORD FROM TRANSACTION-RECORD
           MOVE WS-CREDIT-ID     TO TRANS-ACCT-ID
           MOVE WS-CREDIT-ID     TO WS-FIND-CUST-ID
           PERFORM 8100-FIND-CUSTOMER
           MOVE WS-CU-BRANCH(WS-CU-IDX) TO TRANS-BRANCH
           MOVE WS-DEBIT-ID      TO TRANS-XFER-ACCT-ID
           SET  TRANS-XFER-CREDIT TO TRUE
           WRITE SWEEP-TRANS-RECORD FROM TRANSACTION-RECORD
           ADD 1 TO WS-NEXT-SEQ
           ADD 2 TO WS-CTR-TRANS-WRITTEN
           .

       9000-TERMINATE.
           IF WS-STRANS-STATUS = '00'
               CLOSE SWEEP-TRANS-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY '--- ZBASWEEP Summary ---'
           DISPLAY '  Relationships read : ' WS-CTR-RELS-READ
           DISPLAY '  Structures swept   : ' WS-CTR-STRUCTURES
           DISPLAY '  Swept up           : ' WS-CTR-SWEPT-UP
           DISPLAY '  Amount swept up    : ' WS-TOTAL-SWEPT-UP
           DISPLAY '  Funded down        : ' WS-CTR-FUNDED
           DISPLAY '  Amount funded      : ' WS-TOTAL-FUNDED
           DISPLAY '  Already at zero    : ' WS-CTR-AT-ZERO
           DISPLAY '  Suspended          : ' WS-CTR-SUSPENDED
           DISPLAY '  Skipped            : ' WS-CTR-SKIPPED
           DISPLAY '  Transactions written: ' WS-CTR-TRANS-WRITTEN
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
