      *> audit trail, and TXNRECNL still balances the cycle, the same
      *> synthetic-transaction pattern MAINTFEE and ACCTMAIN use.
      *>
      *> Official checks outstanding past the same dormancy period
      *> are the payee's unclaimed property too. Each funded one on
      *> the official-check register goes on the extract under
      *> 'OC' and its serial, with the payee as owner and the issue
      *> date as last activity, and is marked escheated on the
      *> register; no transaction is written, since the purchaser
      *> was debited at issue and OFCHECK takes the check off the
      *> official-check GL balance. A check whose debit never
      *> posted is held and counted instead.
      *>
      *> DORMANT reports dormancy; this program is the step after it
      *> that the statute actually requires. Run it standalone, like
      *> YEARENDI, when the annual escheatment window comes around.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT     (SEQUENTIAL, binary)
      *> I/O:    data/OFFICIAL-CHECKS.DAT   (LINE SEQUENTIAL, OFCKREG,
      *>                                     rewritten)
      *> Output: data/ESCHEAT-EXTRACT.TXT   (LINE SEQUENTIAL, print)
      *>         data/ESCHEAT-TRANS.DAT     (LINE SEQUENTIAL,
      *>                                     TRANSACTION-RECORD rows,
      *>                                     merged by TXNSORT)
      *>
      *> Return codes:  0 = nothing escheatable,
      *>                4 = accounts or official checks escheated
      *>                    (normal when due),
      *>                8 = input file error
      *>================================================================*

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OFCK-REGISTER-FILE
               ASSIGN TO 'data/OFFICIAL-CHECKS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCK-STATUS.

      *> Current processing date — the chain's business date; see
      *> PROCDATE.cpy. Missing file falls back to CURRENT-DATE.
           SELECT PROC-DATE-FILE
       01  EXTRACT-LINE                  PIC X(90).

       FD  ESCHEAT-TRANS-FILE.
       01  ESCHEAT-TRANS-RECORD          PIC X(90).

       FD  NOTICE-LOG-FILE.
       COPY ESCHNLOG.

       FD  OFCK-REGISTER-FILE.
       COPY OFCKREG.

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       01  WS-NOTICE-JULIAN              PIC 9(7) COMP.
       01  WS-CTR-HELD-NO-NOTICE         PIC 9(7)   VALUE 0.

      *>----------------------------------------------------------------*
      *> Official-check register — file image per row, marked in
      *> place and rewritten once the scan is done.
      *>----------------------------------------------------------------*
       01  WS-OFCK-STATUS                PIC XX.
       01  WS-OFC-COUNT                  PIC 9(5)   VALUE 0.
       01  WS-OFC-TABLE-AREA.
           05  WS-OFC-ROW OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OFC-COUNT
                   INDEXED BY WS-OFC-IDX
                                         PIC X(120).
       01  WS-CTR-OFCK-ESCHEATED         PIC 9(7)   VALUE 0.
       01  WS-CTR-OFCK-HELD              PIC 9(7)   VALUE 0.
       01  WS-TOTAL-OFCK-ESCHEATED       PIC 9(9)V99 VALUE 0.

       01  WS-CTR-CUST-READ              PIC 9(7)   VALUE 0.
       01  WS-CTR-ESCHEATED              PIC 9(7)   VALUE 0.
       01  WS-TOTAL-ESCHEATED            PIC 9(9)V99 VALUE 0.
           05  TOT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(12)  VALUE ' FROM '.
           05  TOT-COUNT             PIC ZZ,ZZ9.
           05  TOT-UNIT              PIC X(9)   VALUE ' ACCOUNTS'.
           05  FILLER                PIC X(23)  VALUE SPACES.

       01  BLANK-LINE                    PIC X(90) VALUE SPACES.
               PERFORM 2000-READ-CUSTOMER
               PERFORM 3000-PROCESS-CUSTOMER
                   UNTIL END-OF-FILE
               PERFORM 5000-ESCHEAT-OFFICIAL-CHECKS
               PERFORM 7000-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           ADD 1 TO WS-CTR-ESCHEATED
           .

      *>================================================================*
      *> ESCHEAT OFFICIAL CHECKS — every funded check still out
      *> (outstanding or stopped) and issued longer ago than the
      *> dormancy period. No register means no official checks.
      *>================================================================*
       5000-ESCHEAT-OFFICIAL-CHECKS.
           OPEN INPUT OFCK-REGISTER-FILE
           IF WS-OFCK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OFCK-STATUS NOT = '00'
               READ OFCK-REGISTER-FILE
                   AT END
                       MOVE '10' TO WS-OFCK-STATUS
                   NOT AT END
                       IF WS-OFC-COUNT = 5000
                           DISPLAY 'ESCHEAT: ERROR - more than 5000 '
                               'official checks; table full, run '
                               'abandoned before any rewrite'
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
           PERFORM 5100-CHECK-OFFICIAL-CHECK
               VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFC-COUNT
           IF WS-CTR-OFCK-ESCHEATED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OFCK-REGISTER-FILE
           IF WS-OFCK-STATUS NOT = '00'
               DISPLAY 'ESCHEAT: ERROR rewriting OFFICIAL-CHECKS.DAT, '
                       'STATUS=' WS-OFCK-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFC-COUNT
               WRITE OFFICIAL-CHECK-RECORD FROM WS-OFC-ROW(WS-OFC-IDX)
           END-PERFORM
           CLOSE OFCK-REGISTER-FILE
           .

       5100-CHECK-OFFICIAL-CHECK.
           MOVE WS-OFC-ROW(WS-OFC-IDX) TO OFFICIAL-CHECK-RECORD
           IF NOT OCR-OPEN-ITEM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAST-ACT-JULIAN =
               FUNCTION INTEGER-OF-DATE(OCR-ISSUE-DATE)
           COMPUTE WS-DAYS-DORMANT =
               WS-RUN-JULIAN - WS-LAST-ACT-JULIAN
           IF WS-DAYS-DORMANT NOT > WS-ESCHEAT-DAYS
               EXIT PARAGRAPH
           END-IF
           IF NOT OCR-FUNDED
               ADD 1 TO WS-CTR-OFCK-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO DTL-ACCT-ID
           STRING 'OC' OCR-SERIAL DELIMITED BY SIZE INTO DTL-ACCT-ID
           MOVE OCR-PAYEE          TO DTL-NAME
           MOVE OCR-BRANCH         TO DTL-BRANCH
           MOVE OCR-ISSUE-DATE     TO DTL-LAST-ACT
           MOVE OCR-AMOUNT         TO DTL-BALANCE
           WRITE EXTRACT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           SET  OCR-ESCHEATED      TO TRUE
           MOVE WS-RUN-DATE-INT    TO OCR-STATUS-DATE
           MOVE OFFICIAL-CHECK-RECORD TO WS-OFC-ROW(WS-OFC-IDX)
           ADD 1 TO WS-CTR-OFCK-ESCHEATED
           ADD OCR-AMOUNT TO WS-TOTAL-OFCK-ESCHEATED
           .

       7000-FINAL-TOTALS.
           WRITE EXTRACT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-TOTAL-ESCHEATED TO TOT-AMOUNT
           MOVE WS-CTR-ESCHEATED   TO TOT-COUNT
           WRITE EXTRACT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-TOTAL-OFCK-ESCHEATED TO TOT-AMOUNT
           MOVE WS-CTR-OFCK-ESCHEATED   TO TOT-COUNT
           MOVE ' CHECKS'               TO TOT-UNIT
           WRITE EXTRACT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .
           DISPLAY '  Accounts escheated: ' WS-CTR-ESCHEATED
           DISPLAY '  Balance escheated : ' WS-TOTAL-ESCHEATED
           DISPLAY '  Held, no notice   : ' WS-CTR-HELD-NO-NOTICE
           DISPLAY '  Official checks   : ' WS-CTR-OFCK-ESCHEATED
           DISPLAY '  Check amount      : ' WS-TOTAL-OFCK-ESCHEATED
           DISPLAY '  Checks held, unfunded: ' WS-CTR-OFCK-HELD
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-ESCHEATED > 0 OR WS-CTR-OFCK-ESCHEATED > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '  Return code       : ' WS-RETURN-CODE
