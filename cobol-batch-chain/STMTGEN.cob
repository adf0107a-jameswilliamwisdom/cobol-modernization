      *> master supplies the header name and branch; demographics
      *> (when on file) the mailing block; the balance-day
      *> accumulators the average-balance and APY-earned footer.
      *> A due account whose address is flagged as returned mail
      *> (MAILCHK) is not printed: the statement goes on the held-
      *> mail file and its entries and balance period carry, so
      *> the first statement after the address is corrected covers
      *> the whole time it was held.
      *>
      *> Input:  data/AUDIT-TRAIL.DAT     (SEQUENTIAL, binary)
      *>         data/NEW-CUSTOMERS.DAT   (SEQUENTIAL, binary)
      *>         data/STMT-CTD.DAT        (rewritten)
      *>         data/BALANCE-DAYS.DAT    (rewritten when a cut
      *>                                   statement resets a period)
      *>         data/HELD-MAIL.DAT       (appended by MAILCHK)
      *>
      *> Return codes:  0 = success,  8 = input file error
      *>================================================================*
           05  WS-CTD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CTD-COUNT
                   INDEXED BY WS-CTD-IDX.
               10  WS-CTD-IMAGE          PIC X(88).
               10  WS-CTD-USED-SW        PIC X(1).
                   88  WS-CTD-USED           VALUE 'Y'.
       01  WS-SCAN-IDX                     PIC 9(4).
       01  WS-CTR-AUDIT-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-STATEMENTS               PIC 9(7)  VALUE 0.
       01  WS-CTR-CARRIED                  PIC 9(7)  VALUE 0.
       01  WS-CTR-STMT-HELD                PIC 9(7)  VALUE 0.
       01  WS-RETURN-CODE                  PIC 9     VALUE 0.

      *>----------------------------------------------------------------*
       01  WS-DEMO-FOUND-SW                PIC X(1)  VALUE 'N'.
           88  WS-DEMO-FOUND                         VALUE 'Y'.

      *> Returned-mail check contract with MAILCHK
       COPY CHKMAIL.

       01  HDR-ADDR-LINE.
           05  FILLER                      PIC X(9)  VALUE 'MAIL TO: '.
           05  HDR-ADDR-TEXT               PIC X(81).
           .

       3200-PRINT-ONE-STATEMENT.
           PERFORM 3250-CHECK-RETURNED-MAIL
           IF MC-UNDELIVERABLE
               ADD 1 TO WS-CTR-STMT-HELD
               EXIT PARAGRAPH
           END-IF
           PERFORM 3300-LOOK-UP-MASTER-NAME
           MOVE 0   TO WS-STMT-INTEREST
           MOVE 'Y' TO WS-STMT-FIRST-SW
           ADD 1 TO WS-CTR-STATEMENTS
           .

      *>================================================================*
      *> CHECK RETURNED MAIL — a flagged address holds the statement;
      *> the held-mail row carries the closing balance it would have
      *> shown, taken from the account's latest store entry.
      *>================================================================*
       3250-CHECK-RETURNED-MAIL.
           MOVE 0 TO WS-STMT-CLOSE-BAL
           PERFORM VARYING WS-CTD-IDX FROM 1 BY 1
               UNTIL WS-CTD-IDX > WS-CTD-COUNT
               MOVE WS-CTD-IMAGE(WS-CTD-IDX) TO AUDIT-RECORD
               IF AUD-ACCT-ID = WS-STMT-ACCT
                   AND NOT WS-CTD-USED(WS-CTD-IDX)
                   MOVE AUD-NEW-BALANCE TO WS-STMT-CLOSE-BAL
               END-IF
           END-PERFORM
           MOVE SPACES              TO MAIL-CHECK-REQUEST
           SET MC-FUNC-HOLD         TO TRUE
           MOVE WS-STMT-ACCT        TO MC-ACCT-ID
           MOVE 'STMTGEN'           TO MC-SOURCE
           MOVE 'STMT'              TO MC-ITEM-TYPE
           MOVE WS-RUN-DATE         TO MC-ITEM-DATE
           MOVE WS-STMT-CLOSE-BAL   TO MC-AMOUNT
           MOVE 'CYCLE STATEMENT HELD - ENTRIES CARRIED'
               TO MC-TEXT
           CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE
           .

      *>================================================================*
      *> RESET BALANCE DAYS — the statement just printed closes the
      *> account's accumulator period; the row starts fresh the
           .

      *> A withdrawal that paid an inclearing check shows its serial
      *> so the line reads 'CHECK 001047' instead of a bare debit. The
      *> interest share of a loan payment reads 'INTEREST PD', and a
      *> write-off or a recovery on a charged-off account says so.
       3500-PRINT-DETAIL.
           MOVE AUD-DATE        TO DTL-DATE
           MOVE AUD-TRANS-TYPE  TO DTL-TYPE
               STRING 'CHECK ' AUD-CHECK-NO DELIMITED BY SIZE
                   INTO DTL-DESC
           END-IF
           EVALUATE AUD-TRANS-TYPE
               WHEN 'N'
                   MOVE 'INTEREST PD' TO DTL-DESC
               WHEN 'X'
                   MOVE 'CHARGED OFF' TO DTL-DESC
               WHEN 'R'
                   MOVE 'RECOVERY'    TO DTL-DESC
           END-EVALUATE
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           IF AUD-TRANS-TYPE = 'I'
           DISPLAY '--- STMTGEN Summary ---'
           DISPLAY '  Audit records read : ' WS-CTR-AUDIT-READ
           DISPLAY '  Statements printed : ' WS-CTR-STATEMENTS
           DISPLAY '  Statements held    : ' WS-CTR-STMT-HELD
           DISPLAY '  Entries carried    : ' WS-CTR-CARRIED
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
