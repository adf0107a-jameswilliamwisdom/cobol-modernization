      *> Output: data/TERM-TRANS.DAT      (LINE SEQUENTIAL, TRANSREC)
      *>         data/TERM-DEPOSITS.DAT   (rewritten)
      *>         data/CUSTOMER-NOTICES.DAT (appended)
      *>         data/HELD-MAIL.DAT        (appended by MAILCHK when
      *>                                    an address is flagged)
      *>
      *> Return codes:  0 = success,  8 = input file error
      *>================================================================*
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 910001.
       01  WS-CTR-CERTS-READ              PIC 9(7)  VALUE 0.
       01  WS-CTR-NOTICES                 PIC 9(7)  VALUE 0.
       01  WS-CTR-NOTICES-HELD            PIC 9(7)  VALUE 0.
       01  WS-CTR-RENEWED                 PIC 9(7)  VALUE 0.
       01  WS-CTR-PAID-OUT                PIC 9(7)  VALUE 0.
       01  WS-CTR-TO-SAVINGS              PIC 9(7)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

      *> Returned-mail check contract with MAILCHK
       COPY CHKMAIL.

       PROCEDURE DIVISION.

       0000-MAIN.
                   MOVE WS-NM-TEXT(WS-NM-IDX) TO NOT-TEXT
               END-IF
           END-PERFORM
           MOVE SPACES           TO MAIL-CHECK-REQUEST
           SET MC-FUNC-HOLD      TO TRUE
           MOVE NOT-ACCT-ID      TO MC-ACCT-ID
           MOVE 'TERMMAT'        TO MC-SOURCE
           MOVE NOT-EVENT-CODE   TO MC-ITEM-TYPE
           MOVE NOT-DATE         TO MC-ITEM-DATE
           MOVE NOT-AMOUNT       TO MC-AMOUNT
           MOVE NOT-TEXT         TO MC-TEXT
           CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE
           IF MC-UNDELIVERABLE
               ADD 1 TO WS-CTR-NOTICES-HELD
               EXIT PARAGRAPH
           END-IF
           WRITE CUSTOMER-NOTICE-RECORD
           ADD 1 TO WS-CTR-NOTICES
           .
           DISPLAY '--- TERMMAT Summary ---'
           DISPLAY '  Certificates read  : ' WS-CTR-CERTS-READ
           DISPLAY '  Maturity notices   : ' WS-CTR-NOTICES
           DISPLAY '  Notices held       : ' WS-CTR-NOTICES-HELD
           DISPLAY '  Renewed            : ' WS-CTR-RENEWED
           DISPLAY '  Paid out           : ' WS-CTR-PAID-OUT
           DISPLAY '  Rolled to savings  : ' WS-CTR-TO-SAVINGS
