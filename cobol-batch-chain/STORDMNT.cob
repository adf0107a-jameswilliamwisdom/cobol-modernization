      *> Output: data/STANDING-ORDERS.DAT   (rewritten)
      *>         data/STORDER-MAINT-LOG.TXT (LINE SEQUENTIAL, print)
      *>         data/CUSTOMER-NOTICES.DAT  (appended)
      *>         data/HELD-MAIL.DAT         (appended by MAILCHK when
      *>                                     an address is flagged)
      *>
      *> Return codes:  0 = all requests applied,  4 = some
      *>                rejected,  8 = input file error
           05  LOG-DTL-REASON             PIC X(30).
           05  FILLER                     PIC X(30) VALUE SPACES.

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
           MOVE 'STORDMNT'       TO MC-SOURCE
           MOVE NOT-EVENT-CODE   TO MC-ITEM-TYPE
           MOVE NOT-DATE         TO MC-ITEM-DATE
           MOVE NOT-AMOUNT       TO MC-AMOUNT
           MOVE NOT-TEXT         TO MC-TEXT
           CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE
           IF MC-UNDELIVERABLE
               EXIT PARAGRAPH
           END-IF
           WRITE CUSTOMER-NOTICE-RECORD
           .

