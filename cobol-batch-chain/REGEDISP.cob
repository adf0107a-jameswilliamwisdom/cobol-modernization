      *> Output: data/DISPUTE-TRANS.DAT     (LINE SEQUENTIAL, TRANSREC)
      *>         data/DISPUTE-CASES.DAT     (rewritten)
      *>         data/CUSTOMER-NOTICES.DAT  (appended)
      *>         data/HELD-MAIL.DAT         (appended by MAILCHK when
      *>                                     an address is flagged)
      *>         data/DISPUTE-AGING.TXT     (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = success,  4 = cases past final deadline,
           05  RPT-DTL-FLAG               PIC X(18).
           05  FILLER                     PIC X(33) VALUE SPACES.

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
           MOVE 'REGEDISP'       TO MC-SOURCE
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

