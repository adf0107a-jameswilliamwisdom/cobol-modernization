      *>         data/INTEREST-RATES-PRIOR.DAT (SEQUENTIAL, RATETBL)
      *>         data/NEW-CUSTOMERS.DAT        (SEQUENTIAL, binary)
      *> Output: data/CUSTOMER-NOTICES.DAT     (appended, NOTICE)
      *>         data/HELD-MAIL.DAT            (appended by MAILCHK when
      *>                                        an address is flagged)
      *>         data/RATE-CHANGE-REPORT.TXT   (LINE SEQUENTIAL)
      *>         data/INTEREST-RATES-PRIOR.DAT (rewritten)
      *>

       01  WS-CTR-ACCTS-READ             PIC 9(5) VALUE 0.
       01  WS-CTR-NOTICES                PIC 9(5) VALUE 0.
       01  WS-CTR-NOTICES-HELD           PIC 9(5) VALUE 0.

       01  WS-OLD-RATE-DISP              PIC .9(4).
       01  WS-NEW-RATE-DISP              PIC .9(4).
           05  RPT-DTL-ACCTS             PIC ZZZZ9.
           05  FILLER                    PIC X(57) VALUE SPACES.

      *> Returned-mail check contract with MAILCHK
       COPY CHKMAIL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               ' EFFECTIVE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-BUILD
           MOVE WS-NOTICE-BUILD TO NOT-TEXT
           MOVE SPACES           TO MAIL-CHECK-REQUEST
           SET MC-FUNC-HOLD      TO TRUE
           MOVE NOT-ACCT-ID      TO MC-ACCT-ID
           MOVE 'RATENOTC'       TO MC-SOURCE
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
           .

       9000-TERMINATE.
           IF (WS-CTR-NOTICES > 0 OR WS-CTR-NOTICES-HELD > 0)
               AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY 'RATENOTC: Accounts read:    ' WS-CTR-ACCTS-READ
           DISPLAY 'RATENOTC: Notices emitted:  ' WS-CTR-NOTICES
           DISPLAY 'RATENOTC: Notices held:     ' WS-CTR-NOTICES-HELD
           DISPLAY 'RATENOTC: Rate movements:   ' WS-CH-COUNT
           DISPLAY 'RATENOTC: Complete, RC=' WS-RETURN-CODE
           .
