      *> letter went out — flips its log row to responded, pulling
      *> the account off the escheatment track.
      *>
      *> Returned mail is itself a sign the owner is lost: an
      *> account whose address is flagged (MAILCHK) and that has
      *> shown no activity since the piece came back enters due
      *> diligence now rather than waiting out the trigger. Its
      *> letter cannot go to the known-bad address, so it prints
      *> held at the branch, with the return date, for the branch
      *> to reach the owner another way, and goes on the held-mail
      *> file; the log row is written the same as a mailed one.
      *>
      *> Run standalone ahead of ESCHEAT's annual window, as often
      *> as the mail room wants batches.
      *>
      *>         data/ESCHEAT-NOTICE-LOG.DAT  (LINE SEQ, ESCHNLOG)
      *> Output: data/ESCHEAT-LETTERS.TXT     (LINE SEQUENTIAL)
      *>         data/ESCHEAT-NOTICE-LOG.DAT  (rewritten)
      *>         data/HELD-MAIL.DAT           (appended by MAILCHK)
      *>
      *> Return codes:  0 = success,  8 = input file error
      *>================================================================*
       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-LETTERS                 PIC 9(7)  VALUE 0.
       01  WS-CTR-RESPONSES               PIC 9(7)  VALUE 0.
       01  WS-CTR-LETTERS-HELD            PIC 9(7)  VALUE 0.
       01  WS-CTR-RTS-TRIGGERED           PIC 9(7)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  LTR-ADDR-LINE.
           05  FILLER                     PIC X(51) VALUE SPACES.
       01  BLANK-LINE                     PIC X(90) VALUE SPACES.

      *> Returned-mail check contract with MAILCHK
       COPY CHKMAIL.

       PROCEDURE DIVISION.

       0000-MAIN.
                       FUNCTION INTEGER-OF-DATE(CUST-LAST-ACTIVITY)
                   COMPUTE WS-DAYS-DORMANT =
                       WS-RUN-JULIAN - WS-LAST-ACT-JULIAN
                   MOVE SPACES       TO MAIL-CHECK-REQUEST
                   SET MC-FUNC-CHECK TO TRUE
                   MOVE CUST-ID      TO MC-ACCT-ID
                   CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                        MAIL-CHECK-RESPONSE
                   IF WS-DAYS-DORMANT >= WS-NOTICE-TRIGGER-DAYS
                       PERFORM 3500-MAIL-LETTER
                   ELSE
                   IF MC-UNDELIVERABLE
                       AND CUST-LAST-ACTIVITY NOT > MC-RTS-DATE
                       ADD 1 TO WS-CTR-RTS-TRIGGERED
                       PERFORM 3500-MAIL-LETTER
                   END-IF
                   END-IF
               END-IF
           END-IF

      *>================================================================*
      *> MAIL LETTER — address block off the demographics master
      *> (an account with no row, or a returned-mail address,
      *> letters to the branch for hand delivery), plus the log row
      *> ESCHEAT will demand.
      *>================================================================*
       3500-MAIL-LETTER.
           IF MC-UNDELIVERABLE
               MOVE SPACES       TO MAIL-CHECK-REQUEST
               SET MC-FUNC-HOLD  TO TRUE
               MOVE CUST-ID      TO MC-ACCT-ID
               MOVE 'ESCHNOTE'   TO MC-SOURCE
               MOVE 'ESCH'       TO MC-ITEM-TYPE
               MOVE WS-RUN-DATE  TO MC-ITEM-DATE
               MOVE 0            TO MC-AMOUNT
               MOVE 'UNCLAIMED PROPERTY DUE-DILIGENCE LETTER'
                   TO MC-TEXT
               CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                    MAIL-CHECK-RESPONSE
               ADD 1 TO WS-CTR-LETTERS-HELD
           END-IF
           WRITE LETTER-LINE FROM BLANK-LINE
               AFTER ADVANCING PAGE
           PERFORM 3600-WRITE-ADDRESS-BLOCK
           MOVE CUST-NAME TO LTR-ADDR-TEXT
           WRITE LETTER-LINE FROM LTR-ADDR-LINE
               AFTER ADVANCING 1 LINE
           IF MC-UNDELIVERABLE
               MOVE SPACES TO LTR-ADDR-TEXT
               STRING 'HOLD AT BRANCH ' CUST-BRANCH
                   ' - MAIL RETURNED ' MC-RTS-DATE
                   DELIMITED BY SIZE INTO LTR-ADDR-TEXT
               WRITE LETTER-LINE FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEMO-IDX > WS-DEMO-COUNT
               MOVE SPACES TO LTR-ADDR-TEXT
               STRING 'HOLD AT BRANCH ' CUST-BRANCH
           DISPLAY '  Customers read     : ' WS-CTR-CUST-READ
           DISPLAY '  Letters generated  : ' WS-CTR-LETTERS
           DISPLAY '  Responses recorded : ' WS-CTR-RESPONSES
           DISPLAY '  Letters held (RTS) : ' WS-CTR-LETTERS-HELD
           DISPLAY '  Early on returns   : ' WS-CTR-RTS-TRIGGERED
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
