      *>================================================================*
      *> MAILCHK.cob — Callable Returned-Mail Check
      *>
      *> The one place that knows which addresses the post office
      *> has returned mail from, CALLed by every program that mails
      *> a customer (STMTGEN, ESCHNOTE, BNOTICE, and every writer of
      *> the customer-notice feed) through the CHKMAIL.cpy contract
      *> — the same CALL/LINKAGE pattern ACCTEDIT serves for the
      *> account-number edit.
      *>
      *> The first call loads the accounts whose CUST-DEMOGRAPHICS
      *> row carries DEMO-UNDELIVERABLE; later calls answer from
      *> that table. A hold writes the piece to the held-mail file
      *> (HELDMAIL.cpy) so the branch can see what the customer did
      *> not get. A release drops an account from the table when a
      *> demographics update in the caller's own run has corrected
      *> its address.
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAILCHK.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMO-FILE
               ASSIGN TO 'data/CUST-DEMOGRAPHICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT HELD-MAIL-FILE
               ASSIGN TO 'data/HELD-MAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

      *> A partitioned TXNAPPLY's own -Pn held-mail file, named by
      *> the caller in MC-HELD-FILE
           SELECT PART-HELD-FILE
               ASSIGN TO WS-HELD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEMO-FILE.
       COPY CUSTDEMO.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-LINE             PIC X(90).

       FD  PART-HELD-FILE.
       01  PART-HELD-RECORD           PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-DEMO-STATUS             PIC XX.
       01  WS-HELD-STATUS             PIC XX.
       01  WS-HELD-FILENAME           PIC X(40).
       COPY HELDMAIL.
       01  WS-RTS-LOADED-SW           PIC X(1) VALUE 'N'.
           88  WS-RTS-LOADED              VALUE 'Y'.

       01  WS-RT-COUNT                PIC 9(4) VALUE 0.
       01  WS-RT-TABLE-AREA.
           05  WS-RT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RT-COUNT
                   INDEXED BY WS-RT-IDX.
               10  WS-RT-ACCT-ID      PIC X(8).
               10  WS-RT-DATE         PIC 9(8).

       LINKAGE SECTION.
       COPY CHKMAIL.

       PROCEDURE DIVISION USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE.
       0000-CHECK-MAIL.
           IF NOT WS-RTS-LOADED
               PERFORM 1000-LOAD-RETURNED
           END-IF
           SET MC-DELIVERABLE TO TRUE
           MOVE 0 TO MC-RTS-DATE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               OR WS-RT-ACCT-ID(WS-RT-IDX) = MC-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-RT-IDX > WS-RT-COUNT
               GOBACK
           END-IF
      *> A released account stays in the table under a blank ID, so
      *> the search never finds it again this run
           IF MC-FUNC-RELEASE
               MOVE SPACES TO WS-RT-ACCT-ID(WS-RT-IDX)
               GOBACK
           END-IF
           SET MC-UNDELIVERABLE TO TRUE
           MOVE WS-RT-DATE(WS-RT-IDX) TO MC-RTS-DATE
           IF MC-FUNC-HOLD
               PERFORM 2000-WRITE-HELD
           END-IF
           GOBACK
           .

      *> No demographics file means no address is known bad
       1000-LOAD-RETURNED.
           SET WS-RTS-LOADED TO TRUE
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEMO-STATUS NOT = '00'
               READ DEMO-FILE
                   AT END
                       MOVE '10' TO WS-DEMO-STATUS
                   NOT AT END
                       IF DEMO-UNDELIVERABLE
                           PERFORM 1100-ADD-RETURNED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEMO-FILE
           .

      *> Past the table's end the flag cannot be honored, and mail
      *> would quietly go to bad addresses — stop the caller's run
       1100-ADD-RETURNED.
           IF WS-RT-COUNT = 2000
               DISPLAY 'MAILCHK: ERROR - more than 2000 returned-'
                   'mail addresses; table full, run abandoned'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RT-COUNT
           MOVE DEMO-CUST-ID TO WS-RT-ACCT-ID(WS-RT-COUNT)
           IF DEMO-RTS-DATE NUMERIC
               MOVE DEMO-RTS-DATE TO WS-RT-DATE(WS-RT-COUNT)
           ELSE
               MOVE 0 TO WS-RT-DATE(WS-RT-COUNT)
           END-IF
           .

       2000-WRITE-HELD.
           IF MC-HELD-FILE = SPACES
               MOVE 'data/HELD-MAIL.DAT' TO WS-HELD-FILENAME
               OPEN EXTEND HELD-MAIL-FILE
               IF WS-HELD-STATUS NOT = '00'
                   OPEN OUTPUT HELD-MAIL-FILE
               END-IF
           ELSE
               MOVE MC-HELD-FILE TO WS-HELD-FILENAME
               OPEN EXTEND PART-HELD-FILE
               IF WS-HELD-STATUS NOT = '00'
                   OPEN OUTPUT PART-HELD-FILE
               END-IF
           END-IF
           IF WS-HELD-STATUS NOT = '00'
               DISPLAY 'MAILCHK: ERROR opening ' WS-HELD-FILENAME
                   ' STATUS=' WS-HELD-STATUS
                   ' - held item for ' MC-ACCT-ID ' not recorded'
               EXIT PARAGRAPH
           END-IF
           MOVE MC-ACCT-ID   TO HM-ACCT-ID
           MOVE MC-SOURCE    TO HM-SOURCE
           MOVE MC-ITEM-TYPE TO HM-ITEM-TYPE
           MOVE MC-ITEM-DATE TO HM-ITEM-DATE
           MOVE MC-RTS-DATE  TO HM-RTS-DATE
           MOVE MC-AMOUNT    TO HM-AMOUNT
           MOVE MC-TEXT      TO HM-TEXT
           IF MC-HELD-FILE = SPACES
               WRITE HELD-MAIL-LINE FROM HELD-MAIL-RECORD
               CLOSE HELD-MAIL-FILE
           ELSE
               WRITE PART-HELD-RECORD FROM HELD-MAIL-RECORD
               CLOSE PART-HELD-FILE
           END-IF
           .
