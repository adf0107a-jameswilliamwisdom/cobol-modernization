      *> totals tie to the run's paid total, fixed 94-byte records
      *> the bank's transmission window expects (LINE SEQUENTIAL
      *> would shed the blank reserved fields).
      *> Each banking change PRVMMNT approved since the last file
      *> goes out as a zero-dollar prenote entry (transaction code
      *> 23) and the prenote queue is emptied. A provider whose
      *> banking is still inside its prenote window, or whose
      *> prenote was returned, is not sent money: the payment goes
      *> on the exception list to be reissued by check.
      *>
      *> Input:  data/ADJUDICATED.DAT      (SEQUENTIAL, CLAIMREC)
      *>         data/PROVIDER-MASTER.DAT  (SEQUENTIAL, PROVMAST)
      *>         data/EFT-PRENOTES.DAT     (LINE SEQUENTIAL, PRENOTE,
      *>                                    optional; emptied)
      *> Output: data/CLAIM-EFT-ACH.DAT    (SEQUENTIAL, 94-byte NACHA)
      *>         data/CLAIM-EFT-EXCEPTIONS.TXT (LINE SEQUENTIAL)
      *>================================================================*
               ASSIGN TO 'data/CLAIM-EFT-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT PRENOTE-FILE
               ASSIGN TO 'data/EFT-PRENOTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE             PIC X(100).

       FD  PRENOTE-FILE.
       COPY PRENOTE.

       WORKING-STORAGE SECTION.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-EOF-ADJ                 PIC X(1) VALUE 'N'.
           88  WS-ADJ-AT-EOF          VALUE 'Y'.
       01  WS-EOF-PRVM                PIC X(1) VALUE 'N'.
       01  WS-PNR-STATUS              PIC XX.
       01  WS-EOF-PNR                 PIC X(1) VALUE 'N'.

      *> Our ODFI identification for the settlement relationship
       01  WS-ODFI-ROUTING            PIC X(9)  VALUE '071000013'.
               10  WS-PV-NAME         PIC X(22).
               10  WS-PV-ROUTING      PIC X(9).
               10  WS-PV-ACCOUNT      PIC X(17).
               10  WS-PV-BANK-STATUS  PIC X(1).
               10  WS-PV-PRENOTE-CLEAR PIC 9(8).
       01  WS-PV-IDX                  PIC 9(3).
       01  WS-PV-FOUND-IDX            PIC 9(3).

               10  WS-TR-PROVIDER     PIC X(10).
               10  WS-TR-AMOUNT       PIC S9(9)V99.
       01  WS-TR-IDX                  PIC 9(3).
      *> Prenotes take trace numbers after the highest payment
      *> trace in the file
       01  WS-MAX-TRACE               PIC 9(8) VALUE 0.
       01  WS-PRENOTE-COUNT           PIC 9(4) VALUE 0.

      *> Claim-to-trace map so a V record later in the file nets its
      *> reversal out of the right consolidated entry
           PERFORM WRITE-HEADERS
           PERFORM SCAN-PAYMENTS
           PERFORM EMIT-CONSOLIDATED-ENTRIES
           PERFORM EMIT-PRENOTES
           PERFORM WRITE-TRAILERS
           PERFORM CLOSE-FILES
           PERFORM EMPTY-PRENOTE-QUEUE
           DISPLAY 'CLMACH COMPLETE'
           DISPLAY '  EFT ENTRIES:  ' WS-ENTRY-COUNT
           DISPLAY '  PRENOTES:     ' WS-PRENOTE-COUNT
           DISPLAY '  TOTAL CREDITS: $' WS-TOTAL-CREDITS
           DISPLAY '  EXCEPTIONS:   ' WS-CTR-EXCEPTIONS
           STOP RUN.
                               TO WS-PV-ROUTING(WS-PRV-COUNT)
                           MOVE PRV-BANK-ACCOUNT
                               TO WS-PV-ACCOUNT(WS-PRV-COUNT)
                           MOVE PRV-BANK-STATUS
                               TO WS-PV-BANK-STATUS(WS-PRV-COUNT)
                           MOVE PRV-PRENOTE-CLEAR-DATE
                               TO WS-PV-PRENOTE-CLEAR(WS-PRV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
       EMIT-CONSOLIDATED-ENTRIES.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-TRACE(WS-TR-IDX) > WS-MAX-TRACE
                   MOVE WS-TR-TRACE(WS-TR-IDX) TO WS-MAX-TRACE
               END-IF
               IF WS-TR-AMOUNT(WS-TR-IDX) > 0
                   PERFORM BUILD-ONE-ENTRY
               END-IF
               ADD 1 TO WS-CTR-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
      *> Banking changed after CLMPROC chose EFT, and the prenote
      *> has not proved it yet — no money goes to that account
           IF WS-PV-BANK-STATUS(WS-PV-FOUND-IDX) = 'R'
               OR (WS-PV-BANK-STATUS(WS-PV-FOUND-IDX) = 'P'
                   AND WS-RUN-DATE <
                       WS-PV-PRENOTE-CLEAR(WS-PV-FOUND-IDX))
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'BANKING NOT PROVED BY PRENOTE - PROVIDER '
                   WS-TR-PROVIDER(WS-TR-IDX)
                   ' TRACE ' WS-TR-TRACE(WS-TR-IDX)
                   ' - REISSUE BY CHECK'
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               ADD 1 TO WS-CTR-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ACH-ENTRY-DETAIL
           MOVE '6'  TO ACH-ENTRY-DETAIL(1:1)
           MOVE '22' TO ED-TRANS-CODE
                   10000000000)
           ADD WS-TR-AMOUNT(WS-TR-IDX) TO WS-TOTAL-CREDITS.

      *>================================================================*
      *> EMIT-PRENOTES: A zero-dollar entry to each newly approved
      *> account. It counts in the entry count and hash like any
      *> entry and moves no money.
      *>================================================================*
       EMIT-PRENOTES.
           OPEN INPUT PRENOTE-FILE
           IF WS-PNR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PNR = 'Y'
               READ PRENOTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PNR
                   NOT AT END
                       PERFORM BUILD-ONE-PRENOTE
               END-READ
           END-PERFORM
           CLOSE PRENOTE-FILE.

       BUILD-ONE-PRENOTE.
           ADD 1 TO WS-MAX-TRACE
           INITIALIZE ACH-ENTRY-DETAIL
           MOVE '6'  TO ACH-ENTRY-DETAIL(1:1)
           MOVE '23' TO ED-TRANS-CODE
           MOVE PNR-ROUTING(1:8) TO ED-RDFI-ROUTING
           MOVE PNR-ROUTING(9:1) TO ED-RDFI-CHECK-DIGIT
           MOVE PNR-ACCOUNT      TO ED-DFI-ACCOUNT
           MOVE 0                TO ED-AMOUNT
           MOVE PNR-PROVIDER-ID  TO ED-INDIV-ID
           MOVE PNR-PROVIDER-NAME TO ED-INDIV-NAME
           MOVE '0' TO ED-ADDENDA-IND
           MOVE WS-ODFI-ROUTING-8 TO ED-TRACE-ODFI
           MOVE WS-MAX-TRACE TO ED-TRACE-SEQ
           WRITE ACH-RECORD FROM ACH-ENTRY-DETAIL
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-PRENOTE-COUNT
           COMPUTE WS-ROUTING-NUM = FUNCTION NUMVAL(PNR-ROUTING(1:8))
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD(WS-HASH-TOTAL + WS-ROUTING-NUM,
                   10000000000).

       WRITE-TRAILERS.
           COMPUTE WS-CREDIT-CENTS = WS-TOTAL-CREDITS * 100
           MOVE WS-ENTRY-COUNT  TO BC-ENTRY-COUNT
           CLOSE ADJ-FILE
           CLOSE ACH-FILE
           CLOSE EXCEPTION-FILE.

      *> The file is built, so the queued prenotes are in it
       EMPTY-PRENOTE-QUEUE.
           IF WS-PRENOTE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRENOTE-FILE
           CLOSE PRENOTE-FILE.
