      *> types, for exercising the pipeline at load-test volumes.
      *> Omitted or non-numeric defaults to 0 (the 50 scripted records
      *> only).
      *>
      *> TRANSACTIONS.DAT stands in for the branch platform's main
      *> feed, so it is wrapped the way that sender wraps it: a
      *> FEEDCTL.cpy header (sender BRCHMAIN, dated for the
      *> processing date on data/PROCESSING-DATE.DAT, else today) and
      *> a trailer carrying the row count and amount hash TXNSORT
      *> proves it against.
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENDATA.
               ASSIGN TO 'data/TRANSACTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACTION-FILE.
       COPY TRANSREC.
       COPY FEEDCTL.

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS        PIC XX.
       01  WS-TRANS-STATUS        PIC XX.
       01  WS-PDATE-STATUS        PIC XX.
       01  WS-CUST-COUNT          PIC 99     VALUE 0.
       01  WS-TRANS-COUNT         PIC 9(6)   VALUE 0.
       01  WS-XFER-PAIR-SEQ       PIC 9(6)   VALUE 0.
      *>----------------------------------------------------------------*
       01  WS-RUN-DATE            PIC 9(8)   VALUE ZEROES.

      *>----------------------------------------------------------------*
      *> Sender header/trailer for TRANSACTIONS.DAT
      *>----------------------------------------------------------------*
       01  WS-FEED-SENDER         PIC X(8)   VALUE 'BRCHMAIN'.
       01  WS-FEED-DATE           PIC 9(8)   VALUE ZEROES.
       01  WS-FEED-ROWS           PIC 9(7)   VALUE 0.
       01  WS-FEED-HASH           PIC 9(11)V99 VALUE 0.

      *>----------------------------------------------------------------*
      *> Load-test volume, taken from the command line (see
      *> GENERATE-LOAD-TRANSACTIONS).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-FEED-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-FEED-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF

           OPEN OUTPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               STOP RUN
           END-IF

           PERFORM WRITE-FEED-HEADER
           PERFORM WRITE-TRANSACTIONS

           ACCEPT WS-LOAD-PARM FROM COMMAND-LINE
               DISPLAY 'LOAD-TEST TRANSACTIONS ADDED: ' WS-LOAD-VOLUME
           END-IF

           PERFORM WRITE-FEED-TRAILER
           CLOSE TRANSACTION-FILE
           DISPLAY 'TRANSACTIONS WRITTEN: ' WS-TRANS-COUNT

           MOVE WS-TRANS-COUNT TO TRANS-SEQ.

       FLUSH-TRANS.
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-FEED-ROWS
           ADD TRANS-AMOUNT TO WS-FEED-HASH.

      *>================================================================*
      *> WRITE-FEED-HEADER / WRITE-FEED-TRAILER — the sender's control
      *> rows around the detail, per FEEDCTL.cpy.
      *>================================================================*
       WRITE-FEED-HEADER.
           INITIALIZE FEED-CONTROL-RECORD
           SET FCR-HEADER TO TRUE
           MOVE WS-FEED-SENDER TO FCR-SENDER-ID
           MOVE WS-FEED-DATE   TO FCR-FILE-DATE
           WRITE FEED-CONTROL-RECORD.

       WRITE-FEED-TRAILER.
           INITIALIZE FEED-CONTROL-RECORD
           SET FCR-TRAILER TO TRUE
           MOVE WS-FEED-SENDER TO FCR-SENDER-ID
           MOVE WS-FEED-DATE   TO FCR-FILE-DATE
           MOVE WS-FEED-ROWS   TO FCR-RECORD-COUNT
           MOVE WS-FEED-HASH   TO FCR-AMOUNT-HASH
           WRITE FEED-CONTROL-RECORD.
