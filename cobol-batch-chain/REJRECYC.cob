      *>       back inside the window around the processing date
      *>   FR  frozen account — recycled once the master shows the
      *>       account thawed (an MREQ-UNFREEZE has applied)
      *>   CI  identity-verification hold — recycled once the master
      *>       shows the account released to active by CIPVERIF
      *>   VL  velocity limit — recycled on any later processing day
      *>
      *> Selected rejects are regenerated as TRANSACTION-RECORD rows
           05  RCL-RETRY-COUNT        PIC 9(1).

       FD  RECYCLE-TRANS-FILE.
       01  RECYCLE-TRANS-RECORD          PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                   PIC X(90).
       01  WS-REJ-TABLE-AREA.
           05  WS-REJ-ROW OCCURS 2000 TIMES
                   INDEXED BY WS-REJ-IDX.
               10  WS-REJ-ENTRY          PIC X(70).
               10  WS-REJ-RECYCLED-SW    PIC X(1).
                   88  WS-REJ-RECYCLED       VALUE 'Y'.

                   IF WS-DATE-DIFF <= WS-CUTOFF-WINDOW-DAYS
                       PERFORM 3500-RECYCLE-OR-GIVE-UP
                   END-IF
               WHEN REJ-FROZEN OR REJ-CIP-HOLD
                   PERFORM 3300-LOOK-UP-STATUS
                   IF WS-AST-FOUND-STATUS = 'A'
                       PERFORM 3500-RECYCLE-OR-GIVE-UP
               MOVE WS-NEXT-SEQ    TO TRANS-SEQ
               ADD 1 TO WS-NEXT-SEQ
               MOVE 'RECYCLED'     TO TRANS-DESC
               MOVE REJ-OPERATOR-ID TO TRANS-OPERATOR-ID
               WRITE RECYCLE-TRANS-RECORD FROM TRANSACTION-RECORD
               ADD 1 TO WS-CTR-RECYCLED
           END-IF
