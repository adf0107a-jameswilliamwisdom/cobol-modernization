      *>
      *> Reads the large transactions TXNVALID routed to PENDING-TRANS
      *> .DAT (2200-VALIDATE-TRANSACTION's WS-PENDING-REVIEW-THRESHOLD
      *> check, and debits against a deceased owner's account awaiting
      *> the estate executor's approval — both legs of a transfer out
      *> of one) plus a small file of
      *> supervisor decisions, and
      *> dispositions each pending item: approved items are appended to
      *> VALID-TRANS.DAT so TXNAPPLY picks them up on the next run,
      *> denied items are appended to REJECT-TRANS.DAT with reason
      *> REJ-PEND-DENIED, and anything with no decision yet is carried
      *> forward to tomorrow's pending queue rather than being lost.
      *> The deciding supervisor's ID is stamped on each approved item
      *> as its approver and printed on the log.
      *>
      *> Input:  data/PENDING-TRANS.DAT      (LINE SEQUENTIAL, TRANSREC)
      *>         data/PENDING-DECISIONS.DAT  (LINE SEQUENTIAL, PNDGDEC)
       COPY PNDGDEC.

       FD  VALID-TRANS-FILE.
       01  VALID-TRANS-RECORD           PIC X(91).

       FD  CONTROL-FILE.
       COPY CTLTOTAL.
       COPY REJECTREC.

       FD  CARRY-FILE.
       01  CARRY-RECORD                 PIC X(91).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(90).
               10  WS-DEC-ACCT-ID        PIC X(8).
               10  WS-DEC-SEQ            PIC 9(6).
               10  WS-DEC-CODE           PIC X(1).
               10  WS-DEC-SUPERVISOR     PIC X(8).

      *>----------------------------------------------------------------*
      *> Account-number edit contract — decision intake runs every
           05  LOG-SEQ                   PIC 9(6).
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  LOG-AMOUNT                PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)   VALUE SPACES.
           05  LOG-SUPERVISOR            PIC X(8).
           05  FILLER                    PIC X(32)  VALUE SPACES.

       PROCEDURE DIVISION.

               MOVE PDEC-ACCT-ID TO WS-DEC-ACCT-ID(WS-DEC-IDX)
               MOVE PDEC-SEQ     TO WS-DEC-SEQ(WS-DEC-IDX)
               MOVE PDEC-DECISION TO WS-DEC-CODE(WS-DEC-IDX)
               MOVE PDEC-SUPERVISOR TO WS-DEC-SUPERVISOR(WS-DEC-IDX)
           END-IF
           PERFORM 1600-READ-DECISION
           .
           WRITE CARRY-RECORD FROM TRANSACTION-RECORD
           ADD 1 TO WS-CTR-CARRIED-FORWARD
           MOVE 'CARRIED FORWARD' TO LOG-ACTION
           MOVE SPACES TO LOG-SUPERVISOR
           PERFORM 3900-WRITE-LOG
           .

      *> The releasing supervisor rides on the item as its approver,
      *> so the audit trail shows who let the hold go.
       3700-APPROVE.
           MOVE WS-DEC-SUPERVISOR(WS-DEC-IDX) TO TRANS-APPROVER-ID
           WRITE VALID-TRANS-RECORD FROM TRANSACTION-RECORD
           ADD 1 TO WS-CTR-APPROVED
           MOVE 'APPROVED' TO LOG-ACTION
           MOVE WS-DEC-SUPERVISOR(WS-DEC-IDX) TO LOG-SUPERVISOR
           PERFORM 3900-WRITE-LOG
           .

           MOVE TRANS-SEQ        TO REJ-SEQ
           SET  REJ-PEND-DENIED  TO TRUE
           MOVE 'PNDGREV'        TO REJ-STEP
           MOVE TRANS-OPERATOR-ID TO REJ-OPERATOR-ID
           WRITE REJECT-RECORD
           ADD 1 TO WS-CTR-DENIED
           MOVE 'DENIED' TO LOG-ACTION
           MOVE WS-DEC-SUPERVISOR(WS-DEC-IDX) TO LOG-SUPERVISOR
           PERFORM 3900-WRITE-LOG
           .

