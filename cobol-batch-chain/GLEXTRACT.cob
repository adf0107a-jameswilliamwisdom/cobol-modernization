      *> works uniformly across deposits, withdrawals, interest, fees,
      *> and both legs of a transfer, so the extract does not need to
      *> special-case AUD-TRANS-TYPE. Rejected entries carry no balance
      *> movement and are excluded. The one exception is an 'R'
      *> charge-off recovery: it leaves the written-off account at
      *> zero, so its AUD-AMOUNT is taken as the credit instead.
      *>
      *> Input:  data/AUDIT-TRAIL.DAT (SEQUENTIAL, binary)
      *> Output: data/GL-EXTRACT.TXT  (LINE SEQUENTIAL, print)

      *>----------------------------------------------------------------*
      *> Per-branch table, each with a small fixed set of transaction-
      *> type rows (D/W/I/T/F/M for customer activity, plus the
      *> posting-generated B backup withholding, N loan interest, X
      *> charge-off write-off and R charge-off recovery).
      *>----------------------------------------------------------------*
       01  WS-BRANCH-COUNT                PIC 9(2)  VALUE 0.
       01  WS-BRANCH-TABLE.
               10  WS-BR-ID               PIC X(3).
               10  WS-BR-SUBTOTAL-DR      PIC S9(9)V99 COMP-3.
               10  WS-BR-SUBTOTAL-CR      PIC S9(9)V99 COMP-3.
               10  WS-TYPE-COUNT          PIC 9(2).
               10  WS-TYPE-ENTRY OCCURS 12 TIMES
                       INDEXED BY WS-TY-IDX.
                   15  WS-TY-CODE         PIC X(1).
                   15  WS-TY-DR-AMT       PIC S9(9)V99 COMP-3.
               ADD 1 TO WS-CTR-AUDIT-APPLIED
               COMPUTE WS-BALANCE-DELTA =
                   AUD-NEW-BALANCE - AUD-OLD-BALANCE
      *> A recovery credits the charged-off ledger, not the account
               IF AUD-TRANS-TYPE = 'R'
                   MOVE AUD-AMOUNT TO WS-BALANCE-DELTA
               END-IF
               PERFORM 3500-POST-ENTRY
           END-IF
           PERFORM 2000-READ-AUDIT
