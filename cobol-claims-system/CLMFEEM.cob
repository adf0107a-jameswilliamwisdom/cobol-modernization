      *> an in-place edit. Every transaction applied (or rejected, for
      *> a TERM/CHANGE with no active row to close) is written to
      *> FEE-MAINT-LOG.TXT as the audit trail.
      *> A contract-level transaction (FX-SCHEDULE-LEVEL K) names a
      *> contract off CONTRACT-MASTER.DAT and lands on the contract's
      *> base-schedule rows, repricing every provider under it at
      *> once; one naming a contract not on the master is rejected.
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMFEEM.
               ASSIGN TO 'data/FEE-MAINT-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CONTRACT-MASTER-FILE
               ASSIGN TO 'data/CONTRACT-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-LOG-FILE.
       01  FEE-LOG-LINE                PIC X(100).

       FD  CONTRACT-MASTER-FILE.
       COPY CTRMAST.

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-FEE-IN-STATUS            PIC XX.
       01  WS-FEE-OUT-STATUS           PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-CON-STATUS               PIC XX.
       01  WS-EOF-CON                  PIC X(1) VALUE 'N'.
       01  WS-EOF-TXN                  PIC X(1) VALUE 'N'.
           88  WS-AT-EOF-TXN           VALUE 'Y'.
       01  WS-EOF-FEE                  PIC X(1) VALUE 'N'.
               10  WS-TX-PREAUTH       PIC X(1).
               10  WS-TX-NETWORK       PIC X(1).
               10  WS-TX-PAY-METHOD    PIC X(1).
               10  WS-TX-PRICING       PIC X(1).
               10  WS-TX-CONV-FACTOR   PIC S9(3)V9(4) VALUE 0.
               10  WS-TX-PCT-CHARGE    PIC 9(3)V99 VALUE 0.
               10  WS-TX-PCT-CAP       PIC S9(5)V99 VALUE 0.
               10  WS-TX-ENTERED-BY    PIC X(8).
               10  WS-TX-ENTERED-DATE  PIC 9(8).
               10  WS-TX-APPLIED       PIC X(1) VALUE 'N'.
                   88  WS-TX-WAS-APPLIED VALUE 'Y'.
               10  WS-TX-CONTRACT-ID   PIC X(10).
               10  WS-TX-CONTRACT-OK   PIC X(1).
                   88  WS-TX-NO-SUCH-CONTRACT VALUE 'N'.
       01  WS-TX-IDX                   PIC 9(3).

      *> Contract master — a contract-level transaction's contract ID
      *> becomes its base-schedule key
       01  WS-CON-COUNT                PIC 9(3) VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 100.
               10  WS-CON-ID           PIC X(10).
               10  WS-CON-SCHEDULE     PIC X(10).
       01  WS-CON-IDX                  PIC 9(3).
       01  WS-TX-FOUND-IDX             PIC 9(3) VALUE 0.

       01  WS-LOG-DETAIL.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
           PERFORM LOAD-CONTRACTS
           PERFORM LOAD-TRANSACTIONS
           PERFORM PROCESS-FEE-SCHEDULE
           PERFORM WRITE-NEW-FEE-ROWS
               STOP RUN
           END-IF.

      *>================================================================*
      *> LOAD-CONTRACTS: Contract IDs and their base-schedule keys.
      *> Optional — with no master on file every contract-level
      *> transaction is rejected.
      *>================================================================*
       LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-MASTER-FILE
           IF WS-CON-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-CON = 'Y'
               READ CONTRACT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CON
                   NOT AT END
                       IF WS-CON-COUNT >= 100
                           DISPLAY 'CLMFEEM: CONTRACT-MASTER.DAT '
                               'EXCEEDS 100 ROWS - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CON-COUNT
                       MOVE CTR-CONTRACT-ID
                           TO WS-CON-ID(WS-CON-COUNT)
                       MOVE CTR-BASE-SCHEDULE
                           TO WS-CON-SCHEDULE(WS-CON-COUNT)
               END-READ
           END-PERFORM
           CLOSE CONTRACT-MASTER-FILE.

      *>================================================================*
      *> LOAD-TRANSACTIONS: Read pending add/change/term requests into
      *> WS table. The file may not exist on a run with nothing queued.
                           TO WS-TX-NETWORK(WS-TXN-TABLE-COUNT)
                       MOVE FX-PAY-METHOD
                           TO WS-TX-PAY-METHOD(WS-TXN-TABLE-COUNT)
                       MOVE FX-PRICING-METHOD
                           TO WS-TX-PRICING(WS-TXN-TABLE-COUNT)
      *> The factor, per cent and cap are only keyed for the method
      *> that uses them — anything else on the row is left at zero
                       IF FX-PRICING-METHOD = 'R'
                           MOVE FX-CONV-FACTOR
                               TO WS-TX-CONV-FACTOR(WS-TXN-TABLE-COUNT)
                       END-IF
                       IF FX-PRICING-METHOD = 'P'
                           MOVE FX-PCT-OF-CHARGE
                               TO WS-TX-PCT-CHARGE(WS-TXN-TABLE-COUNT)
                           MOVE FX-PCT-CAP
                               TO WS-TX-PCT-CAP(WS-TXN-TABLE-COUNT)
                       END-IF
                       MOVE FX-ENTERED-BY
                           TO WS-TX-ENTERED-BY(WS-TXN-TABLE-COUNT)
                       MOVE FX-ENTERED-DATE
                           TO WS-TX-ENTERED-DATE(WS-TXN-TABLE-COUNT)
                       MOVE 'N' TO WS-TX-APPLIED(WS-TXN-TABLE-COUNT)
                       MOVE SPACES
                           TO WS-TX-CONTRACT-ID(WS-TXN-TABLE-COUNT)
                       MOVE 'Y'
                           TO WS-TX-CONTRACT-OK(WS-TXN-TABLE-COUNT)
                       IF FX-CONTRACT-LEVEL
                           PERFORM RESOLVE-TXN-CONTRACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-TXN-FILE
           DISPLAY 'CLMFEEM: TRANSACTIONS LOADED: ' WS-TXN-TABLE-COUNT.

      *> The contract's base-schedule key replaces the contract ID as
      *> the row key; the ID itself is kept for the log
       RESOLVE-TXN-CONTRACT.
           MOVE FX-PROVIDER-ID
               TO WS-TX-CONTRACT-ID(WS-TXN-TABLE-COUNT)
           MOVE SPACES TO WS-TX-PROVIDER-ID(WS-TXN-TABLE-COUNT)
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-ID(WS-CON-IDX) = FX-PROVIDER-ID
                   MOVE WS-CON-SCHEDULE(WS-CON-IDX)
                       TO WS-TX-PROVIDER-ID(WS-TXN-TABLE-COUNT)
               END-IF
           END-PERFORM
           IF WS-TX-PROVIDER-ID(WS-TXN-TABLE-COUNT) = SPACES
               MOVE 'N' TO WS-TX-CONTRACT-OK(WS-TXN-TABLE-COUNT)
           END-IF.

      *>================================================================*
      *> PROCESS-FEE-SCHEDULE: Pass every existing fee row through to
      *> FEE-OUT-FILE. A row that's still active (FEE-TERM-DATE = 0)
               UNTIL WS-TX-IDX > WS-TXN-TABLE-COUNT
               OR WS-TX-FOUND-IDX > 0
               IF NOT WS-TX-WAS-APPLIED(WS-TX-IDX)
               AND NOT WS-TX-NO-SUCH-CONTRACT(WS-TX-IDX)
               AND (WS-TX-TYPE(WS-TX-IDX) = 'C'
                    OR WS-TX-TYPE(WS-TX-IDX) = 'T')
               AND WS-TX-PROVIDER-ID(WS-TX-IDX) = FEE-PROVIDER-ID
               MOVE 'TERM      ' TO WS-LD-ACTION
           END-IF
           MOVE FEE-PROVIDER-ID TO WS-LD-PROVIDER
           IF WS-TX-CONTRACT-ID(WS-TX-FOUND-IDX) NOT = SPACES
               MOVE WS-TX-CONTRACT-ID(WS-TX-FOUND-IDX)
                   TO WS-LD-PROVIDER
           END-IF
           MOVE FEE-PROCEDURE-CODE TO WS-LD-PROC-CODE
           MOVE FEE-CONTRACTED-RATE TO WS-LD-RATE
           MOVE FEE-TERM-DATE TO WS-LD-EFF-DATE
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TXN-TABLE-COUNT
               EVALUATE TRUE
                   WHEN WS-TX-NO-SUCH-CONTRACT(WS-TX-IDX)
                       PERFORM REJECT-TRANSACTION
                   WHEN WS-TX-TYPE(WS-TX-IDX) = 'A'
                       PERFORM ADD-NEW-FEE-ROW
                   WHEN WS-TX-TYPE(WS-TX-IDX) = 'C'
           MOVE WS-TX-PREAUTH(WS-TX-IDX) TO FEE-REQUIRES-PREAUTH
           MOVE WS-TX-NETWORK(WS-TX-IDX) TO FEE-NETWORK-STATUS
           MOVE WS-TX-PAY-METHOD(WS-TX-IDX) TO FEE-PAY-METHOD
           MOVE WS-TX-PRICING(WS-TX-IDX) TO FEE-PRICING-METHOD
           MOVE WS-TX-CONV-FACTOR(WS-TX-IDX) TO FEE-CONV-FACTOR
           MOVE WS-TX-PCT-CHARGE(WS-TX-IDX) TO FEE-PCT-OF-CHARGE
           MOVE WS-TX-PCT-CAP(WS-TX-IDX) TO FEE-PCT-CAP
           MOVE FEE-SCHEDULE-RECORD TO FEE-OUT-RECORD
           WRITE FEE-OUT-RECORD
           ADD 1 TO WS-FEE-RECORDS-WRITTEN
           ELSE
               MOVE 'CHG-NEW   ' TO WS-LD-ACTION
           END-IF
           PERFORM SET-LOG-KEY
           MOVE WS-TX-PROC-CODE(WS-TX-IDX) TO WS-LD-PROC-CODE
           MOVE WS-TX-NEW-RATE(WS-TX-IDX) TO WS-LD-RATE
           MOVE WS-TX-EFF-DATE(WS-TX-IDX) TO WS-LD-EFF-DATE

       REJECT-TRANSACTION.
           ADD 1 TO WS-TXNS-REJECTED
           EVALUATE WS-TX-TYPE(WS-TX-IDX)
               WHEN 'A'
                   MOVE 'ADD-REJECT' TO WS-LD-ACTION
               WHEN 'C'
                   MOVE 'CHG-REJECT' TO WS-LD-ACTION
               WHEN OTHER
                   MOVE 'TERM-REJECT' TO WS-LD-ACTION
           END-EVALUATE
           PERFORM SET-LOG-KEY
           MOVE WS-TX-PROC-CODE(WS-TX-IDX) TO WS-LD-PROC-CODE
           MOVE WS-TX-NEW-RATE(WS-TX-IDX) TO WS-LD-RATE
           MOVE WS-TX-EFF-DATE(WS-TX-IDX) TO WS-LD-EFF-DATE
           MOVE WS-TX-ENTERED-BY(WS-TX-IDX) TO WS-LD-BY
           IF WS-TX-NO-SUCH-CONTRACT(WS-TX-IDX)
               MOVE 'NO SUCH CONTRACT' TO WS-LD-TEXT
           ELSE
               MOVE 'NO ACTIVE ROW ON FILE' TO WS-LD-TEXT
           END-IF
           MOVE WS-LOG-DETAIL TO FEE-LOG-LINE
           WRITE FEE-LOG-LINE.

      *> A contract-level transaction logs under its contract ID
       SET-LOG-KEY.
           IF WS-TX-CONTRACT-ID(WS-TX-IDX) NOT = SPACES
               MOVE WS-TX-CONTRACT-ID(WS-TX-IDX) TO WS-LD-PROVIDER
           ELSE
               MOVE WS-TX-PROVIDER-ID(WS-TX-IDX) TO WS-LD-PROVIDER
           END-IF.

       CLOSE-FILES.
           CLOSE FEE-IN-FILE
           CLOSE FEE-OUT-FILE
