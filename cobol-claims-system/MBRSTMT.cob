      *> POL-DEDUCTIBLE-MET and POL-OUT-OF-POCKET-YTD positions —
      *> plus the family accumulators where POL-FAMILY-ID applies —
      *> so the member sees the month's activity and exactly what
      *> remains before the plan pays in full. A member with an
      *> employer-funded HRA sees what it paid on each claim and
      *> what is left in it for the year.
      *>
      *> Input:  data/ADJUDICATED.DAT   (SEQUENTIAL, CLAIMREC)
      *>         data/MEMBERS.DAT       (SEQUENTIAL, MBRMAST)
      *>         data/POLICIES.DAT      (SEQUENTIAL, POLREC)
      *>         data/FAMILY-ACCUM.DAT  (SEQUENTIAL, FAMACC)
      *>         data/HRA-PAYMENTS.DAT  (LINE SEQ, HRALDG)
      *>         data/HRA-MASTER.DAT    (LINE SEQ, HRAMAST)
      *> Output: data/MEMBER-STATEMENTS.TXT (LINE SEQUENTIAL)
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO 'data/FAMILY-ACCUM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FAM-STATUS.
           SELECT HRA-PAYMENTS-FILE
               ASSIGN TO 'data/HRA-PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRP-STATUS.
           SELECT HRA-MASTER-FILE
               ASSIGN TO 'data/HRA-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRA-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO 'data/MEMBER-STATEMENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FAMILY-ACCUM-FILE.
       COPY FAMACC.

       FD  HRA-PAYMENTS-FILE.
       COPY HRALDG.

       FD  HRA-MASTER-FILE.
       COPY HRAMAST.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(100).

       01  WS-POL-STATUS              PIC XX.
       01  WS-FAM-STATUS              PIC XX.
       01  WS-STM-STATUS              PIC XX.
       01  WS-HRP-STATUS              PIC XX.
       01  WS-HRA-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).
               10  WS-CL-CHARGED      PIC S9(9)V99.
               10  WS-CL-PAID         PIC S9(9)V99.
               10  WS-CL-PATIENT      PIC S9(9)V99.
               10  WS-CL-HRA          PIC S9(9)V99.
       01  WS-CL-IDX                  PIC 9(4).
       01  WS-CUR-CL                  PIC 9(4) VALUE 0.
       01  WS-CUR-MEMBER              PIC X(10).
               10  WS-FA-OOP-YTD      PIC S9(5)V99.
       01  WS-FA-IDX                  PIC 9(3).

      *> HRA draws on this month's claims, and each member's HRA
      *> for the statement year
       01  WS-HP-COUNT                PIC 9(3) VALUE 0.
       01  WS-HP-TABLE.
           05  WS-HP-ENTRY OCCURS 500.
               10  WS-HP-CLAIM        PIC X(12).
               10  WS-HP-AMOUNT       PIC S9(7)V99.
       01  WS-HP-IDX                  PIC 9(3).
       01  WS-HA-COUNT                PIC 9(3) VALUE 0.
       01  WS-HA-TABLE.
           05  WS-HA-ENTRY OCCURS 500.
               10  WS-HA-MEMBER       PIC X(10).
               10  WS-HA-FUNDING      PIC S9(7)V99.
               10  WS-HA-DRAWN        PIC S9(7)V99.
               10  WS-HA-BALANCE      PIC S9(7)V99.
       01  WS-HA-IDX                  PIC 9(3).

       01  WS-MONTH-CHARGED           PIC S9(9)V99.
       01  WS-MONTH-PAID              PIC S9(9)V99.
       01  WS-MONTH-PATIENT           PIC S9(9)V99.
       01  WS-MONTH-HRA               PIC S9(9)V99.
       01  WS-REMAIN                  PIC S9(5)V99.
       01  WS-CTR-STATEMENTS          PIC 9(3) VALUE 0.

           05  FILLER             PIC X(14) VALUE 'CHARGED'.
           05  FILLER             PIC X(14) VALUE 'PLAN PAID'.
           05  FILLER             PIC X(14) VALUE 'YOU OWE'.
           05  FILLER             PIC X(14) VALUE 'HRA PAID'.
           05  FILLER             PIC X(20) VALUE SPACES.
       01  STM-DTL-LINE.
           05  STM-DTL-CLAIM          PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  STM-DTL-PAID           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  STM-DTL-PATIENT        PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  STM-DTL-HRA            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(24) VALUE SPACES.
       01  STM-TOT-LINE.
           05  FILLER                 PIC X(14)
               VALUE 'MONTH TOTALS  '.
           05  STM-TOT-PAID           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  STM-TOT-PATIENT        PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  STM-TOT-HRA            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(24) VALUE SPACES.
       01  STM-ACC-LINE.
           05  STM-ACC-LABEL          PIC X(26).
           05  STM-ACC-MET            PIC ZZ,ZZ9.99.
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-POLICIES
           PERFORM LOAD-FAMILY-ACCUMS
           PERFORM LOAD-HRA-PAYMENTS
           PERFORM LOAD-HRA-MASTER
           PERFORM COLLECT-MONTH-CLAIMS
           PERFORM WRITE-STATEMENTS
           DISPLAY 'MBRSTMT COMPLETE - STATEMENTS: '
           END-PERFORM
           CLOSE FAMILY-ACCUM-FILE.

       LOAD-HRA-PAYMENTS.
           OPEN INPUT HRA-PAYMENTS-FILE
           IF WS-HRP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HRA-PAYMENTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HP-COUNT < 500
                           ADD 1 TO WS-HP-COUNT
                           MOVE HRL-CLAIM-ID
                               TO WS-HP-CLAIM(WS-HP-COUNT)
                           MOVE HRL-AMOUNT
                               TO WS-HP-AMOUNT(WS-HP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HRA-PAYMENTS-FILE.

      *> Only the statement year's HRAs — last year's balance is
      *> not the member's to spend
       LOAD-HRA-MASTER.
           OPEN INPUT HRA-MASTER-FILE
           IF WS-HRA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HRA-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HRA-PLAN-YEAR = WS-STMT-MONTH(1:4)
                           AND WS-HA-COUNT < 500
                           ADD 1 TO WS-HA-COUNT
                           MOVE HRA-MEMBER-ID
                               TO WS-HA-MEMBER(WS-HA-COUNT)
                           MOVE HRA-FUNDING-AMT
                               TO WS-HA-FUNDING(WS-HA-COUNT)
                           MOVE HRA-DRAWN-YTD
                               TO WS-HA-DRAWN(WS-HA-COUNT)
                           MOVE HRA-BALANCE
                               TO WS-HA-BALANCE(WS-HA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HRA-MASTER-FILE.

      *>================================================================*
      *> COLLECT-MONTH-CLAIMS: One pass — H opens a claim row when
      *> the claim date falls in the statement month, A rows fold
                       MOVE 0 TO WS-CL-CHARGED(WS-CUR-CL)
                       MOVE 0 TO WS-CL-PAID(WS-CUR-CL)
                       MOVE 0 TO WS-CL-PATIENT(WS-CUR-CL)
                       MOVE 0 TO WS-CL-HRA(WS-CUR-CL)
                       PERFORM VARYING WS-HP-IDX FROM 1 BY 1
                           UNTIL WS-HP-IDX > WS-HP-COUNT
                           IF WS-HP-CLAIM(WS-HP-IDX) = CFR-CLAIM-ID
                               MOVE WS-HP-AMOUNT(WS-HP-IDX)
                                   TO WS-CL-HRA(WS-CUR-CL)
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN CFR-IS-SERVICE
                   IF WS-CUR-CL > 0
           MOVE 0 TO WS-MONTH-CHARGED
           MOVE 0 TO WS-MONTH-PAID
           MOVE 0 TO WS-MONTH-PATIENT
           MOVE 0 TO WS-MONTH-HRA
           PERFORM VARYING WS-CUR-CL FROM 1 BY 1
               UNTIL WS-CUR-CL > WS-CL-COUNT
               IF WS-CL-MEMBER(WS-CUR-CL) = WS-CUR-MEMBER
                   MOVE WS-CL-PAID(WS-CUR-CL)    TO STM-DTL-PAID
                   MOVE WS-CL-PATIENT(WS-CUR-CL)
                       TO STM-DTL-PATIENT
                   MOVE WS-CL-HRA(WS-CUR-CL)     TO STM-DTL-HRA
                   WRITE STATEMENT-LINE FROM STM-DTL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD WS-CL-CHARGED(WS-CUR-CL)
                   ADD WS-CL-PAID(WS-CUR-CL) TO WS-MONTH-PAID
                   ADD WS-CL-PATIENT(WS-CUR-CL)
                       TO WS-MONTH-PATIENT
                   ADD WS-CL-HRA(WS-CUR-CL)      TO WS-MONTH-HRA
               END-IF
           END-PERFORM
           MOVE WS-MONTH-CHARGED TO STM-TOT-CHARGED
           MOVE WS-MONTH-PAID    TO STM-TOT-PAID
           MOVE WS-MONTH-PATIENT TO STM-TOT-PATIENT
           MOVE WS-MONTH-HRA     TO STM-TOT-HRA
           WRITE STATEMENT-LINE FROM STM-TOT-LINE
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-ACCUM-FOOTER
           PERFORM WRITE-HRA-FOOTER
           ADD 1 TO WS-CTR-STATEMENTS.

       WRITE-ADDRESS-BLOCK.
               PERFORM WRITE-FAMILY-FOOTER
           END-IF.

      *> The member's HRA for the year — used so far of what the
      *> employer funded, and the balance left to pay cost share
       WRITE-HRA-FOOTER.
           PERFORM VARYING WS-HA-IDX FROM 1 BY 1
               UNTIL WS-HA-IDX > WS-HA-COUNT
               IF WS-HA-MEMBER(WS-HA-IDX) = WS-CUR-MEMBER
                   MOVE 'YOUR HRA USED:            ' TO STM-ACC-LABEL
                   MOVE WS-HA-DRAWN(WS-HA-IDX)   TO STM-ACC-MET
                   MOVE WS-HA-FUNDING(WS-HA-IDX) TO STM-ACC-MAX
                   MOVE WS-HA-BALANCE(WS-HA-IDX) TO STM-ACC-REMAIN
                   WRITE STATEMENT-LINE FROM STM-ACC-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       WRITE-FAMILY-FOOTER.
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-COUNT
