      *>================================================================*
      *> SDBOX.cob — Safe Deposit Box Rental and Billing
      *>
      *> Keeps the safe deposit box master (SDBOXREC.cpy) that
      *> replaces the branch ledger books, in three passes a night:
      *>
      *>   1. The branch's box requests (SDBREQ.cpy) are applied in
      *>      the order keyed — boxes added to a vault, rented,
      *>      paid, changed, surrendered or drilled. A request that
      *>      fails its edits is listed and left unapplied.
      *>   2. Annual billing: every rented box whose rent due date
      *>      has come is billed one year's rent at the FEE-
      *>      SCHEDULE.DAT rate for its size. A renter on auto-debit
      *>      is charged as a 'SDBOX RENT' TRANS-FEE against the
      *>      linked account, written to data/SDBOX-TRANS.DAT, which
      *>      TXNSORT merges into the next cycle; any other renter is
      *>      sent a rent-due notice and the rent is carried on the
      *>      box as owed. The due date then rolls a year.
      *>   3. Delinquency aging of rent owed: past due after
      *>      WS-PAST-DUE-DAYS (notice), legal notice after
      *>      WS-LEGAL-NOTICE-DAYS (notice), and after the legal
      *>      notice period WS-DRILL-WAIT-DAYS the box goes to drill
      *>      status for the branch to open. A box moves at most one
      *>      stage a night, so no renter gets two notices at once.
      *>
      *> The activity report lists everything done to a box; the
      *> vacancy report gives each branch's boxes by size — rented,
      *> past due, to drill, vacant, occupancy and rent roll — for
      *> the branch review, laid out like CASHFCST's branch sections.
      *>
      *> Input:  data/SDBOX-MASTER.DAT      (LINE SEQ, SDBOXREC,
      *>                                     rewritten)
      *>         data/SDBOX-REQUESTS.DAT    (LINE SEQ, SDBREQ,
      *>                                     consumed)
      *>         data/NEW-CUSTOMERS.DAT     (SEQUENTIAL, CUSTREC)
      *>         data/FEE-SCHEDULE.DAT      (SEQUENTIAL, FEETBL)
      *>         data/BRANCH-MASTER.DAT     (LINE SEQ, BRMASTER)
      *>         data/NOTICE-MESSAGES.DAT   (LINE SEQ, NOTMSG)
      *> Output: data/SDBOX-TRANS.DAT       (LINE SEQ, TRANSREC,
      *>                                     appended, merged by
      *>                                     TXNSORT)
      *>         data/CUSTOMER-NOTICES.DAT  (LINE SEQ, appended)
      *>         data/HELD-MAIL.DAT         (appended by MAILCHK when
      *>                                     a renter's mail is
      *>                                     returned)
      *>         data/SDBOX-ACTIVITY.TXT    (LINE SEQUENTIAL, print)
      *>         data/SDBOX-VACANCY.TXT     (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = success,
      *>                4 = requests rejected or a box size with no
      *>                    rent on the fee schedule,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SDBOX.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-FILE
               ASSIGN TO 'data/SDBOX-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOX-STATUS.

           SELECT REQUEST-FILE
               ASSIGN TO 'data/SDBOX-REQUESTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT FEE-FILE
               ASSIGN TO 'data/FEE-SCHEDULE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO 'data/BRANCH-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS.

           SELECT NOTICE-MSG-FILE
               ASSIGN TO 'data/NOTICE-MESSAGES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTMSG-STATUS.

           SELECT BOX-TRANS-FILE
               ASSIGN TO 'data/SDBOX-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTRANS-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO 'data/CUSTOMER-NOTICES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT ACTIVITY-FILE
               ASSIGN TO 'data/SDBOX-ACTIVITY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT VACANCY-FILE
               ASSIGN TO 'data/SDBOX-VACANCY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAC-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOX-FILE.
       COPY SDBOXREC.

       FD  REQUEST-FILE.
       COPY SDBREQ.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  FEE-FILE.
       COPY FEETBL.

       FD  BRANCH-MASTER-FILE.
       COPY BRMASTER.

       FD  NOTICE-MSG-FILE.
       COPY NOTMSG.

       FD  BOX-TRANS-FILE.
       01  BOX-TRANS-RECORD               PIC X(90).

       FD  NOTICE-FILE.
       COPY NOTICE.

       FD  ACTIVITY-FILE.
       01  ACTIVITY-LINE                  PIC X(100).

       FD  VACANCY-FILE.
       01  VACANCY-LINE                   PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       COPY TRANSREC.

       01  WS-BOX-STATUS                  PIC XX.
       01  WS-REQ-STATUS                  PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-FEE-STATUS                  PIC XX.
       01  WS-BRM-STATUS                  PIC XX.
       01  WS-NOTMSG-STATUS               PIC XX.
       01  WS-BTRANS-STATUS               PIC XX.
       01  WS-NOTICE-STATUS               PIC XX.
       01  WS-ACT-STATUS                  PIC XX.
       01  WS-VAC-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-REQ-READ-SW                 PIC X(1)  VALUE 'N'.
           88  WS-REQ-READ                          VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Delinquency clock, in days. Rent owed goes past due
      *> WS-PAST-DUE-DAYS after its due date and to legal notice at
      *> WS-LEGAL-NOTICE-DAYS; the box may be drilled once the legal
      *> notice has stood WS-DRILL-WAIT-DAYS.
      *>----------------------------------------------------------------*
       01  WS-PAST-DUE-DAYS               PIC 9(3)  VALUE 30.
       01  WS-LEGAL-NOTICE-DAYS           PIC 9(3)  VALUE 60.
       01  WS-DRILL-WAIT-DAYS             PIC 9(3)  VALUE 60.
       01  WS-DAYS-OWED                   PIC S9(5) VALUE 0.

      *>----------------------------------------------------------------*
      *> Box master — held whole, changed in place, rewritten at end
      *> of run. Each entry is laid out exactly as SDBOXREC so a row
      *> moves in and out whole.
      *>----------------------------------------------------------------*
       01  WS-BX-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-BX-TABLE-AREA.
           05  WS-BX-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-BX-COUNT
                   INDEXED BY WS-BX-IDX.
               10  WS-BX-BRANCH           PIC X(3).
               10  WS-BX-BOX-NO           PIC X(6).
               10  WS-BX-SIZE             PIC X(1).
               10  WS-BX-STATUS           PIC X(1).
                   88  WS-BX-VACANT                 VALUE 'V'.
                   88  WS-BX-RENTED                 VALUE 'R'.
                   88  WS-BX-PAST-DUE               VALUE 'D'.
                   88  WS-BX-LEGAL-NOTICE           VALUE 'L'.
                   88  WS-BX-DRILL                  VALUE 'X'.
               10  WS-BX-RENTER-ID        PIC X(8).
               10  WS-BX-CO-RENTER-1      PIC X(8).
               10  WS-BX-CO-RENTER-2      PIC X(8).
               10  WS-BX-LINKED-ACCT      PIC X(8).
               10  WS-BX-AUTO-DEBIT       PIC X(1).
                   88  WS-BX-IS-AUTO-DEBIT          VALUE 'Y'.
               10  WS-BX-RENTED-DATE      PIC 9(8).
               10  WS-BX-RENT-DUE-DATE    PIC 9(8).
               10  WS-BX-LAST-BILLED      PIC 9(8).
               10  WS-BX-AMOUNT-DUE       PIC 9(5)V99.
               10  WS-BX-PAST-DUE-DATE    PIC 9(8).
               10  WS-BX-LEGAL-DATE       PIC 9(8).
               10  WS-BX-DRILL-DATE       PIC 9(8).
               10  WS-BX-FILLER           PIC X(21).

      *> Customer master — who may rent, and which accounts may be
      *> debited
       01  WS-CU-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CU-TABLE-AREA.
           05  WS-CU-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CU-COUNT
                   INDEXED BY WS-CU-IDX.
               10  WS-CU-ID               PIC X(8).
               10  WS-CU-BRANCH           PIC X(3).
               10  WS-CU-STATUS           PIC X(1).
                   88  WS-CU-ACTIVE                 VALUE 'A'.
       01  WS-FIND-CUST-ID                PIC X(8).

      *> Annual rent by box size, off the fee schedule's 'SB' rows
       01  WS-RENT-SIZE-VALUES            PIC X(4)  VALUE 'SMLX'.
       01  WS-RENT-SIZE-TABLE REDEFINES WS-RENT-SIZE-VALUES.
           05  WS-RENT-SIZE               PIC X(1)  OCCURS 4 TIMES.
       01  WS-RENT-TABLE-AREA.
           05  WS-RENT-ENTRY OCCURS 4 TIMES.
               10  WS-RENT-AMOUNT         PIC 9(3)V99.
               10  WS-RENT-FOUND-SW       PIC X(1).
                   88  WS-RENT-FOUND                VALUE 'Y'.
       01  WS-SIZE-SUB                    PIC 9(1).
       01  WS-RENT                        PIC 9(3)V99.

      *> Branch master — names for the review, and the codes a new
      *> box may be added under
       01  WS-BM-COUNT                    PIC 9(2)  VALUE 0.
       01  WS-BM-TABLE-AREA.
           05  WS-BM-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-BM-COUNT
                   INDEXED BY WS-BM-IDX.
               10  WS-BM-CODE             PIC X(3).
               10  WS-BM-NAME             PIC X(25).

      *> Notice wording, editable by operations
       01  WS-NM-COUNT                    PIC 9(2)  VALUE 0.
       01  WS-NM-TABLE-AREA.
           05  WS-NM-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-NM-COUNT
                   INDEXED BY WS-NM-IDX.
               10  WS-NM-CODE             PIC X(4).
               10  WS-NM-TEXT             PIC X(45).

      *>----------------------------------------------------------------*
      *> Vacancy review — one row per branch with boxes, counted by
      *> size (S, M, L, X in that order).
      *>----------------------------------------------------------------*
       01  WS-VB-COUNT                    PIC 9(2)  VALUE 0.
       01  WS-VB-TABLE-AREA.
           05  WS-VB-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-VB-COUNT
                   INDEXED BY WS-VB-IDX.
               10  WS-VB-BRANCH           PIC X(3).
               10  WS-VB-SIZE-ROW OCCURS 4 TIMES.
                   15  WS-VB-BOXES        PIC 9(5).
                   15  WS-VB-RENTED       PIC 9(5).
                   15  WS-VB-PAST-DUE     PIC 9(5).
                   15  WS-VB-DRILL        PIC 9(5).
                   15  WS-VB-VACANT       PIC 9(5).
       01  WS-VT-TOTALS.
           05  WS-VT-BOXES                PIC 9(5).
           05  WS-VT-RENTED               PIC 9(5).
           05  WS-VT-PAST-DUE             PIC 9(5).
           05  WS-VT-DRILL                PIC 9(5).
           05  WS-VT-VACANT               PIC 9(5).
           05  WS-VT-RENT-ROLL            PIC 9(7)V99.
           05  WS-VT-VACANT-RENT          PIC 9(7)V99.
       01  WS-GT-TOTALS.
           05  WS-GT-BOXES                PIC 9(5).
           05  WS-GT-RENTED               PIC 9(5).
           05  WS-GT-PAST-DUE             PIC 9(5).
           05  WS-GT-DRILL                PIC 9(5).
           05  WS-GT-VACANT               PIC 9(5).
           05  WS-GT-RENT-ROLL            PIC 9(7)V99.
           05  WS-GT-VACANT-RENT          PIC 9(7)V99.
       01  WS-OCCUPIED                    PIC 9(5).

      *> The request in hand and how it fared
       01  WS-REQ-OK-SW                   PIC X(1).
           88  WS-REQ-OK                            VALUE 'Y'.
       01  WS-REJECT-REASON               PIC X(30).
       01  WS-ACTION-TEXT                 PIC X(24).
       01  WS-NOTE-TEXT                   PIC X(30).
       01  WS-ACT-AMOUNT                  PIC 9(7)V99.
       01  WS-ACT-RENTER                  PIC X(8).
       01  WS-NOTICE-CODE                 PIC X(4).
       01  WS-NOTICE-DEFAULT              PIC X(29).
       01  WS-NOTICE-WORDING              PIC X(45).

       01  WS-ROLL-DATE                   PIC 9(8).
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE.
           05  WS-RL-YYYY                 PIC 9(4).
           05  WS-RL-MM                   PIC 9(2).
           05  WS-RL-DD                   PIC 9(2).

      *>----------------------------------------------------------------*
      *> Synthetic-transaction sequence — SDBOX's own block, the way
      *> the other generators each run theirs.
      *>----------------------------------------------------------------*
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 997001.

       01  WS-CTR-BOXES-READ              PIC 9(5)  VALUE 0.
       01  WS-CTR-REQ-READ                PIC 9(5)  VALUE 0.
       01  WS-CTR-REQ-APPLIED             PIC 9(5)  VALUE 0.
       01  WS-CTR-REQ-REJECTED            PIC 9(5)  VALUE 0.
       01  WS-CTR-BILLED-AUTO             PIC 9(5)  VALUE 0.
       01  WS-CTR-BILLED-NOTICE           PIC 9(5)  VALUE 0.
       01  WS-CTR-NO-RENT                 PIC 9(5)  VALUE 0.
       01  WS-CTR-PAST-DUE                PIC 9(5)  VALUE 0.
       01  WS-CTR-LEGAL                   PIC 9(5)  VALUE 0.
       01  WS-CTR-DRILL                   PIC 9(5)  VALUE 0.
       01  WS-CTR-NOTICES                 PIC 9(5)  VALUE 0.
       01  WS-CTR-NOTICES-HELD            PIC 9(5)  VALUE 0.
       01  WS-TOTAL-AUTO-RENT             PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-NOTICE-RENT           PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-PAID                  PIC 9(7)V99 VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(37)
               VALUE 'SAFE DEPOSIT BOX ACTIVITY - RUN DATE '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(55) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(7)   VALUE 'BRANCH'.
           05  FILLER              PIC X(8)   VALUE 'BOX'.
           05  FILLER              PIC X(5)   VALUE 'SIZE'.
           05  FILLER              PIC X(10)  VALUE 'RENTER'.
           05  FILLER              PIC X(24)  VALUE 'ACTION'.
           05  FILLER              PIC X(12)  VALUE '      AMOUNT'.
           05  FILLER              PIC X(34)  VALUE '  NOTE'.
       01  DTL-LINE.
           05  DTL-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  DTL-BOX-NO                 PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-SIZE                   PIC X(1).
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  DTL-RENTER                 PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-ACTION                 PIC X(24).
           05  DTL-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NOTE                   PIC X(30).
           05  FILLER                     PIC X(2)  VALUE SPACES.
       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(30).
           05  TOT-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(41) VALUE SPACES.

       01  VAC-HDR-LINE.
           05  FILLER                     PIC X(36)
               VALUE 'SAFE DEPOSIT BOX VACANCY - RUN DATE '.
           05  VAC-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(56) VALUE SPACES.
       01  VAC-BR-LINE.
           05  FILLER                     PIC X(8)  VALUE 'BRANCH: '.
           05  VAC-BR-CODE                PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  VAC-BR-NAME                PIC X(25).
           05  FILLER                     PIC X(62) VALUE SPACES.
       01  VAC-COL-LINE.
           05  FILLER              PIC X(7)   VALUE '  SIZE'.
           05  FILLER              PIC X(6)   VALUE ' BOXES'.
           05  FILLER              PIC X(8)   VALUE '  RENTED'.
           05  FILLER              PIC X(9)   VALUE ' PAST DUE'.
           05  FILLER              PIC X(8)   VALUE '   DRILL'.
           05  FILLER              PIC X(8)   VALUE '  VACANT'.
           05  FILLER              PIC X(7)   VALUE '  OCC %'.
           05  FILLER              PIC X(14)  VALUE '     RENT ROLL'.
           05  FILLER              PIC X(33)  VALUE '    VACANT RENT'.
       01  VAC-SIZE-LINE.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  VAC-SIZE                   PIC X(5).
           05  VAC-BOXES                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  VAC-RENTED                 PIC ZZ,ZZ9.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  VAC-PAST-DUE               PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  VAC-DRILL                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  VAC-VACANT                 PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  VAC-OCC-PCT                PIC ZZ9.9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  VAC-RENT-ROLL              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  VAC-VACANT-RENT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(18) VALUE SPACES.
       01  WS-OCC-PCT                     PIC 9(3)V9.
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

      *> Returned-mail check contract with MAILCHK
       COPY CHKMAIL.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-APPLY-REQUESTS
               PERFORM 3000-BILL-AND-AGE-ONE-BOX
                   VARYING WS-BX-IDX FROM 1 BY 1
                   UNTIL WS-BX-IDX > WS-BX-COUNT
               PERFORM 5000-REWRITE-BOXES
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 6000-PRINT-VACANCY-REVIEW
               PERFORM 7000-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- SDBOX: Safe Deposit Box Rental and Billing ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           PERFORM 1100-LOAD-MASTER
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-BOXES
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-LOAD-RENT-TABLE
           PERFORM 1400-LOAD-BRANCHES
           PERFORM 1500-LOAD-NOTICE-MESSAGES
      *> Appended, not replaced: rent billed by an earlier run that
      *> TXNSORT has not merged yet must still post
           OPEN EXTEND BOX-TRANS-FILE
           IF WS-BTRANS-STATUS NOT = '00'
               OPEN OUTPUT BOX-TRANS-FILE
           END-IF
           IF WS-BTRANS-STATUS NOT = '00'
               DISPLAY 'SDBOX: ERROR opening SDBOX-TRANS.DAT, '
                       'STATUS=' WS-BTRANS-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               OPEN OUTPUT NOTICE-FILE
           END-IF
           OPEN OUTPUT ACTIVITY-FILE
           IF WS-ACT-STATUS NOT = '00'
               DISPLAY 'SDBOX: ERROR opening SDBOX-ACTIVITY.TXT, '
                       'STATUS=' WS-ACT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE ACTIVITY-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE ACTIVITY-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

       1100-LOAD-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'SDBOX: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       IF WS-CU-COUNT = 5000
                           DISPLAY 'SDBOX: ERROR - more than 5000 '
                               'accounts; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CU-COUNT
                       MOVE CUST-ID      TO WS-CU-ID(WS-CU-COUNT)
                       MOVE CUST-BRANCH  TO WS-CU-BRANCH(WS-CU-COUNT)
                       MOVE CUST-STATUS  TO WS-CU-STATUS(WS-CU-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

      *>================================================================*
      *> LOAD BOXES — a missing master just means no vault has been
      *> set up yet; the first 'N' requests build it. The file is
      *> rewritten from this table, so an overflow stops the run
      *> before anything is written — dropped rows would be boxes
      *> lost from the books.
      *>================================================================*
       1200-LOAD-BOXES.
           OPEN INPUT BOX-FILE
           IF WS-BOX-STATUS = '35'
               DISPLAY 'SDBOX: No safe deposit box master on file.'
               EXIT PARAGRAPH
           END-IF
           IF WS-BOX-STATUS NOT = '00'
               DISPLAY 'SDBOX: ERROR opening SDBOX-MASTER.DAT, '
                       'STATUS=' WS-BOX-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BOX-STATUS NOT = '00'
               READ BOX-FILE
                   AT END
                       MOVE '10' TO WS-BOX-STATUS
                   NOT AT END
                       PERFORM 1250-ADD-BOX-ROW
                       MOVE SAFE-DEPOSIT-BOX-RECORD
                           TO WS-BX-ENTRY(WS-BX-COUNT)
                       ADD 1 TO WS-CTR-BOXES-READ
               END-READ
           END-PERFORM
           CLOSE BOX-FILE
           .

       1250-ADD-BOX-ROW.
           IF WS-BX-COUNT = 3000
               DISPLAY 'SDBOX: ERROR - more than 3000 safe deposit '
                   'boxes; table full, run abandoned before any '
                   'rewrite'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BX-COUNT
           .

      *> No fee schedule, or no row for a size, leaves those boxes
      *> unbilled and reported until the rate is set
       1300-LOAD-RENT-TABLE.
           INITIALIZE WS-RENT-TABLE-AREA
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FEE-STATUS NOT = '00'
               READ FEE-FILE
                   AT END
                       MOVE '10' TO WS-FEE-STATUS
                   NOT AT END
                       IF FEE-BOX-RENT
                           PERFORM VARYING WS-SIZE-SUB FROM 1 BY 1
                               UNTIL WS-SIZE-SUB > 4
                               IF WS-RENT-SIZE(WS-SIZE-SUB)
                                   = FEE-CHANNEL(3:1)
                                   MOVE FEE-AMOUNT
                                     TO WS-RENT-AMOUNT(WS-SIZE-SUB)
                                   SET WS-RENT-FOUND(WS-SIZE-SUB)
                                       TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE
           .

       1400-LOAD-BRANCHES.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BRM-STATUS NOT = '00'
                   OR WS-BM-COUNT = 50
               READ BRANCH-MASTER-FILE
                   AT END
                       MOVE '10' TO WS-BRM-STATUS
                   NOT AT END
                       ADD 1 TO WS-BM-COUNT
                       MOVE BRM-CODE TO WS-BM-CODE(WS-BM-COUNT)
                       MOVE BRM-NAME TO WS-BM-NAME(WS-BM-COUNT)
               END-READ
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
           .

       1500-LOAD-NOTICE-MESSAGES.
           OPEN INPUT NOTICE-MSG-FILE
           IF WS-NOTMSG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-NOTMSG-STATUS NOT = '00'
                   OR WS-NM-COUNT = 20
               READ NOTICE-MSG-FILE
                   AT END
                       MOVE '10' TO WS-NOTMSG-STATUS
                   NOT AT END
                       ADD 1 TO WS-NM-COUNT
                       MOVE NM-EVENT-CODE
                           TO WS-NM-CODE(WS-NM-COUNT)
                       MOVE NM-TEXT
                           TO WS-NM-TEXT(WS-NM-COUNT)
               END-READ
           END-PERFORM
           CLOSE NOTICE-MSG-FILE
           .

      *>================================================================*
      *> APPLY REQUESTS — the branch's box work for the day, in the
      *> order it was keyed. A missing file means no box work.
      *>================================================================*
       2000-APPLY-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-REQ-READ TO TRUE
           PERFORM UNTIL WS-REQ-STATUS NOT = '00'
               READ REQUEST-FILE
                   AT END
                       MOVE '10' TO WS-REQ-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-REQ-READ
                       PERFORM 2100-APPLY-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           .

       2100-APPLY-ONE-REQUEST.
           SET WS-REQ-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE 0      TO WS-ACT-AMOUNT
           MOVE SPACES TO WS-ACT-RENTER
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               OR (WS-BX-BRANCH(WS-BX-IDX) = SBR-BRANCH
                   AND WS-BX-BOX-NO(WS-BX-IDX) = SBR-BOX-NO)
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN SBR-NEW-BOX
                   PERFORM 2200-NEW-BOX
               WHEN SBR-RENT
                   PERFORM 2300-RENT-BOX
               WHEN SBR-PAYMENT
                   PERFORM 2400-TAKE-PAYMENT
               WHEN SBR-CHANGE
                   PERFORM 2500-CHANGE-RENTER
               WHEN SBR-VACATE
                   PERFORM 2600-VACATE-BOX
               WHEN OTHER
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REQ-OK
               ADD 1 TO WS-CTR-REQ-APPLIED
               PERFORM 8000-WRITE-BOX-ACTIVITY
           ELSE
               ADD 1 TO WS-CTR-REQ-REJECTED
               MOVE SBR-BRANCH       TO DTL-BRANCH
               MOVE SBR-BOX-NO       TO DTL-BOX-NO
               MOVE SBR-SIZE         TO DTL-SIZE
               MOVE SBR-RENTER-ID    TO DTL-RENTER
               MOVE SPACES           TO DTL-ACTION
               STRING 'REJECTED REQUEST ' SBR-ACTION
                   DELIMITED BY SIZE INTO DTL-ACTION
               MOVE SBR-AMOUNT       TO DTL-AMOUNT
               MOVE WS-REJECT-REASON TO DTL-NOTE
               WRITE ACTIVITY-LINE FROM DTL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

      *> A box goes into the book vacant, under a branch the bank
      *> actually has
       2200-NEW-BOX.
           IF WS-BX-IDX NOT > WS-BX-COUNT
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'BOX ALREADY ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SBR-SIZE NOT = 'S' AND NOT = 'M' AND NOT = 'L'
                  AND NOT = 'X'
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'INVALID BOX SIZE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SBR-BOX-NO = SPACES
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'NO BOX NUMBER' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-COUNT > 0
               PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BM-COUNT
                   OR WS-BM-CODE(WS-BM-IDX) = SBR-BRANCH
                   CONTINUE
               END-PERFORM
               IF WS-BM-IDX > WS-BM-COUNT
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE 'UNKNOWN BRANCH' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 1250-ADD-BOX-ROW
           SET WS-BX-IDX TO WS-BX-COUNT
           INITIALIZE WS-BX-ENTRY(WS-BX-IDX)
           MOVE SBR-BRANCH TO WS-BX-BRANCH(WS-BX-IDX)
           MOVE SBR-BOX-NO TO WS-BX-BOX-NO(WS-BX-IDX)
           MOVE SBR-SIZE   TO WS-BX-SIZE(WS-BX-IDX)
           SET WS-BX-VACANT(WS-BX-IDX) TO TRUE
           MOVE 'N'        TO WS-BX-AUTO-DEBIT(WS-BX-IDX)
           MOVE 'BOX ADDED TO VAULT' TO WS-ACTION-TEXT
           .

      *> The first year's rent falls due on the day the box is
      *> rented, and is billed by tonight's billing pass
       2300-RENT-BOX.
           IF WS-BX-IDX > WS-BX-COUNT
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'BOX NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BX-VACANT(WS-BX-IDX)
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'BOX NOT VACANT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SBR-RENTER-ID TO WS-FIND-CUST-ID
           PERFORM 8100-FIND-CUSTOMER
           IF WS-CU-IDX > WS-CU-COUNT
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'RENTER NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CU-ACTIVE(WS-CU-IDX)
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'RENTER ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 2700-EDIT-RENTER-DETAILS
           IF NOT WS-REQ-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'R'             TO WS-BX-STATUS(WS-BX-IDX)
           MOVE SBR-RENTER-ID   TO WS-BX-RENTER-ID(WS-BX-IDX)
           PERFORM 2750-TAKE-RENTER-DETAILS
           IF SBR-DATE NUMERIC AND SBR-DATE > 0
               MOVE SBR-DATE    TO WS-BX-RENTED-DATE(WS-BX-IDX)
           ELSE
               MOVE WS-RUN-DATE TO WS-BX-RENTED-DATE(WS-BX-IDX)
           END-IF
           MOVE WS-BX-RENTED-DATE(WS-BX-IDX)
               TO WS-BX-RENT-DUE-DATE(WS-BX-IDX)
           MOVE 0 TO WS-BX-LAST-BILLED(WS-BX-IDX)
           MOVE 0 TO WS-BX-AMOUNT-DUE(WS-BX-IDX)
           MOVE 0 TO WS-BX-PAST-DUE-DATE(WS-BX-IDX)
           MOVE 0 TO WS-BX-LEGAL-DATE(WS-BX-IDX)
           MOVE 0 TO WS-BX-DRILL-DATE(WS-BX-IDX)
           MOVE 'BOX RENTED' TO WS-ACTION-TEXT
           IF WS-BX-IS-AUTO-DEBIT(WS-BX-IDX)
               MOVE 'RENT ON AUTO-DEBIT' TO WS-NOTE-TEXT
           ELSE
               MOVE 'RENT BILLED BY NOTICE' TO WS-NOTE-TEXT
           END-IF
           .

      *> Rent paid at the branch comes off what is owed; once the
      *> box owes nothing it is back in good standing, even from
      *> drill status, until the branch has actually drilled it
       2400-TAKE-PAYMENT.
           IF WS-BX-IDX > WS-BX-COUNT
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'BOX NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-VACANT(WS-BX-IDX)
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'BOX IS VACANT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SBR-AMOUNT NOT NUMERIC OR SBR-AMOUNT = 0
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'NO PAYMENT AMOUNT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SBR-AMOUNT > WS-BX-AMOUNT-DUE(WS-BX-IDX)
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'PAYMENT EXCEEDS RENT OWED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           SUBTRACT SBR-AMOUNT FROM WS-BX-AMOUNT-DUE(WS-BX-IDX)
           ADD SBR-AMOUNT TO WS-TOTAL-PAID
           MOVE SBR-AMOUNT TO WS-ACT-AMOUNT
           MOVE 'RENT PAID AT BRANCH' TO WS-ACTION-TEXT
           IF WS-BX-AMOUNT-DUE(WS-BX-IDX) = 0
               MOVE 'R' TO WS-BX-STATUS(WS-BX-IDX)
               MOVE 0   TO WS-BX-PAST-DUE-DATE(WS-BX-IDX)
               MOVE 0   TO WS-BX-LEGAL-DATE(WS-BX-IDX)
               MOVE 0   TO WS-BX-DRILL-DATE(WS-BX-IDX)
               MOVE 'PAID IN FULL' TO WS-NOTE-TEXT
           ELSE
               MOVE 'PART PAYMENT - RENT STILL OWED'
                   TO WS-NOTE-TEXT
           END-IF
           .

      *> The renter stays; a new renter is a surrender and a new
      *> rental
       2500-CHANGE-RENTER.
           IF WS-BX-IDX > WS-BX-COUNT
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'BOX NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-VACANT(WS-BX-IDX)
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'BOX IS VACANT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SBR-RENTER-ID NOT = SPACES
               AND SBR-RENTER-ID NOT = WS-BX-RENTER-ID(WS-BX-IDX)
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'RENTER DIFFERS - REKEY AS RENT'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 2700-EDIT-RENTER-DETAILS
           IF NOT WS-REQ-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 2750-TAKE-RENTER-DETAILS
           MOVE 'RENTER DETAILS CHANGED' TO WS-ACTION-TEXT
           .

      *> Surrendered, or drilled with the contents now in the
      *> branch's custody; rent still owed leaves the book with the
      *> box and is shown so the branch can pursue it
       2600-VACATE-BOX.
           IF WS-BX-IDX > WS-BX-COUNT
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'BOX NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-VACANT(WS-BX-IDX)
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'BOX ALREADY VACANT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-BX-DRILL(WS-BX-IDX)
               MOVE 'BOX DRILLED - NOW VACANT' TO WS-ACTION-TEXT
           ELSE
               MOVE 'BOX SURRENDERED' TO WS-ACTION-TEXT
           END-IF
           MOVE WS-BX-AMOUNT-DUE(WS-BX-IDX) TO WS-ACT-AMOUNT
           IF WS-ACT-AMOUNT > 0
               MOVE 'UNPAID RENT LEFT WITH THE BOX' TO WS-NOTE-TEXT
           END-IF
           MOVE WS-BX-RENTER-ID(WS-BX-IDX) TO WS-ACT-RENTER
           MOVE 'V'    TO WS-BX-STATUS(WS-BX-IDX)
           MOVE SPACES TO WS-BX-RENTER-ID(WS-BX-IDX)
           MOVE SPACES TO WS-BX-CO-RENTER-1(WS-BX-IDX)
           MOVE SPACES TO WS-BX-CO-RENTER-2(WS-BX-IDX)
           MOVE SPACES TO WS-BX-LINKED-ACCT(WS-BX-IDX)
           MOVE 'N'    TO WS-BX-AUTO-DEBIT(WS-BX-IDX)
           MOVE 0      TO WS-BX-RENTED-DATE(WS-BX-IDX)
           MOVE 0      TO WS-BX-RENT-DUE-DATE(WS-BX-IDX)
           MOVE 0      TO WS-BX-LAST-BILLED(WS-BX-IDX)
           MOVE 0      TO WS-BX-AMOUNT-DUE(WS-BX-IDX)
           MOVE 0      TO WS-BX-PAST-DUE-DATE(WS-BX-IDX)
           MOVE 0      TO WS-BX-LEGAL-DATE(WS-BX-IDX)
           MOVE 0      TO WS-BX-DRILL-DATE(WS-BX-IDX)
           .

      *> Co-renters must be customers; a linked account must be an
      *> open account, and auto-debit needs one
       2700-EDIT-RENTER-DETAILS.
           IF SBR-CO-RENTER-1 NOT = SPACES
               MOVE SBR-CO-RENTER-1 TO WS-FIND-CUST-ID
               PERFORM 8100-FIND-CUSTOMER
               IF WS-CU-IDX > WS-CU-COUNT
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE 'CO-RENTER NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SBR-CO-RENTER-2 NOT = SPACES
               MOVE SBR-CO-RENTER-2 TO WS-FIND-CUST-ID
               PERFORM 8100-FIND-CUSTOMER
               IF WS-CU-IDX > WS-CU-COUNT
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE 'CO-RENTER NOT ON FILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SBR-AUTO-DEBIT NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'AUTO-DEBIT MUST BE Y OR N' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SBR-AUTO-DEBIT = 'Y' AND SBR-LINKED-ACCT = SPACES
               MOVE 'N' TO WS-REQ-OK-SW
               MOVE 'AUTO-DEBIT WITH NO ACCOUNT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF SBR-LINKED-ACCT NOT = SPACES
               MOVE SBR-LINKED-ACCT TO WS-FIND-CUST-ID
               PERFORM 8100-FIND-CUSTOMER
               IF WS-CU-IDX > WS-CU-COUNT
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE 'LINKED ACCOUNT NOT ON FILE'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF NOT WS-CU-ACTIVE(WS-CU-IDX)
                   MOVE 'N' TO WS-REQ-OK-SW
                   MOVE 'LINKED ACCOUNT NOT ACTIVE'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .

       2750-TAKE-RENTER-DETAILS.
           MOVE SBR-CO-RENTER-1 TO WS-BX-CO-RENTER-1(WS-BX-IDX)
           MOVE SBR-CO-RENTER-2 TO WS-BX-CO-RENTER-2(WS-BX-IDX)
           MOVE SBR-LINKED-ACCT TO WS-BX-LINKED-ACCT(WS-BX-IDX)
           IF SBR-AUTO-DEBIT = 'Y'
               MOVE 'Y' TO WS-BX-AUTO-DEBIT(WS-BX-IDX)
           ELSE
               MOVE 'N' TO WS-BX-AUTO-DEBIT(WS-BX-IDX)
           END-IF
           .

      *>================================================================*
      *> BILL AND AGE ONE BOX — rent billed when due, then rent owed
      *> aged. A vacant box has neither.
      *>================================================================*
       3000-BILL-AND-AGE-ONE-BOX.
           IF WS-BX-VACANT(WS-BX-IDX)
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-BX-DRILL(WS-BX-IDX)
               AND WS-BX-RENT-DUE-DATE(WS-BX-IDX) NOT > WS-RUN-DATE
               PERFORM 3100-BILL-RENT
           END-IF
           IF WS-BX-AMOUNT-DUE(WS-BX-IDX) > 0
               AND WS-BX-PAST-DUE-DATE(WS-BX-IDX) > 0
               PERFORM 4000-AGE-RENT-OWED
           END-IF
           .

      *> One year's rent per night at most: a box several years
      *> behind catches up a year a night, each year its own charge
       3100-BILL-RENT.
           PERFORM VARYING WS-SIZE-SUB FROM 1 BY 1
               UNTIL WS-SIZE-SUB > 4
               OR WS-RENT-SIZE(WS-SIZE-SUB) = WS-BX-SIZE(WS-BX-IDX)
               CONTINUE
           END-PERFORM
           IF WS-SIZE-SUB > 4
               PERFORM 3150-REPORT-NO-RENT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-RENT-FOUND(WS-SIZE-SUB)
               PERFORM 3150-REPORT-NO-RENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RENT-AMOUNT(WS-SIZE-SUB) TO WS-RENT
           MOVE WS-RENT TO WS-ACT-AMOUNT
           MOVE SPACES  TO WS-NOTE-TEXT
           IF WS-BX-IS-AUTO-DEBIT(WS-BX-IDX)
               MOVE WS-BX-LINKED-ACCT(WS-BX-IDX) TO WS-FIND-CUST-ID
               PERFORM 8100-FIND-CUSTOMER
               IF WS-CU-IDX NOT > WS-CU-COUNT
                   IF WS-CU-ACTIVE(WS-CU-IDX)
                       PERFORM 3200-POST-RENT-FEE
                       PERFORM 3400-ROLL-DUE-DATE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 'AUTO-DEBIT ACCOUNT NOT ACTIVE' TO WS-NOTE-TEXT
           END-IF
           PERFORM 3300-BILL-BY-NOTICE
           PERFORM 3400-ROLL-DUE-DATE
           .

      *> Left due, so it bills the first night the rate is there
       3150-REPORT-NO-RENT.
           ADD 1 TO WS-CTR-NO-RENT
           MOVE 'RENT NOT BILLED'           TO WS-ACTION-TEXT
           MOVE 'NO RENT ON FEE SCHEDULE'   TO WS-NOTE-TEXT
           MOVE 0                           TO WS-ACT-AMOUNT
           PERFORM 8000-WRITE-BOX-ACTIVITY
           .

       3200-POST-RENT-FEE.
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-BX-LINKED-ACCT(WS-BX-IDX) TO TRANS-ACCT-ID
           SET  TRANS-FEE        TO TRUE
           MOVE WS-RENT          TO TRANS-AMOUNT
           MOVE WS-RUN-DATE      TO TRANS-DATE
           MOVE WS-CU-BRANCH(WS-CU-IDX) TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ      TO TRANS-SEQ
           MOVE 'SDBOX RENT'     TO TRANS-DESC
           WRITE BOX-TRANS-RECORD FROM TRANSACTION-RECORD
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO WS-CTR-BILLED-AUTO
           ADD WS-RENT TO WS-TOTAL-AUTO-RENT
           MOVE 'RENT BILLED - AUTO-DEBIT' TO WS-ACTION-TEXT
           MOVE SPACES TO WS-NOTE-TEXT
           STRING 'CHARGED TO ' WS-BX-LINKED-ACCT(WS-BX-IDX)
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM 8000-WRITE-BOX-ACTIVITY
           .

      *> Rent owed dates from the oldest unpaid due date, so a
      *> second year's bill does not restart the delinquency clock
       3300-BILL-BY-NOTICE.
           ADD WS-RENT TO WS-BX-AMOUNT-DUE(WS-BX-IDX)
           IF WS-BX-PAST-DUE-DATE(WS-BX-IDX) = 0
               MOVE WS-BX-RENT-DUE-DATE(WS-BX-IDX)
                   TO WS-BX-PAST-DUE-DATE(WS-BX-IDX)
           END-IF
           ADD 1 TO WS-CTR-BILLED-NOTICE
           ADD WS-RENT TO WS-TOTAL-NOTICE-RENT
           MOVE 'RENT BILLED - NOTICE' TO WS-ACTION-TEXT
           PERFORM 8000-WRITE-BOX-ACTIVITY
           MOVE 'SDRB'                         TO WS-NOTICE-CODE
           MOVE 'ANNUAL RENT DUE - PLEASE PAY' TO WS-NOTICE-DEFAULT
           PERFORM 8950-EMIT-NOTICE
           .

      *> A 29 February due date rolls to 28 February
       3400-ROLL-DUE-DATE.
           MOVE WS-BX-RENT-DUE-DATE(WS-BX-IDX) TO WS-ROLL-DATE
           ADD 1 TO WS-RL-YYYY
           IF WS-RL-MM = 2 AND WS-RL-DD = 29
               MOVE 28 TO WS-RL-DD
           END-IF
           MOVE WS-ROLL-DATE TO WS-BX-RENT-DUE-DATE(WS-BX-IDX)
           MOVE WS-RUN-DATE  TO WS-BX-LAST-BILLED(WS-BX-IDX)
           .

      *>================================================================*
      *> AGE RENT OWED — one stage a night: past due, then legal
      *> notice, then, once the legal notice period has run, drill.
      *>================================================================*
       4000-AGE-RENT-OWED.
           COMPUTE WS-DAYS-OWED =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-BX-PAST-DUE-DATE(WS-BX-IDX))
           MOVE WS-BX-AMOUNT-DUE(WS-BX-IDX) TO WS-ACT-AMOUNT
           EVALUATE TRUE
               WHEN WS-BX-RENTED(WS-BX-IDX)
                   AND WS-DAYS-OWED >= WS-PAST-DUE-DAYS
                   MOVE 'D' TO WS-BX-STATUS(WS-BX-IDX)
                   ADD 1 TO WS-CTR-PAST-DUE
                   MOVE 'RENT PAST DUE'  TO WS-ACTION-TEXT
                   MOVE SPACES           TO WS-NOTE-TEXT
                   STRING 'OWED SINCE ' WS-BX-PAST-DUE-DATE(WS-BX-IDX)
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM 8000-WRITE-BOX-ACTIVITY
                   MOVE 'SDPD'           TO WS-NOTICE-CODE
                   MOVE 'RENT PAST DUE - PAY AT BRANCH'
                       TO WS-NOTICE-DEFAULT
                   PERFORM 8950-EMIT-NOTICE
               WHEN WS-BX-PAST-DUE(WS-BX-IDX)
                   AND WS-DAYS-OWED >= WS-LEGAL-NOTICE-DAYS
                   MOVE 'L' TO WS-BX-STATUS(WS-BX-IDX)
                   MOVE WS-RUN-DATE TO WS-BX-LEGAL-DATE(WS-BX-IDX)
                   ADD 1 TO WS-CTR-LEGAL
                   MOVE 'LEGAL NOTICE SENT' TO WS-ACTION-TEXT
                   MOVE SPACES              TO WS-NOTE-TEXT
                   STRING 'DRILL AFTER ' WS-DRILL-WAIT-DAYS ' DAYS'
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM 8000-WRITE-BOX-ACTIVITY
                   MOVE 'SDLG'           TO WS-NOTICE-CODE
                   MOVE 'LAST NOTICE BEFORE DRILLING'
                       TO WS-NOTICE-DEFAULT
                   PERFORM 8950-EMIT-NOTICE
               WHEN WS-BX-LEGAL-NOTICE(WS-BX-IDX)
                   AND FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE
                           (WS-BX-LEGAL-DATE(WS-BX-IDX))
                       >= WS-DRILL-WAIT-DAYS
                   MOVE 'X' TO WS-BX-STATUS(WS-BX-IDX)
                   MOVE WS-RUN-DATE TO WS-BX-DRILL-DATE(WS-BX-IDX)
                   ADD 1 TO WS-CTR-DRILL
                   MOVE 'MOVED TO DRILL STATUS' TO WS-ACTION-TEXT
                   MOVE SPACES                  TO WS-NOTE-TEXT
                   STRING 'LEGAL NOTICE ' WS-BX-LEGAL-DATE(WS-BX-IDX)
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM 8000-WRITE-BOX-ACTIVITY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *>================================================================*
      *> REWRITE BOXES — the book as it stands after tonight, then
      *> the day's requests emptied so none applies twice.
      *>================================================================*
       5000-REWRITE-BOXES.
           OPEN OUTPUT BOX-FILE
           IF WS-BOX-STATUS NOT = '00'
               DISPLAY 'SDBOX: ERROR rewriting SDBOX-MASTER.DAT, '
                       'STATUS=' WS-BOX-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               WRITE SAFE-DEPOSIT-BOX-RECORD
                   FROM WS-BX-ENTRY(WS-BX-IDX)
           END-PERFORM
           CLOSE BOX-FILE
           IF WS-REQ-READ
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
           END-IF
           .

      *>================================================================*
      *> VACANCY REVIEW — boxes gathered by branch and size, then one
      *> section per branch the way CASHFCST lays out its branches.
      *>================================================================*
       6000-PRINT-VACANCY-REVIEW.
           OPEN OUTPUT VACANCY-FILE
           IF WS-VAC-STATUS NOT = '00'
               DISPLAY 'SDBOX: ERROR opening SDBOX-VACANCY.TXT, '
                       'STATUS=' WS-VAC-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO VAC-RUN-DATE
           WRITE VACANCY-LINE FROM VAC-HDR-LINE
               AFTER ADVANCING PAGE
           INITIALIZE WS-GT-TOTALS
           PERFORM 6100-COUNT-ONE-BOX
               VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
           PERFORM 6200-PRINT-ONE-BRANCH
               VARYING WS-VB-IDX FROM 1 BY 1
               UNTIL WS-VB-IDX > WS-VB-COUNT
           WRITE VACANCY-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-GT-BOXES       TO WS-VT-BOXES
           MOVE WS-GT-RENTED      TO WS-VT-RENTED
           MOVE WS-GT-PAST-DUE    TO WS-VT-PAST-DUE
           MOVE WS-GT-DRILL       TO WS-VT-DRILL
           MOVE WS-GT-VACANT      TO WS-VT-VACANT
           MOVE WS-GT-RENT-ROLL   TO WS-VT-RENT-ROLL
           MOVE WS-GT-VACANT-RENT TO WS-VT-VACANT-RENT
           MOVE 'BANK'            TO VAC-SIZE
           PERFORM 6400-PRINT-TOTAL-LINE
           CLOSE VACANCY-FILE
           .

       6100-COUNT-ONE-BOX.
           PERFORM VARYING WS-VB-IDX FROM 1 BY 1
               UNTIL WS-VB-IDX > WS-VB-COUNT
               OR WS-VB-BRANCH(WS-VB-IDX) = WS-BX-BRANCH(WS-BX-IDX)
               CONTINUE
           END-PERFORM
           IF WS-VB-IDX > WS-VB-COUNT
               IF WS-VB-COUNT = 50
                   DISPLAY 'SDBOX: ERROR - boxes in more than 50 '
                       'branches; vacancy table full'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-VB-COUNT
               SET WS-VB-IDX TO WS-VB-COUNT
               INITIALIZE WS-VB-ENTRY(WS-VB-IDX)
               MOVE WS-BX-BRANCH(WS-BX-IDX) TO WS-VB-BRANCH(WS-VB-IDX)
           END-IF
           PERFORM VARYING WS-SIZE-SUB FROM 1 BY 1
               UNTIL WS-SIZE-SUB > 4
               OR WS-RENT-SIZE(WS-SIZE-SUB) = WS-BX-SIZE(WS-BX-IDX)
               CONTINUE
           END-PERFORM
           IF WS-SIZE-SUB > 4
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VB-BOXES(WS-VB-IDX, WS-SIZE-SUB)
           EVALUATE TRUE
               WHEN WS-BX-VACANT(WS-BX-IDX)
                   ADD 1 TO WS-VB-VACANT(WS-VB-IDX, WS-SIZE-SUB)
               WHEN WS-BX-DRILL(WS-BX-IDX)
                   ADD 1 TO WS-VB-DRILL(WS-VB-IDX, WS-SIZE-SUB)
               WHEN WS-BX-PAST-DUE(WS-BX-IDX)
                 OR WS-BX-LEGAL-NOTICE(WS-BX-IDX)
                   ADD 1 TO WS-VB-PAST-DUE(WS-VB-IDX, WS-SIZE-SUB)
               WHEN OTHER
                   ADD 1 TO WS-VB-RENTED(WS-VB-IDX, WS-SIZE-SUB)
           END-EVALUATE
           .

      *> Rent roll is a year's rent on every occupied box — rented,
      *> past due or awaiting drilling; vacant rent is what the
      *> empty boxes would bring in
       6200-PRINT-ONE-BRANCH.
           MOVE WS-VB-BRANCH(WS-VB-IDX) TO VAC-BR-CODE
           MOVE 'BRANCH NOT ON MASTER'  TO VAC-BR-NAME
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
               UNTIL WS-BM-IDX > WS-BM-COUNT
               IF WS-BM-CODE(WS-BM-IDX) = WS-VB-BRANCH(WS-VB-IDX)
                   MOVE WS-BM-NAME(WS-BM-IDX) TO VAC-BR-NAME
               END-IF
           END-PERFORM
           WRITE VACANCY-LINE FROM VAC-BR-LINE
               AFTER ADVANCING 2 LINES
           WRITE VACANCY-LINE FROM VAC-COL-LINE
               AFTER ADVANCING 1 LINE
           INITIALIZE WS-VT-TOTALS
           PERFORM 6300-PRINT-ONE-SIZE
               VARYING WS-SIZE-SUB FROM 1 BY 1
               UNTIL WS-SIZE-SUB > 4
           MOVE 'TOTAL' TO VAC-SIZE
           PERFORM 6400-PRINT-TOTAL-LINE
           ADD WS-VT-BOXES       TO WS-GT-BOXES
           ADD WS-VT-RENTED      TO WS-GT-RENTED
           ADD WS-VT-PAST-DUE    TO WS-GT-PAST-DUE
           ADD WS-VT-DRILL       TO WS-GT-DRILL
           ADD WS-VT-VACANT      TO WS-GT-VACANT
           ADD WS-VT-RENT-ROLL   TO WS-GT-RENT-ROLL
           ADD WS-VT-VACANT-RENT TO WS-GT-VACANT-RENT
           .

       6300-PRINT-ONE-SIZE.
           IF WS-VB-BOXES(WS-VB-IDX, WS-SIZE-SUB) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RENT-SIZE(WS-SIZE-SUB) TO VAC-SIZE
           MOVE WS-VB-BOXES(WS-VB-IDX, WS-SIZE-SUB)    TO VAC-BOXES
           MOVE WS-VB-RENTED(WS-VB-IDX, WS-SIZE-SUB)   TO VAC-RENTED
           MOVE WS-VB-PAST-DUE(WS-VB-IDX, WS-SIZE-SUB) TO VAC-PAST-DUE
           MOVE WS-VB-DRILL(WS-VB-IDX, WS-SIZE-SUB)    TO VAC-DRILL
           MOVE WS-VB-VACANT(WS-VB-IDX, WS-SIZE-SUB)   TO VAC-VACANT
           COMPUTE WS-OCCUPIED =
               WS-VB-BOXES(WS-VB-IDX, WS-SIZE-SUB)
             - WS-VB-VACANT(WS-VB-IDX, WS-SIZE-SUB)
           COMPUTE WS-OCC-PCT ROUNDED =
               WS-OCCUPIED * 100 / WS-VB-BOXES(WS-VB-IDX, WS-SIZE-SUB)
           MOVE WS-OCC-PCT TO VAC-OCC-PCT
           COMPUTE VAC-RENT-ROLL =
               WS-OCCUPIED * WS-RENT-AMOUNT(WS-SIZE-SUB)
           COMPUTE VAC-VACANT-RENT =
               WS-VB-VACANT(WS-VB-IDX, WS-SIZE-SUB)
             * WS-RENT-AMOUNT(WS-SIZE-SUB)
           WRITE VACANCY-LINE FROM VAC-SIZE-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-VB-BOXES(WS-VB-IDX, WS-SIZE-SUB)    TO WS-VT-BOXES
           ADD WS-VB-RENTED(WS-VB-IDX, WS-SIZE-SUB)   TO WS-VT-RENTED
           ADD WS-VB-PAST-DUE(WS-VB-IDX, WS-SIZE-SUB)
               TO WS-VT-PAST-DUE
           ADD WS-VB-DRILL(WS-VB-IDX, WS-SIZE-SUB)    TO WS-VT-DRILL
           ADD WS-VB-VACANT(WS-VB-IDX, WS-SIZE-SUB)   TO WS-VT-VACANT
           COMPUTE WS-VT-RENT-ROLL = WS-VT-RENT-ROLL
             + WS-OCCUPIED * WS-RENT-AMOUNT(WS-SIZE-SUB)
           COMPUTE WS-VT-VACANT-RENT = WS-VT-VACANT-RENT
             + WS-VB-VACANT(WS-VB-IDX, WS-SIZE-SUB)
             * WS-RENT-AMOUNT(WS-SIZE-SUB)
           .

       6400-PRINT-TOTAL-LINE.
           MOVE WS-VT-BOXES       TO VAC-BOXES
           MOVE WS-VT-RENTED      TO VAC-RENTED
           MOVE WS-VT-PAST-DUE    TO VAC-PAST-DUE
           MOVE WS-VT-DRILL       TO VAC-DRILL
           MOVE WS-VT-VACANT      TO VAC-VACANT
           MOVE 0 TO WS-OCC-PCT
           IF WS-VT-BOXES > 0
               COMPUTE WS-OCC-PCT ROUNDED =
                   (WS-VT-BOXES - WS-VT-VACANT) * 100 / WS-VT-BOXES
           END-IF
           MOVE WS-OCC-PCT        TO VAC-OCC-PCT
           MOVE WS-VT-RENT-ROLL   TO VAC-RENT-ROLL
           MOVE WS-VT-VACANT-RENT TO VAC-VACANT-RENT
           WRITE VACANCY-LINE FROM VAC-SIZE-LINE
               AFTER ADVANCING 1 LINE
           .

       7000-FINAL-TOTALS.
           WRITE ACTIVITY-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REQUESTS APPLIED'        TO TOT-LABEL
           MOVE WS-CTR-REQ-APPLIED        TO TOT-COUNT
           MOVE WS-TOTAL-PAID             TO TOT-AMOUNT
           WRITE ACTIVITY-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REQUESTS REJECTED'       TO TOT-LABEL
           MOVE WS-CTR-REQ-REJECTED       TO TOT-COUNT
           MOVE 0                         TO TOT-AMOUNT
           WRITE ACTIVITY-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RENT BILLED - AUTO-DEBIT' TO TOT-LABEL
           MOVE WS-CTR-BILLED-AUTO        TO TOT-COUNT
           MOVE WS-TOTAL-AUTO-RENT        TO TOT-AMOUNT
           WRITE ACTIVITY-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RENT BILLED - NOTICE'    TO TOT-LABEL
           MOVE WS-CTR-BILLED-NOTICE      TO TOT-COUNT
           MOVE WS-TOTAL-NOTICE-RENT      TO TOT-AMOUNT
           WRITE ACTIVITY-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 0                         TO TOT-AMOUNT
           MOVE 'NOT BILLED - NO RENT RATE' TO TOT-LABEL
           MOVE WS-CTR-NO-RENT            TO TOT-COUNT
           WRITE ACTIVITY-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BOXES GONE PAST DUE'     TO TOT-LABEL
           MOVE WS-CTR-PAST-DUE           TO TOT-COUNT
           WRITE ACTIVITY-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LEGAL NOTICES SENT'      TO TOT-LABEL
           MOVE WS-CTR-LEGAL              TO TOT-COUNT
           WRITE ACTIVITY-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BOXES MOVED TO DRILL'    TO TOT-LABEL
           MOVE WS-CTR-DRILL              TO TOT-COUNT
           WRITE ACTIVITY-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NOTICES HELD - MAIL RETURNED' TO TOT-LABEL
           MOVE WS-CTR-NOTICES-HELD       TO TOT-COUNT
           WRITE ACTIVITY-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CTR-REQ-REJECTED > 0 OR WS-CTR-NO-RENT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           .

      *>================================================================*
      *> ACTIVITY LINES — a request applied, or a billing or aging
      *> step on the box in hand.
      *>================================================================*
       8000-WRITE-BOX-ACTIVITY.
           MOVE WS-BX-BRANCH(WS-BX-IDX) TO DTL-BRANCH
           MOVE WS-BX-BOX-NO(WS-BX-IDX) TO DTL-BOX-NO
           MOVE WS-BX-SIZE(WS-BX-IDX)   TO DTL-SIZE
           IF WS-BX-VACANT(WS-BX-IDX)
               MOVE WS-ACT-RENTER       TO DTL-RENTER
           ELSE
               MOVE WS-BX-RENTER-ID(WS-BX-IDX) TO DTL-RENTER
           END-IF
           MOVE WS-ACTION-TEXT          TO DTL-ACTION
           MOVE WS-ACT-AMOUNT           TO DTL-AMOUNT
           MOVE WS-NOTE-TEXT            TO DTL-NOTE
           WRITE ACTIVITY-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       8100-FIND-CUSTOMER.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               OR WS-CU-ID(WS-CU-IDX) = WS-FIND-CUST-ID
               CONTINUE
           END-PERFORM
           .

      *>================================================================*
      *> EMIT NOTICE — to the renter, naming the box. The wording
      *> after the box comes from the editable message table, with
      *> a default for an event that has no row.
      *>================================================================*
       8950-EMIT-NOTICE.
           IF WS-NOTICE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTICE-DEFAULT TO WS-NOTICE-WORDING
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
               UNTIL WS-NM-IDX > WS-NM-COUNT
               IF WS-NM-CODE(WS-NM-IDX) = WS-NOTICE-CODE
                   MOVE WS-NM-TEXT(WS-NM-IDX) TO WS-NOTICE-WORDING
               END-IF
           END-PERFORM
           INITIALIZE CUSTOMER-NOTICE-RECORD
           MOVE WS-BX-RENTER-ID(WS-BX-IDX) TO NOT-ACCT-ID
           MOVE WS-NOTICE-CODE             TO NOT-EVENT-CODE
           MOVE WS-BX-AMOUNT-DUE(WS-BX-IDX) TO NOT-AMOUNT
           MOVE WS-RUN-DATE                TO NOT-DATE
           STRING 'BOX ' WS-BX-BRANCH(WS-BX-IDX) '-'
               WS-BX-BOX-NO(WS-BX-IDX) ': ' WS-NOTICE-WORDING
               DELIMITED BY SIZE INTO NOT-TEXT
           MOVE SPACES           TO MAIL-CHECK-REQUEST
           SET MC-FUNC-HOLD      TO TRUE
           MOVE NOT-ACCT-ID      TO MC-ACCT-ID
           MOVE 'SDBOX'          TO MC-SOURCE
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

       9000-TERMINATE.
           IF WS-BTRANS-STATUS = '00'
               CLOSE BOX-TRANS-FILE
           END-IF
           IF WS-NOTICE-STATUS = '00'
               CLOSE NOTICE-FILE
           END-IF
           IF WS-ACT-STATUS = '00'
               CLOSE ACTIVITY-FILE
           END-IF
           DISPLAY '--- SDBOX Summary ---'
           DISPLAY '  Boxes on file      : ' WS-BX-COUNT
           DISPLAY '  Requests applied   : ' WS-CTR-REQ-APPLIED
           DISPLAY '  Requests rejected  : ' WS-CTR-REQ-REJECTED
           DISPLAY '  Billed auto-debit  : ' WS-CTR-BILLED-AUTO
           DISPLAY '  Billed by notice   : ' WS-CTR-BILLED-NOTICE
           DISPLAY '  Not billed no rate : ' WS-CTR-NO-RENT
           DISPLAY '  Gone past due      : ' WS-CTR-PAST-DUE
           DISPLAY '  Legal notices      : ' WS-CTR-LEGAL
           DISPLAY '  Moved to drill     : ' WS-CTR-DRILL
           DISPLAY '  Notices emitted    : ' WS-CTR-NOTICES
           DISPLAY '  Notices held       : ' WS-CTR-NOTICES-HELD
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
