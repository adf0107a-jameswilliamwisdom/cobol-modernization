      *>================================================================*
      *> POSTSIM.cob — Posting-Order What-If (NSF Fees)
      *>
      *> Re-runs the cycle's posted input against the cycle's opening
      *> balances twice: once in the posting order TXNSORT actually
      *> applied (POSTING-POLICY-APPLIED.DAT) and once in the
      *> alternate order ops has put on POSTING-POLICY.DAT as 'A'
      *> rows (see POSTPOL.cpy; arrival order, TRANS-SEQ alone, when
      *> there are none). Each pass sorts the items the way TXNSORT
      *> does, ranked by that pass's policy, and counts the
      *> withdrawals that would have gone NSF.
      *>
      *> The simulation follows TXNAPPLY's money rules on the ledger
      *> balance: credits add; fees post regardless; a withdrawal
      *> beyond the balance plus any approved overdraft line is
      *> refused and charged the NSF fee; a short transfer debit is
      *> refused with no fee. Deposit holds, legal-order and card
      *> memo-holds, and the savings sweep are not modelled, so the
      *> in-effect count can differ from what TXNAPPLY assessed. The
      *> point is the like-for-like difference between the two
      *> orders.
      *>
      *> The report lists both policies, every account whose NSF
      *> count differs between them, and the totals.
      *>
      *> Input:  data/CUSTOMERS-PRIOR.DAT   (SEQUENTIAL, CUSTREC —
      *>                                     the cycle's opening
      *>                                     master, saved by TXNAPPLY
      *>                                     or TXNSPLIT)
      *>         data/VALID-TRANS.DAT       (LINE SEQUENTIAL, TRANSREC)
      *>         data/POSTING-POLICY-APPLIED.DAT (LINE SEQUENTIAL,
      *>                                     POSTPOL)
      *>         data/POSTING-POLICY.DAT    (LINE SEQUENTIAL, POSTPOL,
      *>                                     'A' rows)
      *>         data/OD-LIMITS.DAT         (LINE SEQUENTIAL, ODLIMIT)
      *> Output: data/POSTING-WHATIF.TXT    (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = success,
      *>                4 = no applied policy recorded (house policy
      *>                    assumed) or alternate rows ignored,
      *>                8 = input file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSTSIM.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-MASTER-FILE
               ASSIGN TO 'data/CUSTOMERS-PRIOR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT VALID-TRANS-FILE
               ASSIGN TO 'data/VALID-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT APPLIED-POLICY-FILE
               ASSIGN TO 'data/POSTING-POLICY-APPLIED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO 'data/POSTING-POLICY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT OD-LIMIT-FILE
               ASSIGN TO 'data/OD-LIMITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/POSTING-WHATIF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SORTWORK'.

       DATA DIVISION.
       FILE SECTION.

       FD  PRIOR-MASTER-FILE.
       COPY CUSTREC.

       FD  VALID-TRANS-FILE.
       COPY TRANSREC.

       FD  APPLIED-POLICY-FILE.
       01  APPLIED-POLICY-RECORD          PIC X(30).

       FD  POLICY-FILE.
       COPY POSTPOL.

       FD  OD-LIMIT-FILE.
       COPY ODLIMIT.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

      *> Sort Description — the transaction image plus the posting-
      *> order keys, ranked per pass by 2100-RANK-ITEM
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-ACCT-ID               PIC X(8).
           05  FILLER                     PIC X(21).
           05  SORT-SEQ                   PIC 9(6).
           05  FILLER                     PIC X(55).
           05  SORT-POST-RANK             PIC 9(1).
           05  SORT-POST-KEY              PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-PRIOR-STATUS                PIC XX.
       01  WS-TRANS-STATUS                PIC XX.
       01  WS-APPLIED-STATUS              PIC XX.
       01  WS-POLICY-STATUS               PIC XX.
       01  WS-ODL-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-SORT-EOF-SW                 PIC X(1)  VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Opening master — balance at the start of the cycle and the
      *> NSF count each pass arrives at.
      *>----------------------------------------------------------------*
       01  WS-CU-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CU-TABLE-AREA.
           05  WS-CU-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CU-COUNT
                   INDEXED BY WS-CU-IDX.
               10  WS-CU-ID               PIC X(8).
               10  WS-CU-NAME             PIC X(25).
               10  WS-CU-ACCT-TYPE        PIC X(1).
               10  WS-CU-BALANCE          PIC S9(7)V99 COMP-3.
               10  WS-CU-NSF-EFF          PIC 9(4)  COMP.
               10  WS-CU-NSF-ALT          PIC 9(4)  COMP.

      *> Approved overdraft lines, as TXNAPPLY loads them
       01  WS-ODL-COUNT                   PIC 9(3)  VALUE 0.
       01  WS-ODL-TABLE-AREA.
           05  WS-ODL-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-ODL-COUNT
                   INDEXED BY WS-ODL-IDX.
               10  WS-ODL-ACCT-ID         PIC X(8).
               10  WS-ODL-LIMIT           PIC 9(7)V99.

      *>----------------------------------------------------------------*
      *> The two policies, and the one the current pass ranks by.
      *>----------------------------------------------------------------*
       01  WS-EFF-NAME                    PIC X(12) VALUE SPACES.
       01  WS-EFF-COUNT                   PIC 9(1)  VALUE 0.
       01  WS-EFF-TABLE.
           05  WS-EFF-ENTRY OCCURS 4 TIMES.
               10  WS-EFF-RANK            PIC 9(1).
               10  WS-EFF-CLASS           PIC X(2).
               10  WS-EFF-ORDER           PIC X(2).
       01  WS-ALT-NAME                    PIC X(12) VALUE SPACES.
       01  WS-ALT-COUNT                   PIC 9(1)  VALUE 0.
       01  WS-ALT-TABLE.
           05  WS-ALT-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-ALT-IDX.
               10  WS-ALT-RANK            PIC 9(1).
               10  WS-ALT-CLASS           PIC X(2).
               10  WS-ALT-ORDER           PIC X(2).
       01  WS-POL-NAME                    PIC X(12).
       01  WS-POL-COUNT                   PIC 9(1)  VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-POL-IDX.
               10  WS-POL-RANK            PIC 9(1).
               10  WS-POL-CLASS           PIC X(2).
               10  WS-POL-ORDER           PIC X(2).
       01  WS-ALT-ROWS-IGNORED            PIC 9(3)  VALUE 0.

       01  WS-PASS-SW                     PIC X(1)  VALUE 'E'.
           88  WS-PASS-IN-EFFECT                    VALUE 'E'.
           88  WS-PASS-ALTERNATE                    VALUE 'A'.

       01  WS-ITEM-CLASS                  PIC X(2).
       01  WS-ITEM-RANK                   PIC 9(1).
       01  WS-ITEM-KEY                    PIC 9(9).

      *> Account being simulated
       01  WS-SIM-ACCT                    PIC X(8)  VALUE SPACES.
       01  WS-SIM-IDX                     PIC 9(5)  VALUE 0.
       01  WS-SIM-BALANCE                 PIC S9(9)V99.
       01  WS-SIM-OD-LIMIT                PIC 9(7)V99.

      *> TXNAPPLY's NSF fee
       01  WS-NSF-FEE-AMT                 PIC 9(3)V99 VALUE 035.00.

       01  WS-CTR-ITEMS                   PIC 9(7)  VALUE 0.
       01  WS-CTR-NSF-EFF                 PIC 9(7)  VALUE 0.
       01  WS-CTR-NSF-ALT                 PIC 9(7)  VALUE 0.
       01  WS-CTR-ACCTS-DIFFER            PIC 9(5)  VALUE 0.
       01  WS-FEES-EFF                    PIC 9(9)V99 VALUE 0.
       01  WS-FEES-ALT                    PIC 9(9)V99 VALUE 0.
       01  WS-FEES-DIFF                   PIC S9(9)V99 VALUE 0.
       01  WS-NSF-DIFF                    PIC S9(7) VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(45)
               VALUE 'POSTING-ORDER WHAT-IF - NSF FEES - RUN DATE '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(47) VALUE SPACES.
       01  HDR-LINE-2                     PIC X(100)
           VALUE 'SIMULATED ON LEDGER BALANCE AND OVERDRAFT LINE; '
           &     'HOLDS AND SWEEPS ARE NOT MODELLED'.
       01  POL-HDR-LINE.
           05  POL-HDR-LABEL              PIC X(20).
           05  POL-HDR-NAME               PIC X(12).
           05  FILLER                     PIC X(68) VALUE SPACES.
       01  POL-DTL-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  POL-DTL-RANK               PIC 9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  POL-DTL-CLASS              PIC X(30).
           05  POL-DTL-ORDER              PIC X(30).
           05  FILLER                     PIC X(33) VALUE SPACES.
       01  COL-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCT-ID'.
           05  FILLER              PIC X(27)  VALUE 'NAME'.
           05  FILLER              PIC X(16)  VALUE '  NSF IN EFFECT'.
           05  FILLER              PIC X(16)  VALUE '  NSF ALTERNATE'.
           05  FILLER              PIC X(16)  VALUE '     DIFFERENCE'.
           05  FILLER              PIC X(15)  VALUE SPACES.
       01  DTL-LINE.
           05  DTL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NAME                   PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NSF-EFF                PIC Z(13)9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NSF-ALT                PIC Z(13)9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NSF-DIFF               PIC Z(12)9-.
           05  FILLER                     PIC X(17) VALUE SPACES.
       01  TOT-HDR-LINE.
           05  FILLER                     PIC X(37) VALUE SPACES.
           05  FILLER                     PIC X(16)
               VALUE '       IN EFFECT'.
           05  FILLER                     PIC X(16)
               VALUE '       ALTERNATE'.
           05  FILLER                     PIC X(16)
               VALUE '      DIFFERENCE'.
           05  FILLER                     PIC X(15) VALUE SPACES.
       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(33).
           05  TOT-EFF                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  TOT-ALT                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  TOT-DIFF                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(16) VALUE SPACES.
       01  CNT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  FILLER                     PIC X(33)
               VALUE 'ACCOUNTS THE ORDER CHANGES'.
           05  CNT-ACCTS                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               SET WS-PASS-IN-EFFECT TO TRUE
               MOVE WS-EFF-NAME  TO WS-POL-NAME
               MOVE WS-EFF-COUNT TO WS-POL-COUNT
               MOVE WS-EFF-TABLE TO WS-POL-TABLE
               PERFORM 2000-RUN-ONE-PASS
               SET WS-PASS-ALTERNATE TO TRUE
               MOVE WS-ALT-NAME  TO WS-POL-NAME
               MOVE WS-ALT-COUNT TO WS-POL-COUNT
               MOVE WS-ALT-TABLE TO WS-POL-TABLE
               PERFORM 2000-RUN-ONE-PASS
               PERFORM 4000-WRITE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- POSTSIM: Posting-Order What-If ---'
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
           OPEN INPUT VALID-TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'POSTSIM: ERROR opening VALID-TRANS.DAT, '
                       'STATUS=' WS-TRANS-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE VALID-TRANS-FILE
           PERFORM 1200-LOAD-OD-LIMITS
           PERFORM 1300-LOAD-APPLIED-POLICY
           PERFORM 1400-LOAD-ALTERNATE-POLICY
           OPEN OUTPUT REPORT-FILE
           .

       1100-LOAD-MASTER.
           OPEN INPUT PRIOR-MASTER-FILE
           IF WS-PRIOR-STATUS NOT = '00'
               DISPLAY 'POSTSIM: ERROR opening CUSTOMERS-PRIOR.DAT, '
                       'STATUS=' WS-PRIOR-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRIOR-STATUS NOT = '00'
               READ PRIOR-MASTER-FILE
                   AT END
                       MOVE '10' TO WS-PRIOR-STATUS
                   NOT AT END
                       IF WS-CU-COUNT = 5000
                           DISPLAY 'POSTSIM: ERROR - more than 5000 '
                               'accounts; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CU-COUNT
                       MOVE CUST-ID       TO WS-CU-ID(WS-CU-COUNT)
                       MOVE CUST-NAME     TO WS-CU-NAME(WS-CU-COUNT)
                       MOVE CUST-ACCT-TYPE
                           TO WS-CU-ACCT-TYPE(WS-CU-COUNT)
                       MOVE CUST-BALANCE
                           TO WS-CU-BALANCE(WS-CU-COUNT)
                       MOVE 0 TO WS-CU-NSF-EFF(WS-CU-COUNT)
                       MOVE 0 TO WS-CU-NSF-ALT(WS-CU-COUNT)
               END-READ
           END-PERFORM
           CLOSE PRIOR-MASTER-FILE
           .

       1200-LOAD-OD-LIMITS.
           OPEN INPUT OD-LIMIT-FILE
           IF WS-ODL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ODL-STATUS NOT = '00'
                   OR WS-ODL-COUNT = 100
               READ OD-LIMIT-FILE
                   AT END
                       MOVE '10' TO WS-ODL-STATUS
                   NOT AT END
                       IF OL-ACTIVE
                           ADD 1 TO WS-ODL-COUNT
                           MOVE OL-ACCT-ID
                               TO WS-ODL-ACCT-ID(WS-ODL-COUNT)
                           MOVE OL-LIMIT
                               TO WS-ODL-LIMIT(WS-ODL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OD-LIMIT-FILE
           .

      *>================================================================*
      *> LOAD APPLIED POLICY — the policy TXNSORT recorded for this
      *> cycle. If it has recorded none, the house policy TXNSORT
      *> falls back to is assumed and the run ends RC 4.
      *>================================================================*
       1300-LOAD-APPLIED-POLICY.
           OPEN INPUT APPLIED-POLICY-FILE
           IF WS-APPLIED-STATUS = '00'
               PERFORM UNTIL WS-APPLIED-STATUS NOT = '00'
                       OR WS-EFF-COUNT = 4
                   READ APPLIED-POLICY-FILE
                       INTO POSTING-POLICY-RECORD
                       AT END
                           MOVE '10' TO WS-APPLIED-STATUS
                       NOT AT END
                           ADD 1 TO WS-EFF-COUNT
                           MOVE POL-NAME  TO WS-EFF-NAME
                           MOVE POL-RANK  TO WS-EFF-RANK(WS-EFF-COUNT)
                           MOVE POL-CLASS
                               TO WS-EFF-CLASS(WS-EFF-COUNT)
                           MOVE POL-ORDER
                               TO WS-EFF-ORDER(WS-EFF-COUNT)
                   END-READ
               END-PERFORM
               CLOSE APPLIED-POLICY-FILE
           END-IF
           IF WS-EFF-COUNT = 0
               DISPLAY 'POSTSIM: WARNING - no applied posting policy '
                   'recorded; house policy assumed'
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE 'STANDARD' TO WS-EFF-NAME
               MOVE 4 TO WS-EFF-COUNT
               MOVE 1    TO WS-EFF-RANK(1)
               MOVE 'CR' TO WS-EFF-CLASS(1)
               MOVE 'AR' TO WS-EFF-ORDER(1)
               MOVE 2    TO WS-EFF-RANK(2)
               MOVE 'CD' TO WS-EFF-CLASS(2)
               MOVE 'AR' TO WS-EFF-ORDER(2)
               MOVE 3    TO WS-EFF-RANK(3)
               MOVE 'CK' TO WS-EFF-CLASS(3)
               MOVE 'CN' TO WS-EFF-ORDER(3)
               MOVE 4    TO WS-EFF-RANK(4)
               MOVE 'DB' TO WS-EFF-CLASS(4)
               MOVE 'LH' TO WS-EFF-ORDER(4)
           END-IF
           .

      *>================================================================*
      *> LOAD ALTERNATE POLICY — the 'A' rows, edited the way TXNSORT
      *> edits the 'E' rows. None at all means arrival order.
      *>================================================================*
       1400-LOAD-ALTERNATE-POLICY.
           MOVE 'ARRIVAL' TO WS-ALT-NAME
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
               READ POLICY-FILE
                   AT END
                       MOVE '10' TO WS-POLICY-STATUS
                   NOT AT END
                       IF POL-ALTERNATE
                           PERFORM 1450-ADD-ALTERNATE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           .

       1450-ADD-ALTERNATE-ROW.
           IF NOT POL-VALID-CLASS OR NOT POL-VALID-ORDER
               OR POL-RANK NOT NUMERIC
               OR POL-RANK < 1 OR POL-RANK > 7
               OR WS-ALT-COUNT = 4
               PERFORM 1460-IGNORE-ALTERNATE-ROW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALT-COUNT
               OR WS-ALT-CLASS(WS-ALT-IDX) = POL-CLASS
               CONTINUE
           END-PERFORM
           IF WS-ALT-IDX NOT > WS-ALT-COUNT
               PERFORM 1460-IGNORE-ALTERNATE-ROW
               EXIT PARAGRAPH
           END-IF
           IF WS-ALT-COUNT = 0
               MOVE POL-NAME TO WS-ALT-NAME
           END-IF
           ADD 1 TO WS-ALT-COUNT
           MOVE POL-RANK  TO WS-ALT-RANK(WS-ALT-COUNT)
           MOVE POL-CLASS TO WS-ALT-CLASS(WS-ALT-COUNT)
           MOVE POL-ORDER TO WS-ALT-ORDER(WS-ALT-COUNT)
           .

       1460-IGNORE-ALTERNATE-ROW.
           ADD 1 TO WS-ALT-ROWS-IGNORED
           DISPLAY 'POSTSIM: WARNING - alternate policy row ignored, '
               'class=' POL-CLASS ' order=' POL-ORDER
               ' rank=' POL-RANK
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           .

      *>================================================================*
      *> RUN ONE PASS — sort the posted input into this pass's policy
      *> order and simulate posting it.
      *>================================================================*
       2000-RUN-ONE-PASS.
           MOVE SPACES TO WS-SIM-ACCT
           MOVE 0 TO WS-SIM-IDX
           MOVE 'N' TO WS-SORT-EOF-SW
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCT-ID
               ON ASCENDING KEY SORT-POST-RANK
               ON ASCENDING KEY SORT-POST-KEY
               ON ASCENDING KEY SORT-SEQ
               INPUT  PROCEDURE IS 2050-RELEASE-ITEMS
               OUTPUT PROCEDURE IS 3000-SIMULATE-POSTING
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'POSTSIM: ERROR - SORT failed, SORT-RETURN='
                   SORT-RETURN
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           .

       2050-RELEASE-ITEMS.
           OPEN INPUT VALID-TRANS-FILE
           PERFORM UNTIL WS-TRANS-STATUS NOT = '00'
               READ VALID-TRANS-FILE
                   AT END
                       MOVE '10' TO WS-TRANS-STATUS
                   NOT AT END
                       PERFORM 2100-RANK-ITEM
                       MOVE TRANSACTION-RECORD TO SORT-RECORD
                       MOVE WS-ITEM-RANK TO SORT-POST-RANK
                       MOVE WS-ITEM-KEY  TO SORT-POST-KEY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE VALID-TRANS-FILE
           .

      *>================================================================*
      *> RANK ITEM — the same classing and keying as TXNSORT's
      *> 1150-RANK-ITEM, against this pass's policy.
      *>================================================================*
       2100-RANK-ITEM.
           MOVE 0 TO WS-ITEM-KEY
           IF TRANS-MAINTENANCE
               MOVE 9 TO WS-ITEM-RANK
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TRANS-DEPOSIT OR TRANS-INTEREST
                   MOVE 'CR' TO WS-ITEM-CLASS
               WHEN TRANS-TRANSFER AND TRANS-XFER-CREDIT
                   MOVE 'CR' TO WS-ITEM-CLASS
               WHEN TRANS-WITHDRAW
                   AND (TRANS-DESC(1:4) = 'ATM ' OR 'POS ')
                   MOVE 'CD' TO WS-ITEM-CLASS
               WHEN TRANS-WITHDRAW AND TRANS-CHECK-NO > 0
                   MOVE 'CK' TO WS-ITEM-CLASS
               WHEN OTHER
                   MOVE 'DB' TO WS-ITEM-CLASS
           END-EVALUATE
           MOVE 8 TO WS-ITEM-RANK
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               OR WS-POL-CLASS(WS-POL-IDX) = WS-ITEM-CLASS
               CONTINUE
           END-PERFORM
           IF WS-POL-IDX > WS-POL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POL-RANK(WS-POL-IDX) TO WS-ITEM-RANK
           EVALUATE WS-POL-ORDER(WS-POL-IDX)
               WHEN 'CN'
                   MOVE TRANS-CHECK-NO TO WS-ITEM-KEY
               WHEN 'LH'
                   COMPUTE WS-ITEM-KEY = TRANS-AMOUNT * 100
               WHEN 'HL'
                   COMPUTE WS-ITEM-KEY =
                       999999999 - TRANS-AMOUNT * 100
           END-EVALUATE
           .

      *>================================================================*
      *> SIMULATE POSTING — items come back grouped by account in the
      *> pass's order; each account starts from its opening balance.
      *> An item for an account not on the opening master would be
      *> an orphan at TXNAPPLY and is passed over here.
      *>================================================================*
       3000-SIMULATE-POSTING.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   INTO TRANSACTION-RECORD
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF TRANS-ACCT-ID NOT = WS-SIM-ACCT
                           PERFORM 3100-START-ACCOUNT
                       END-IF
                       IF WS-SIM-IDX > 0
                           PERFORM 3200-SIMULATE-ONE-ITEM
                       END-IF
               END-RETURN
           END-PERFORM
           .

       3100-START-ACCOUNT.
           MOVE TRANS-ACCT-ID TO WS-SIM-ACCT
           MOVE 0 TO WS-SIM-IDX
           MOVE 0 TO WS-SIM-OD-LIMIT
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               OR WS-CU-ID(WS-CU-IDX) = WS-SIM-ACCT
               CONTINUE
           END-PERFORM
           IF WS-CU-IDX > WS-CU-COUNT
               EXIT PARAGRAPH
           END-IF
           SET WS-SIM-IDX TO WS-CU-IDX
           MOVE WS-CU-BALANCE(WS-SIM-IDX) TO WS-SIM-BALANCE
           PERFORM VARYING WS-ODL-IDX FROM 1 BY 1
               UNTIL WS-ODL-IDX > WS-ODL-COUNT
               OR WS-ODL-ACCT-ID(WS-ODL-IDX) = WS-SIM-ACCT
               CONTINUE
           END-PERFORM
           IF WS-ODL-IDX NOT > WS-ODL-COUNT
               MOVE WS-ODL-LIMIT(WS-ODL-IDX) TO WS-SIM-OD-LIMIT
           END-IF
           .

       3200-SIMULATE-ONE-ITEM.
           IF WS-PASS-IN-EFFECT
               ADD 1 TO WS-CTR-ITEMS
           END-IF
           EVALUATE TRUE
               WHEN TRANS-DEPOSIT OR TRANS-INTEREST
                   ADD TRANS-AMOUNT TO WS-SIM-BALANCE
               WHEN TRANS-TRANSFER AND TRANS-XFER-CREDIT
                   ADD TRANS-AMOUNT TO WS-SIM-BALANCE
               WHEN TRANS-FEE
                   SUBTRACT TRANS-AMOUNT FROM WS-SIM-BALANCE
      *> A short transfer debit is refused without a fee; a loan's
      *> disbursement leg draws it negative by design
               WHEN TRANS-TRANSFER
                   IF TRANS-AMOUNT <= WS-SIM-BALANCE
                       OR WS-CU-ACCT-TYPE(WS-SIM-IDX) = 'L'
                       SUBTRACT TRANS-AMOUNT FROM WS-SIM-BALANCE
                   END-IF
               WHEN TRANS-WITHDRAW
                   IF TRANS-AMOUNT > WS-SIM-BALANCE + WS-SIM-OD-LIMIT
                       PERFORM 3300-COUNT-NSF
                   ELSE
                       SUBTRACT TRANS-AMOUNT FROM WS-SIM-BALANCE
                   END-IF
           END-EVALUATE
           .

       3300-COUNT-NSF.
           SUBTRACT WS-NSF-FEE-AMT FROM WS-SIM-BALANCE
           IF WS-PASS-IN-EFFECT
               ADD 1 TO WS-CU-NSF-EFF(WS-SIM-IDX)
               ADD 1 TO WS-CTR-NSF-EFF
               ADD WS-NSF-FEE-AMT TO WS-FEES-EFF
           ELSE
               ADD 1 TO WS-CU-NSF-ALT(WS-SIM-IDX)
               ADD 1 TO WS-CTR-NSF-ALT
               ADD WS-NSF-FEE-AMT TO WS-FEES-ALT
           END-IF
           .

      *>================================================================*
      *> WRITE REPORT — both policies, the accounts the choice of
      *> order changes, and the totals.
      *>================================================================*
       4000-WRITE-REPORT.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 1 LINE
           MOVE 'POLICY IN EFFECT:'   TO POL-HDR-LABEL
           MOVE WS-EFF-NAME           TO WS-POL-NAME
           MOVE WS-EFF-COUNT          TO WS-POL-COUNT
           MOVE WS-EFF-TABLE          TO WS-POL-TABLE
           PERFORM 4100-PRINT-POLICY
           MOVE 'ALTERNATE POLICY:'   TO POL-HDR-LABEL
           MOVE WS-ALT-NAME           TO WS-POL-NAME
           MOVE WS-ALT-COUNT          TO WS-POL-COUNT
           MOVE WS-ALT-TABLE          TO WS-POL-TABLE
           PERFORM 4100-PRINT-POLICY
           WRITE REPORT-LINE FROM COL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               IF WS-CU-NSF-EFF(WS-CU-IDX)
                   NOT = WS-CU-NSF-ALT(WS-CU-IDX)
                   PERFORM 4200-PRINT-ACCOUNT
               END-IF
           END-PERFORM
           COMPUTE WS-NSF-DIFF = WS-CTR-NSF-ALT - WS-CTR-NSF-EFF
           COMPUTE WS-FEES-DIFF = WS-FEES-ALT - WS-FEES-EFF
           WRITE REPORT-LINE FROM TOT-HDR-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'NSF ITEMS'               TO TOT-LABEL
           MOVE WS-CTR-NSF-EFF            TO TOT-EFF
           MOVE WS-CTR-NSF-ALT            TO TOT-ALT
           MOVE WS-NSF-DIFF               TO TOT-DIFF
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NSF FEES'                TO TOT-LABEL
           MOVE WS-FEES-EFF               TO TOT-EFF
           MOVE WS-FEES-ALT               TO TOT-ALT
           MOVE WS-FEES-DIFF              TO TOT-DIFF
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-CTR-ACCTS-DIFFER       TO CNT-ACCTS
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           .

       4100-PRINT-POLICY.
           MOVE WS-POL-NAME TO POL-HDR-NAME
           WRITE REPORT-LINE FROM POL-HDR-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               MOVE WS-POL-RANK(WS-POL-IDX) TO POL-DTL-RANK
               EVALUATE WS-POL-CLASS(WS-POL-IDX)
                   WHEN 'CR'
                       MOVE 'CREDITS' TO POL-DTL-CLASS
                   WHEN 'CD'
                       MOVE 'CARD ITEMS' TO POL-DTL-CLASS
                   WHEN 'CK'
                       MOVE 'CHECKS' TO POL-DTL-CLASS
                   WHEN OTHER
                       MOVE 'OTHER DEBITS' TO POL-DTL-CLASS
               END-EVALUATE
               EVALUATE WS-POL-ORDER(WS-POL-IDX)
                   WHEN 'CN'
                       MOVE 'BY CHECK SERIAL NUMBER' TO POL-DTL-ORDER
                   WHEN 'LH'
                       MOVE 'SMALLEST TO LARGEST' TO POL-DTL-ORDER
                   WHEN 'HL'
                       MOVE 'LARGEST TO SMALLEST' TO POL-DTL-ORDER
                   WHEN OTHER
                       MOVE 'IN ARRIVAL ORDER' TO POL-DTL-ORDER
               END-EVALUATE
               WRITE REPORT-LINE FROM POL-DTL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 8 TO POL-DTL-RANK
           MOVE 'ANY CLASS NOT RANKED ABOVE' TO POL-DTL-CLASS
           MOVE 'IN ARRIVAL ORDER' TO POL-DTL-ORDER
           WRITE REPORT-LINE FROM POL-DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       4200-PRINT-ACCOUNT.
           ADD 1 TO WS-CTR-ACCTS-DIFFER
           MOVE WS-CU-ID(WS-CU-IDX)       TO DTL-ACCT-ID
           MOVE WS-CU-NAME(WS-CU-IDX)     TO DTL-NAME
           MOVE WS-CU-NSF-EFF(WS-CU-IDX)  TO DTL-NSF-EFF
           MOVE WS-CU-NSF-ALT(WS-CU-IDX)  TO DTL-NSF-ALT
           COMPUTE WS-NSF-DIFF = WS-CU-NSF-ALT(WS-CU-IDX)
               - WS-CU-NSF-EFF(WS-CU-IDX)
           MOVE WS-NSF-DIFF               TO DTL-NSF-DIFF
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY '--- POSTSIM Summary ---'
           DISPLAY '  Policy in effect   : ' WS-EFF-NAME
           DISPLAY '  Alternate policy   : ' WS-ALT-NAME
           DISPLAY '  Items simulated    : ' WS-CTR-ITEMS
           DISPLAY '  NSF in effect      : ' WS-CTR-NSF-EFF
           DISPLAY '  NSF alternate      : ' WS-CTR-NSF-ALT
           DISPLAY '  Accounts differing : ' WS-CTR-ACCTS-DIFFER
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
