               ASSIGN TO 'data/TERM-DEPOSITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
      *> Installment loan companion file — the interest each active
      *> loan has accrued, so a payment can be split into its
      *> interest and principal portions; see LOANMAST.cpy.
           SELECT LOAN-FILE
               ASSIGN TO 'data/LOAN-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.
      *> Loan payment splits — one row per payment posted to a loan
      *> account, appended for LOANACRL to apply to the loan master.
           SELECT LOAN-PAYMENT-FILE
               ASSIGN TO WS-LOANPAYF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.
      *> Charge-off recoveries — one row per deposit posted to a
      *> charged-off account, appended for CHRGOFF to credit the
      *> charged-off ledger, plus the posted/rejected outcome of
      *> each CHRGOFF write-off credit; see CORECOV.cpy.
           SELECT RECOVERY-FILE
               ASSIGN TO WS-CORECF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
      *> Deceased/estate register. Open rows give the date of death
      *> for each account, and a federal benefit deposit dated after
      *> it is flagged on BENEFIT-RECLAIM for Treasury; see ESTATE.cpy
      *> and BENRECL.cpy.
           SELECT ESTATE-REGISTER-FILE
               ASSIGN TO 'data/ESTATE-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTR-STATUS.
           SELECT BENEFIT-RECLAIM-FILE
               ASSIGN TO WS-BENRCF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRC-STATUS.
      *> Legal orders (garnishments/levies) — open orders hold only
      *> the ordered amount against available balance, netted the
      *> same way the deposit holds are; see LEGALORD.cpy.
               ASSIGN TO 'data/LEGAL-ORDERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGO-STATUS.
      *> Card authorization memo-holds — open holds CARDIN carries
      *> for authorizations not yet settled, netted against available
      *> balance the same way; see CARDHOLD.cpy.
           SELECT CARD-AUTH-HOLD-FILE
               ASSIGN TO 'data/CARD-AUTH-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAH-STATUS.
      *> Overdraft-protection links — ops-submitted checking-to-
      *> savings pairs; a missing file means no accounts carry the
      *> protection this run.
               ASSIGN TO 'data/OD-PROTECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODP-STATUS.
      *> Posting-order policy TXNSORT applied to this cycle's input —
      *> each account's items are checked against it as they post;
      *> see POSTPOL.cpy.
           SELECT POSTING-POLICY-FILE
               ASSIGN TO 'data/POSTING-POLICY-APPLIED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
      *> Chain control totals — appended for CTLBAL's proof.
           SELECT CONTROL-FILE
               ASSIGN TO WS-CONTROLF-FILENAME
           COPY ODLIMIT.
       FD  TERM-DEP-FILE.
           COPY TERMDEP.
       FD  LOAN-FILE.
           COPY LOANMAST.
       FD  LOAN-PAYMENT-FILE.
           COPY LOANPAY.
       FD  RECOVERY-FILE.
           COPY CORECOV.
       FD  ESTATE-REGISTER-FILE.
           COPY ESTATE.
       FD  BENEFIT-RECLAIM-FILE.
           COPY BENRECL.
       FD  LEGAL-ORDER-FILE.
           COPY LEGALORD.
       FD  CARD-AUTH-HOLD-FILE.
           COPY CARDHOLD.
       FD  OD-PROTECT-FILE.
           COPY ODPROT.
       FD  POSTING-POLICY-FILE.
           COPY POSTPOL.
       FD  CONTROL-FILE.
           COPY CTLTOTAL.
       FD  FX-RATE-FILE.
                       ==TRANS-XFER-CREDIT==  BY ==CORR-XFER-CREDIT==
                       ==TRANS-CURRENCY==      BY ==CORR-CURRENCY==
                       ==TRANS-ORIG-AMOUNT==  BY ==CORR-ORIG-AMOUNT==
                       ==TRANS-CHECK-NO==      BY ==CORR-CHECK-NO==
                       ==TRANS-OPERATOR-ID==  BY ==CORR-OPERATOR-ID==
                       ==TRANS-APPROVER-ID==  BY ==CORR-APPROVER-ID==
                       ==TRANS-ORIGIN==        BY ==CORR-ORIGIN==
                       ==TRANS-ORIGIN-LOAN==  BY ==CORR-ORIGIN-LOAN==
                       ==TRANS-ORIGIN-CHARGE-OFF==
                                          BY ==CORR-ORIGIN-CHARGE-OFF==
                       ==TRANS-ORIGIN-ESTATE==
                                              BY ==CORR-ORIGIN-ESTATE==
                       ==TRANS-ORIGIN-SWEEP== BY ==CORR-ORIGIN-SWEEP==
                       ==TRANS-SYSTEM-ORIGIN==
                                              BY ==CORR-SYSTEM-ORIGIN==.
       FD  INDEX-MASTER-FILE.
       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                               BY ==INDEX-MASTER-REC==
           VALUE 'data/ROUNDING-SWEEP.TXT'.
       01  WS-FXGLF-FILENAME             PIC X(40)
           VALUE 'data/FX-GAINLOSS.DAT'.
       01  WS-LOANPAYF-FILENAME          PIC X(40)
           VALUE 'data/LOAN-PAYMENTS.DAT'.
       01  WS-CORECF-FILENAME            PIC X(40)
           VALUE 'data/CHARGEOFF-RECOVERY.DAT'.
       01  WS-BENRCF-FILENAME            PIC X(40)
           VALUE 'data/BENEFIT-RECLAIM.DAT'.
      *> Held-mail file passed to MAILCHK; spaces take its default
       01  WS-HELDMF-FILENAME            PIC X(40)  VALUE SPACES.

      *>----------------------------------------------------------------*
      *> Partition mode — set when the TXNAPPLY_PARTITION environment
           05  WS-CM-BRANCH              PIC X(3).
           05  WS-CM-ACCT-TYPE           PIC X(1).
               88  WS-CM-SAVINGS             VALUE 'S'.
               88  WS-CM-LOAN                VALUE 'L'.
           05  WS-CM-STATUS              PIC X(1).
               88  WS-CM-CLOSED-OR-FROZEN    VALUE 'C' 'F'.
               88  WS-CM-CHARGED-OFF         VALUE 'O'.
               88  WS-CM-DECEASED            VALUE 'D'.
               88  WS-CM-CIP-PENDING         VALUE 'V'.
           05  WS-CM-BALANCE             PIC S9(7)V99 COMP-3.
           05  WS-CM-OPEN-DATE           PIC 9(8).
           05  WS-CM-LAST-ACTIVITY       PIC 9(8).
               10  WS-NM-CODE            PIC X(4).
               10  WS-NM-TEXT            PIC X(45).
       01  WS-CTR-NOTICES                PIC 9(7)  VALUE 0.
       01  WS-CTR-NOTICES-HELD           PIC 9(7)  VALUE 0.

       01  WS-HOLD-STATUS                PIC XX.
       01  WS-HOLD-THRESHOLD             PIC 9(7)V99 VALUE 2500.00.
           88  WS-TERM-BLOCKED                     VALUE 'Y'.
       01  WS-CTR-TERM-REJECTS           PIC 9(5)  VALUE 0.

      *>----------------------------------------------------------------*
      *> Installment loan lookup — accrued interest per active loan,
      *> loaded at startup and relieved in memory as each payment
      *> splits, so two payments in one cycle don't both claim the
      *> same interest.
      *>----------------------------------------------------------------*
       01  WS-LN-STATUS                  PIC XX.
       01  WS-LP-STATUS                  PIC XX.
       01  WS-LN-COUNT                   PIC 9(3)  VALUE 0.
       01  WS-LN-TABLE-AREA.
           05  WS-LN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-LN-COUNT
                   INDEXED BY WS-LN-IDX.
               10  WS-LN-ACCT-ID         PIC X(8).
               10  WS-LN-ACCRUED         PIC 9(5)V9(4).
       01  WS-LOAN-INT-PORTION           PIC 9(7)V99 VALUE 0.
       01  WS-LOAN-PRIN-PORTION          PIC 9(7)V99 VALUE 0.
       01  WS-CTR-LOAN-PAYMENTS          PIC 9(7)  VALUE 0.

      *>----------------------------------------------------------------*
      *> Charge-off and recovery — CHRGOFF's write-off credit zeroes
      *> an overdrawn closed/frozen account; a deposit to an account
      *> already charged off is a recovery, queued for the ledger.
      *>----------------------------------------------------------------*
       01  WS-CR-STATUS                  PIC XX.
       01  WS-CR-TYPE                    PIC X(1).
       01  WS-CTR-CHARGE-OFFS            PIC 9(7)  VALUE 0.
      *> Account whose charge-off credit posted this run — its 'CO'
      *> status change, which posts right behind the credit, is only
      *> taken when the write-off itself went through
       01  WS-CO-POSTED-ACCT             PIC X(8)  VALUE SPACES.
       01  WS-CTR-RECOVERIES             PIC 9(7)  VALUE 0.

      *>----------------------------------------------------------------*
      *> Deceased accounts — open estate-register rows loaded at
      *> startup. A 'FEDB ' deposit dated after the date of death
      *> still posts, and it is also flagged for reclamation.
      *>----------------------------------------------------------------*
       01  WS-ESTR-STATUS                PIC XX.
       01  WS-BRC-STATUS                 PIC XX.
       01  WS-EST-COUNT                  PIC 9(3)  VALUE 0.
       01  WS-EST-TABLE-AREA.
           05  WS-EST-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-EST-COUNT
                   INDEXED BY WS-EST-IDX.
               10  WS-EST-ACCT           PIC X(8).
               10  WS-EST-DOD            PIC 9(8).
       01  WS-CTR-BENEFIT-FLAGS          PIC 9(7)  VALUE 0.

      *>----------------------------------------------------------------*
      *> Posting-order policy — the one TXNSORT applied, loaded at
      *> startup. Items post in file order; each is ranked the way
      *> TXNSORT ranks it, and one that sorts ahead of the item
      *> posted before it on the same account (an item added to the
      *> input after the sort) is counted and reported.
      *>----------------------------------------------------------------*
       01  WS-POL-STATUS                 PIC XX.
       01  WS-POL-NAME                   PIC X(12) VALUE SPACES.
       01  WS-POL-COUNT                  PIC 9(1)  VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-POL-IDX.
               10  WS-POL-RANK           PIC 9(1).
               10  WS-POL-CLASS          PIC X(2).
               10  WS-POL-ORDER          PIC X(2).
       01  WS-ITEM-CLASS                 PIC X(2).
       01  WS-ITEM-POST-KEY.
           05  WS-ITEM-RANK              PIC 9(1).
           05  WS-ITEM-KEY               PIC 9(9).
           05  WS-ITEM-SEQ               PIC 9(6).
       01  WS-PREV-POST-ACCT             PIC X(8)  VALUE SPACES.
       01  WS-PREV-POST-KEY              PIC X(16) VALUE SPACES.
       01  WS-CTR-OUT-OF-ORDER           PIC 9(7)  VALUE 0.

      *>----------------------------------------------------------------*
      *> Open legal-order holds — loaded at startup; the ordered
      *> amount joins the unreleased deposit holds in the available-
               10  WS-LGO-ACCT           PIC X(8).
               10  WS-LGO-AMT            PIC 9(7)V99.

      *>----------------------------------------------------------------*
      *> Open card authorization memo-holds — loaded at startup and
      *> netted into available balance alongside the deposit holds.
      *>----------------------------------------------------------------*
       01  WS-CAH-STATUS                 PIC XX.
       01  WS-CAH-COUNT                  PIC 9(4)  VALUE 0.
       01  WS-CAH-TABLE-AREA.
           05  WS-CAH-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CAH-COUNT
                   INDEXED BY WS-CAH-IDX.
               10  WS-CAH-ACCT           PIC X(8).
               10  WS-CAH-AMT            PIC 9(7)V99.

       01  WS-ODP-STATUS                 PIC XX.
       01  WS-ODP-COUNT                  PIC 9(3)  VALUE 0.
       01  WS-ODP-TABLE-AREA.
           88  PRIOR-IS-EOF                         VALUE 1.
       01  WS-CTR-PRIOR-SAVED            PIC 9(7)  VALUE 0.

      *> Returned-mail check contract with MAILCHK
       COPY CHKMAIL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
                   DELIMITED BY SIZE INTO WS-HOLDF-FILENAME
           END-IF
           PERFORM 1096-LOAD-LEGAL-ORDERS
           PERFORM 1096A-LOAD-CARD-AUTH-HOLDS
           PERFORM 1096B-LOAD-ESTATE-REGISTER
           PERFORM 1096C-LOAD-POSTING-POLICY
           PERFORM 1097-LOAD-TERM-DEPOSITS
           PERFORM 1099-LOAD-LOANS
           PERFORM 1098-LOAD-OD-LIMITS
           PERFORM 1095-LOAD-FX-RATES
           IF WS-SEQUENTIAL-MODE
           MOVE SPACES TO WS-FXGLF-FILENAME
           STRING 'data/FX-GAINLOSS-P' WS-PARTITION-ID '.DAT'
               DELIMITED BY SIZE INTO WS-FXGLF-FILENAME
           MOVE SPACES TO WS-LOANPAYF-FILENAME
           STRING 'data/LOAN-PAYMENTS-P' WS-PARTITION-ID '.DAT'
               DELIMITED BY SIZE INTO WS-LOANPAYF-FILENAME
           MOVE SPACES TO WS-CORECF-FILENAME
           STRING 'data/CHARGEOFF-RECOVERY-P' WS-PARTITION-ID '.DAT'
               DELIMITED BY SIZE INTO WS-CORECF-FILENAME
           MOVE SPACES TO WS-BENRCF-FILENAME
           STRING 'data/BENEFIT-RECLAIM-P' WS-PARTITION-ID '.DAT'
               DELIMITED BY SIZE INTO WS-BENRCF-FILENAME
           MOVE SPACES TO WS-HELDMF-FILENAME
           STRING 'data/HELD-MAIL-P' WS-PARTITION-ID '.DAT'
               DELIMITED BY SIZE INTO WS-HELDMF-FILENAME
           .

      *>================================================================*
           MOVE TRANS-SEQ       TO AUD-SEQ
           MOVE TRANS-CHECK-NO  TO AUD-CHECK-NO
           MOVE WS-CM-BALANCE   TO AUD-OLD-BALANCE
           IF WS-POL-COUNT > 0
               PERFORM 4102-CHECK-POSTING-ORDER
           END-IF
           PERFORM 4105-CHECK-STOP-PAYMENT
           SET WS-FX-CONVERTED TO TRUE
           IF TRANS-CURRENCY NOT = SPACES
           END-IF.

       4110-APPLY-DEPOSIT.
      *> Only an item TXNSORT read off CHRGOFF's own feed is a
      *> write-off; one that no longer fits the account (cured,
      *> already charged off, or its overdraft has moved since
      *> CHRGOFF wrote it, so the credit would no longer bring it
      *> to exactly zero) is rejected rather than posted as a
      *> deposit or taken as a recovery
           IF TRANS-ORIGIN-CHARGE-OFF
               IF WS-CM-CLOSED-OR-FROZEN
                   AND WS-CM-BALANCE < 0
                   AND TRANS-AMOUNT = 0 - WS-CM-BALANCE
                   PERFORM 4175-APPLY-CHARGE-OFF
               ELSE
                   PERFORM 4177-REJECT-CHARGE-OFF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-CHARGED-OFF
               PERFORM 4176-APPLY-RECOVERY
               EXIT PARAGRAPH
           END-IF
      *> A payment to a loan is never withdrawn against, so there
      *> are no funds to hold
           IF TRANS-AMOUNT > WS-HOLD-THRESHOLD
               AND NOT WS-CM-LOAN
               PERFORM 4112-PLACE-HOLD
           END-IF
           ADD TRANS-AMOUNT TO WS-CM-BALANCE
           SET  AUD-APPLIED   TO TRUE
           MOVE TRANS-DATE     TO WS-CM-LAST-ACTIVITY
           PERFORM 8400-WRITE-AUDIT
           IF WS-CM-LOAN
               PERFORM 4170-SPLIT-LOAN-PAYMENT
           END-IF
           IF TRANS-DESC(1:5) = 'FEDB ' AND WS-EST-COUNT > 0
               PERFORM 4114-FLAG-BENEFIT-RECLAIM
           END-IF
           ADD 1 TO WS-CTR-DEPOSITS
           ADD 1 TO WS-CTR-TRANS-APPLIED
           IF TRANS-AMOUNT >= WS-NOTICE-DEP-THRESHOLD
           END-IF
           .

      *>================================================================*
      *> LOAD LOANS — active installment loans and their accrued
      *> interest; a booked loan not yet disbursed has nothing to
      *> split, and a paid-off loan takes no more payments. No file
      *> means no loans are on the books this run.
      *>================================================================*
       1099-LOAD-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LN-STATUS NOT = '00'
                   OR WS-LN-COUNT = 500
               READ LOAN-FILE
                   AT END
                       MOVE '10' TO WS-LN-STATUS
                   NOT AT END
                       IF LN-ACTIVE
                           ADD 1 TO WS-LN-COUNT
                           MOVE LN-ACCT-ID
                               TO WS-LN-ACCT-ID(WS-LN-COUNT)
                           MOVE LN-ACCRUED-INT
                               TO WS-LN-ACCRUED(WS-LN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           IF WS-LN-COUNT > 0
               DISPLAY 'TXNAPPLY: Loaded ' WS-LN-COUNT
                   ' active installment loan(s).'
           END-IF
           .

      *>================================================================*
      *> CHECK TERM MATURITY — a withdrawal against an unmatured
      *> certificate is blocked unless the cycle also carries the

      *>================================================================*
      *> COMPUTE AVAILABLE — ledger balance minus this account's
      *> unreleased deposit holds, open legal-order amounts and open
      *> card authorization memo-holds.
      *>================================================================*
       4115-COMPUTE-AVAILABLE.
           MOVE 0 TO WS-HELD-TOTAL
                   ADD WS-LGO-AMT(WS-LGO-IDX) TO WS-HELD-TOTAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAH-IDX FROM 1 BY 1
               UNTIL WS-CAH-IDX > WS-CAH-COUNT
               IF WS-CAH-ACCT(WS-CAH-IDX) = TRANS-ACCT-ID
                   ADD WS-CAH-AMT(WS-CAH-IDX) TO WS-HELD-TOTAL
               END-IF
           END-PERFORM
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-CM-BALANCE - WS-HELD-TOTAL
           .
           END-IF
           .

      *>================================================================*
      *> LOAD CARD AUTH HOLDS — open memo-holds not yet past expiry;
      *> CARDIN has already settled today's matched authorizations
      *> before this step runs, so a settled item is never held and
      *> posted at once. No file means no authorizations are open.
      *>================================================================*
       1096A-LOAD-CARD-AUTH-HOLDS.
           OPEN INPUT CARD-AUTH-HOLD-FILE
           IF WS-CAH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAH-STATUS NOT = '00'
                   OR WS-CAH-COUNT = 2000
               READ CARD-AUTH-HOLD-FILE
                   AT END
                       MOVE '10' TO WS-CAH-STATUS
                   NOT AT END
                       IF CAH-OPEN
                           AND CAH-EXPIRY-DATE > WS-PROCESSING-DATE
                           ADD 1 TO WS-CAH-COUNT
                           MOVE CAH-ACCT-ID
                               TO WS-CAH-ACCT(WS-CAH-COUNT)
                           MOVE CAH-AMOUNT
                               TO WS-CAH-AMT(WS-CAH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-AUTH-HOLD-FILE
           IF WS-CAH-COUNT > 0
               DISPLAY 'TXNAPPLY: Loaded ' WS-CAH-COUNT
                   ' open card authorization hold(s).'
           END-IF
           .

      *>================================================================*
      *> LOAD ESTATE REGISTER — open rows only. A settled estate has
      *> been paid out and closed, so nothing more is flagged on it.
      *> No file means no deceased accounts are on record.
      *>================================================================*
       1096B-LOAD-ESTATE-REGISTER.
           OPEN INPUT ESTATE-REGISTER-FILE
           IF WS-ESTR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ESTR-STATUS NOT = '00'
                   OR WS-EST-COUNT = 500
               READ ESTATE-REGISTER-FILE
                   AT END
                       MOVE '10' TO WS-ESTR-STATUS
                   NOT AT END
                       IF EST-OPEN
                           ADD 1 TO WS-EST-COUNT
                           MOVE EST-ACCT-ID
                               TO WS-EST-ACCT(WS-EST-COUNT)
                           MOVE EST-DATE-OF-DEATH
                               TO WS-EST-DOD(WS-EST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTATE-REGISTER-FILE
           IF WS-EST-COUNT > 0
               DISPLAY 'TXNAPPLY: Loaded ' WS-EST-COUNT
                   ' open estate register row(s).'
           END-IF
           .

      *>================================================================*
      *> LOAD POSTING POLICY — no applied-policy file means TXNSORT
      *> has not recorded one, and there is nothing to check against.
      *>================================================================*
       1096C-LOAD-POSTING-POLICY.
           OPEN INPUT POSTING-POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'TXNAPPLY: No applied posting policy on file - '
                   'posting order not checked.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POL-STATUS NOT = '00'
                   OR WS-POL-COUNT = 4
               READ POSTING-POLICY-FILE
                   AT END
                       MOVE '10' TO WS-POL-STATUS
                   NOT AT END
                       ADD 1 TO WS-POL-COUNT
                       MOVE POL-NAME  TO WS-POL-NAME
                       MOVE POL-RANK  TO WS-POL-RANK(WS-POL-COUNT)
                       MOVE POL-CLASS TO WS-POL-CLASS(WS-POL-COUNT)
                       MOVE POL-ORDER TO WS-POL-ORDER(WS-POL-COUNT)
               END-READ
           END-PERFORM
           CLOSE POSTING-POLICY-FILE
           DISPLAY 'TXNAPPLY: Posting order policy ' WS-POL-NAME
           .

      *>================================================================*
      *> CHECK POSTING ORDER — rank the item exactly as TXNSORT's
      *> 1150-RANK-ITEM does and compare it with the item posted
      *> just before it on the same account. The item still posts;
      *> an out-of-order item means something reached VALID-TRANS
      *> after the sort, and the run ends RC 4 so it is looked at.
      *>================================================================*
       4102-CHECK-POSTING-ORDER.
           MOVE 0 TO WS-ITEM-KEY
           MOVE TRANS-SEQ TO WS-ITEM-SEQ
           EVALUATE TRUE
               WHEN TRANS-MAINTENANCE
                   MOVE SPACES TO WS-ITEM-CLASS
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
           IF WS-ITEM-CLASS = SPACES
               MOVE 9 TO WS-ITEM-RANK
           ELSE
               MOVE 8 TO WS-ITEM-RANK
               PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
                   OR WS-POL-CLASS(WS-POL-IDX) = WS-ITEM-CLASS
                   CONTINUE
               END-PERFORM
               IF WS-POL-IDX NOT > WS-POL-COUNT
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
               END-IF
           END-IF
           IF TRANS-ACCT-ID = WS-PREV-POST-ACCT
               AND WS-ITEM-POST-KEY < WS-PREV-POST-KEY
               ADD 1 TO WS-CTR-OUT-OF-ORDER
               DISPLAY 'TXNAPPLY: WARNING - acct ' TRANS-ACCT-ID
                   ' seq ' TRANS-SEQ ' posted out of policy order'
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE TRANS-ACCT-ID    TO WS-PREV-POST-ACCT
           MOVE WS-ITEM-POST-KEY TO WS-PREV-POST-KEY
           .

      *>================================================================*
      *> FLAG BENEFIT RECLAIM — a federal benefit payment dated after
      *> the account owner's death is not owed to the estate. The
      *> deposit has already posted, so the balance is right for
      *> today. This paragraph queues the payment on BENEFIT-
      *> RECLAIM.DAT, and ESTSETL returns it to Treasury before
      *> anything goes to the estate.
      *>================================================================*
       4114-FLAG-BENEFIT-RECLAIM.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-COUNT
               OR WS-EST-ACCT(WS-EST-IDX) = TRANS-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-EST-IDX > WS-EST-COUNT
               EXIT PARAGRAPH
           END-IF
           IF TRANS-DATE NOT > WS-EST-DOD(WS-EST-IDX)
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BENEFIT-RECLAIM-FILE
           IF WS-BRC-STATUS NOT = '00'
               OPEN OUTPUT BENEFIT-RECLAIM-FILE
           END-IF
           IF WS-BRC-STATUS = '00'
               INITIALIZE BENEFIT-RECLAIM-RECORD
               MOVE TRANS-ACCT-ID          TO BRC-ACCT-ID
               MOVE TRANS-DATE             TO BRC-POST-DATE
               MOVE TRANS-SEQ              TO BRC-SEQ
               MOVE TRANS-AMOUNT           TO BRC-AMOUNT
               MOVE TRANS-DESC             TO BRC-DESC
               MOVE WS-EST-DOD(WS-EST-IDX) TO BRC-DATE-OF-DEATH
               SET  BRC-FLAGGED            TO TRUE
               WRITE BENEFIT-RECLAIM-RECORD
               CLOSE BENEFIT-RECLAIM-FILE
               ADD 1 TO WS-CTR-BENEFIT-FLAGS
               DISPLAY 'TXNAPPLY: Post-death federal benefit flagged '
                   'for reclamation, acct=' TRANS-ACCT-ID
           END-IF
           .

      *>================================================================*
      *> PLACE HOLD — a deposit over the threshold is good on the
      *> ledger today but not withdrawable until the release date;
                   MOVE WS-NM-TEXT(WS-NM-IDX) TO NOT-TEXT
               END-IF
           END-PERFORM
           MOVE SPACES           TO MAIL-CHECK-REQUEST
           SET MC-FUNC-HOLD      TO TRUE
           MOVE NOT-ACCT-ID      TO MC-ACCT-ID
           MOVE 'TXNAPPLY'       TO MC-SOURCE
           MOVE NOT-EVENT-CODE   TO MC-ITEM-TYPE
           MOVE NOT-DATE         TO MC-ITEM-DATE
           MOVE NOT-AMOUNT       TO MC-AMOUNT
           MOVE NOT-TEXT         TO MC-TEXT
           MOVE WS-HELDMF-FILENAME TO MC-HELD-FILE
           CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE
           IF MC-UNDELIVERABLE
               ADD 1 TO WS-CTR-NOTICES-HELD
               EXIT PARAGRAPH
           END-IF
           WRITE CUSTOMER-NOTICE-RECORD
           ADD 1 TO WS-CTR-NOTICES
           .
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 4115-COMPUTE-AVAILABLE
      *> A loan's disbursement leg draws the account negative by
      *> design — TXNVALID has already refused any other debit
      *> against a loan, so there is no balance to test
                   IF WS-CM-LOAN
                       MOVE TRANS-AMOUNT TO WS-AVAILABLE-BALANCE
                   END-IF
                   IF TRANS-AMOUNT > WS-AVAILABLE-BALANCE
                       PERFORM 4128-REJECT-XFER-OVERDRAFT
                       PERFORM 4145-QUEUE-XFER-CORRECTION
                   PERFORM 8400-WRITE-AUDIT
                   ADD 1 TO WS-CTR-TRANSFERS
                   ADD 1 TO WS-CTR-TRANS-APPLIED
                   IF WS-CM-LOAN
                       PERFORM 4170-SPLIT-LOAN-PAYMENT
                   END-IF
           END-EVALUATE.

      *>================================================================*
      *> SPLIT LOAN PAYMENT — the full payment has just posted to the
      *> loan's (negative) balance. Accrued interest is satisfied
      *> first: that portion is taken back out of the balance as its
      *> own audited 'N' entry, the way 4132 takes backup withholding
      *> out of interest, so the balance nets down by principal only
      *> and the GL extract sees the interest income on its own line.
      *> The split is queued for LOANACRL to relieve the loan master.
      *>================================================================*
       4170-SPLIT-LOAN-PAYMENT.
           MOVE 0 TO WS-LOAN-INT-PORTION
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               OR WS-LN-ACCT-ID(WS-LN-IDX) = TRANS-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-LN-IDX NOT > WS-LN-COUNT
               COMPUTE WS-LOAN-INT-PORTION ROUNDED =
                   WS-LN-ACCRUED(WS-LN-IDX)
               IF WS-LOAN-INT-PORTION > TRANS-AMOUNT
                   MOVE TRANS-AMOUNT TO WS-LOAN-INT-PORTION
               END-IF
               IF WS-LOAN-INT-PORTION > WS-LN-ACCRUED(WS-LN-IDX)
                   MOVE 0 TO WS-LN-ACCRUED(WS-LN-IDX)
               ELSE
                   SUBTRACT WS-LOAN-INT-PORTION
                       FROM WS-LN-ACCRUED(WS-LN-IDX)
               END-IF
           END-IF
           COMPUTE WS-LOAN-PRIN-PORTION =
               TRANS-AMOUNT - WS-LOAN-INT-PORTION
           IF WS-LOAN-INT-PORTION > 0
               INITIALIZE AUDIT-RECORD
               MOVE TRANS-ACCT-ID       TO AUD-ACCT-ID
               MOVE 'N'                 TO AUD-TRANS-TYPE
               MOVE WS-LOAN-INT-PORTION TO AUD-AMOUNT
               MOVE TRANS-DATE          TO AUD-DATE
               MOVE WS-CM-BALANCE       TO AUD-OLD-BALANCE
               SUBTRACT WS-LOAN-INT-PORTION FROM WS-CM-BALANCE
               MOVE WS-CM-BALANCE       TO AUD-NEW-BALANCE
               SET  AUD-APPLIED         TO TRUE
               MOVE TRANS-BRANCH        TO AUD-BRANCH
               MOVE TRANS-SEQ           TO AUD-SEQ
               PERFORM 8400-WRITE-AUDIT
           END-IF
           OPEN EXTEND LOAN-PAYMENT-FILE
           IF WS-LP-STATUS NOT = '00'
               OPEN OUTPUT LOAN-PAYMENT-FILE
           END-IF
           IF WS-LP-STATUS = '00'
               INITIALIZE LOAN-PAYMENT-RECORD
               MOVE TRANS-ACCT-ID        TO LP-ACCT-ID
               MOVE TRANS-DATE           TO LP-DATE
               MOVE TRANS-SEQ            TO LP-SEQ
               MOVE TRANS-AMOUNT         TO LP-AMOUNT
               MOVE WS-LOAN-INT-PORTION  TO LP-INTEREST
               MOVE WS-LOAN-PRIN-PORTION TO LP-PRINCIPAL
               WRITE LOAN-PAYMENT-RECORD
               CLOSE LOAN-PAYMENT-FILE
           END-IF
           ADD 1 TO WS-CTR-LOAN-PAYMENTS
           .

      *>================================================================*
      *> APPLY CHARGE-OFF — CHRGOFF's write-off credit against an
      *> overdrawn closed or frozen account. It raises the balance
      *> back to zero like a deposit, but is booked as audit type
      *> 'X' so the GL extract carries the write-off on its own line
      *> instead of inside the day's deposits; no hold, fee or
      *> large-deposit notice applies to a bookkeeping entry. The
      *> posting is queued back to CHRGOFF, which holds its ledger
      *> row pending until it sees it.
      *>================================================================*
       4175-APPLY-CHARGE-OFF.
           MOVE 'X' TO AUD-TRANS-TYPE
           ADD TRANS-AMOUNT TO WS-CM-BALANCE
           MOVE WS-CM-BALANCE TO AUD-NEW-BALANCE
           SET  AUD-APPLIED   TO TRUE
           MOVE TRANS-DATE     TO WS-CM-LAST-ACTIVITY
           PERFORM 8400-WRITE-AUDIT
           MOVE TRANS-ACCT-ID TO WS-CO-POSTED-ACCT
           MOVE 'X' TO WS-CR-TYPE
           PERFORM 4178-QUEUE-CHARGEOFF-ITEM
           ADD 1 TO WS-CTR-CHARGE-OFFS
           ADD 1 TO WS-CTR-TRANS-APPLIED
           .

      *>================================================================*
      *> APPLY RECOVERY — a deposit to a charged-off account pays
      *> down the written-off debt, not a deposit balance the
      *> customer could draw on. The master balance stays at zero;
      *> the audit entry is type 'R' carrying the amount with old and
      *> new balance equal, and the recovery is queued on
      *> CHARGEOFF-RECOVERY.DAT for CHRGOFF to post to the ledger.
      *>================================================================*
       4176-APPLY-RECOVERY.
           MOVE 'R' TO AUD-TRANS-TYPE
           MOVE WS-CM-BALANCE TO AUD-NEW-BALANCE
           SET  AUD-APPLIED   TO TRUE
           MOVE TRANS-DATE     TO WS-CM-LAST-ACTIVITY
           PERFORM 8400-WRITE-AUDIT
           MOVE 'R' TO WS-CR-TYPE
           PERFORM 4178-QUEUE-CHARGEOFF-ITEM
           ADD 1 TO WS-CTR-RECOVERIES
           ADD 1 TO WS-CTR-TRANS-APPLIED
           .

      *>================================================================*
      *> REJECT CHARGE-OFF — a write-off credit whose account is no
      *> longer a closed or frozen overdraft of exactly that amount
      *> by the time it posts, or the 'CO' status change behind a
      *> credit that did not post. The balance and status are left
      *> untouched; CHRGOFF drops its pending ledger row off the
      *> reject and picks the account up again on its next run if
      *> it still qualifies.
      *>================================================================*
       4177-REJECT-CHARGE-OFF.
           INITIALIZE REJECT-RECORD
           MOVE TRANS-ACCT-ID   TO REJ-ACCT-ID
           MOVE TRANS-TYPE      TO REJ-TRANS-TYPE
           MOVE TRANS-AMOUNT    TO REJ-AMOUNT
           MOVE TRANS-DATE      TO REJ-DATE
           MOVE TRANS-BRANCH    TO REJ-BRANCH
           MOVE TRANS-SEQ       TO REJ-SEQ
           SET  REJ-INVALID-TYPE TO TRUE
           MOVE 'TXNAPPLY'      TO REJ-STEP
           PERFORM 8500-WRITE-REJECT
           MOVE WS-CM-BALANCE   TO AUD-NEW-BALANCE
           SET  AUD-REJECTED    TO TRUE
           PERFORM 8400-WRITE-AUDIT
           IF TRANS-DEPOSIT
               MOVE 'J' TO WS-CR-TYPE
               PERFORM 4178-QUEUE-CHARGEOFF-ITEM
           END-IF
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *>================================================================*
      *> QUEUE CHARGE-OFF ITEM — one row on CHARGEOFF-RECOVERY.DAT
      *> for CHRGOFF's next run: a recovery ('R'), or the posted
      *> ('X') or rejected ('J') outcome of a write-off credit.
      *>================================================================*
       4178-QUEUE-CHARGEOFF-ITEM.
           OPEN EXTEND RECOVERY-FILE
           IF WS-CR-STATUS NOT = '00'
               OPEN OUTPUT RECOVERY-FILE
           END-IF
           IF WS-CR-STATUS = '00'
               INITIALIZE RECOVERY-RECORD
               MOVE TRANS-ACCT-ID        TO CR-ACCT-ID
               MOVE TRANS-DATE           TO CR-DATE
               MOVE TRANS-SEQ            TO CR-SEQ
               MOVE TRANS-AMOUNT         TO CR-AMOUNT
               MOVE TRANS-DESC           TO CR-DESC
               MOVE WS-CR-TYPE           TO CR-TYPE
               WRITE RECOVERY-RECORD
               CLOSE RECOVERY-FILE
           END-IF
           .

      *>================================================================*
      *> QUEUE XFER CORRECTION — the debit leg of this transfer just
      *> failed for insufficient funds, so the credit leg posted (or
                   MOVE 'E' TO WS-CM-STATUS
                   MOVE WS-CM-STATUS    TO WS-CJ-NEW-VALUE
                   PERFORM 8960-WRITE-CHANGE-JOURNAL
      *> Overdrawn account written off — CHRGOFF generates this
      *> right behind its charge-off credit, and it is taken only
      *> if that credit posted this run
               WHEN 'CO'
                   IF WS-CO-POSTED-ACCT NOT = TRANS-ACCT-ID
                       PERFORM 4177-REJECT-CHARGE-OFF
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'STATUS'        TO WS-CJ-FIELD
                   MOVE WS-CM-STATUS    TO WS-CJ-OLD-VALUE
                   MOVE 'O' TO WS-CM-STATUS
                   MOVE WS-CM-STATUS    TO WS-CJ-NEW-VALUE
                   PERFORM 8960-WRITE-CHANGE-JOURNAL
      *> Owner's death reported. ACCTMAIN generates this once the
      *> notification is approved, and ESTSETL's closing 'CL'
      *> ends the deceased status.
               WHEN 'DD'
                   MOVE 'STATUS'        TO WS-CJ-FIELD
                   MOVE WS-CM-STATUS    TO WS-CJ-OLD-VALUE
                   MOVE 'D' TO WS-CM-STATUS
                   MOVE WS-CM-STATUS    TO WS-CJ-NEW-VALUE
                   PERFORM 8960-WRITE-CHANGE-JOURNAL
                   MOVE 'DCSD' TO WS-NOTICE-EVENT
                   MOVE 0 TO WS-NOTICE-AMOUNT
                   PERFORM 8950-EMIT-NOTICE
      *> Matured certificate rolling to savings per its renewal
      *> instruction — TERMMAT generates this action
               WHEN 'TS'
                   MOVE 'S' TO WS-CM-ACCT-TYPE
                   MOVE WS-CM-ACCT-TYPE TO WS-CJ-NEW-VALUE
                   PERFORM 8960-WRITE-CHANGE-JOURNAL
      *> Owner's identity verified — CIPVERIF generates this. It
      *> only lifts the verification hold; an account frozen or
      *> closed meanwhile keeps that status
               WHEN 'CV'
                   IF WS-CM-CIP-PENDING
                       MOVE 'STATUS'        TO WS-CJ-FIELD
                       MOVE WS-CM-STATUS    TO WS-CJ-OLD-VALUE
                       MOVE 'A' TO WS-CM-STATUS
                       MOVE WS-CM-STATUS    TO WS-CJ-NEW-VALUE
                       PERFORM 8960-WRITE-CHANGE-JOURNAL
                   END-IF
           END-EVALUATE
           SET  AUD-APPLIED    TO TRUE
           MOVE TRANS-DATE      TO WS-CM-LAST-ACTIVITY
           ADD 1 TO WS-CTR-MASTERS-WRITTEN
           PERFORM 8600-CHECKPOINT.

      *> Whoever keyed the item, and whoever released it from a hold,
      *> go onto every audit entry it produces.
       8400-WRITE-AUDIT.
           MOVE TRANS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE TRANS-APPROVER-ID TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR: Write AUDIT-TRAIL status='

       8500-WRITE-REJECT.
           ADD 1 TO WS-CTR-REJECTS-TOTAL
           MOVE TRANS-OPERATOR-ID TO REJ-OPERATOR-ID
           WRITE REJECT-RECORD
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'ERROR: Write REJECT-TRANS status='
               MOVE TRANS-SEQ          TO CJ-REQUEST-REF
               MOVE TRANS-DESC(3:4)    TO CJ-REQUEST-REF(7:4)
               MOVE WS-PROCESSING-DATE TO CJ-DATE
               MOVE TRANS-OPERATOR-ID  TO CJ-OPERATOR-ID
               WRITE CHANGE-JOURNAL-RECORD
               CLOSE CHANGE-JOURNAL-FILE
               ADD 1 TO WS-CTR-JOURNALED
           DISPLAY '  OD line honored  : ' WS-CTR-ODL-HONORED
           DISPLAY '  Deposit holds    : ' WS-CTR-HOLDS-PLACED
           DISPLAY '  Notices emitted  : ' WS-CTR-NOTICES
           DISPLAY '  Notices held    : ' WS-CTR-NOTICES-HELD
           DISPLAY '  Backup withheld  : ' WS-CTR-WITHHOLDINGS
           DISPLAY '  Sanctions rejects: ' WS-CTR-SANCTION-REJECTS
           DISPLAY '  Overdraft rejects: ' WS-CTR-OVERDRAFTS
           DISPLAY '  Savings limit rej : ' WS-CTR-SAVINGS-LIMIT
           DISPLAY '  Stop-payment rej : ' WS-CTR-STOP-PAYMENTS
           DISPLAY '  Term-early rej   : ' WS-CTR-TERM-REJECTS
           DISPLAY '  Loan payments    : ' WS-CTR-LOAN-PAYMENTS
           DISPLAY '  Charge-offs      : ' WS-CTR-CHARGE-OFFS
           DISPLAY '  Recoveries       : ' WS-CTR-RECOVERIES
           DISPLAY '  Benefit reclaims : ' WS-CTR-BENEFIT-FLAGS
           DISPLAY '  NSF fees assessed: ' WS-CTR-NSF-FEES
           DISPLAY '  Posting order    : ' WS-POL-NAME
           DISPLAY '  Out of order     : ' WS-CTR-OUT-OF-ORDER
           DISPLAY '  Maint fees posted: ' WS-CTR-MAINT-FEES
           DISPLAY '  Channel fees     : ' WS-CTR-CHANNEL-FEES
           DISPLAY '  Maint actions    : ' WS-CTR-MAINT-ACTIONS
