       *>   0 = all transactions valid
       *>   4 = some rejects (normal processing)
       *>   8 = input file error
       *>
       *> A transaction on no account on file is asked of ACCTXLAT
       *> before it rejects: an acquired portfolio's old number
       *> (TXNSORT re-keys those inside the grace period, so one
       *> reaching here is past it) rejects REJ-CONVERTED with the
       *> number it now belongs to, rather than as no account.
       *>
       *> An account still held for identity verification (CUST-CIP-
       *> PENDING) takes deposits only: a withdrawal rejects REJ-CIP-
       *> HOLD, and so do both legs of any transfer touching it —
       *> the counterpart's leg through the status carried in the
       *> transfer lookup — so neither posts without the other.
       *> A deceased owner's transfer out pends both legs on
       *> PENDING-TRANS the same way, for the executor's approval.
       *>================================================================*

       IDENTIFICATION DIVISION.
       COPY 'copybooks/CUSTREC.cpy'.

       FD  VALID-TRANS-FILE.
           01  VALID-TRANS-RECORD          PIC X(91).

       FD  PENDING-TRANS-FILE.
           01  PENDING-TRANS-RECORD        PIC X(91).

       FD  REJECT-TRANS-FILE.
       COPY 'copybooks/REJECTREC.cpy'.
       *> the current match position) can't be checked by the balanced
       *> -line merge itself. CUSTOMER-FILE is read once in full into
       *> this table at startup, purely to confirm the destination
       *> account exists (and whether it is held for identity
       *> verification), before the file is reopened for the normal
       *> merge pass.
       *>----------------------------------------------------------------*
       01  WS-XFER-LOOKUP-COUNT          PIC 9(3)  VALUE 0.
                   DEPENDING ON WS-XFER-LOOKUP-COUNT
                   INDEXED BY WS-XL-IDX.
               10  WS-XL-CUST-ID         PIC X(8).
               10  WS-XL-CUST-STATUS     PIC X(1).

       01  WS-XFER-DEST-FOUND-SW          PIC X(1)  VALUE 'N'.
           88  WS-XFER-DEST-FOUND             VALUE 'Y'.
           88  WS-XFER-DEST-NOT-FOUND         VALUE 'N'.
       01  WS-XFER-DEST-CIP-SW            PIC X(1)  VALUE 'N'.
           88  WS-XFER-DEST-CIP-PENDING       VALUE 'Y'.
       01  WS-XFER-DEST-DECEASED-SW       PIC X(1)  VALUE 'N'.
           88  WS-XFER-DEST-DECEASED          VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Branch master — loaded whole at startup. With no master on
               88  WS-TRANS-DOMESTIC           VALUE SPACES 'USD'.
           05  WS-TRANS-ORIG-AMOUNT        PIC 9(7)V99.
           05  WS-TRANS-CHECK-NO           PIC 9(6).
           05  WS-TRANS-OPERATOR-ID        PIC X(8).
           05  WS-TRANS-APPROVER-ID        PIC X(8).
           05  WS-TRANS-ORIGIN             PIC X(1).
               88  WS-ORIGIN-LOAN              VALUE 'L'.
               88  WS-ORIGIN-CHARGE-OFF        VALUE 'C'.
               88  WS-ORIGIN-ESTATE            VALUE 'E'.
               88  WS-ORIGIN-SWEEP             VALUE 'Z'.

      *>----------------------------------------------------------------*
      *> Duplicate detection — every transaction seen for the current
      *>----------------------------------------------------------------*
       COPY 'copybooks/EDITACCT.cpy'.

      *>----------------------------------------------------------------*
      *> Converted-account translation contract — ACCTXLAT answers
      *> whether an unmatched number is an acquired portfolio's old
      *> number.
      *>----------------------------------------------------------------*
       COPY XLATACCT.

       01  WS-CURRENT-CUST.
           05  WS-CUST-ID                  PIC X(8).
           05  WS-CUST-NAME                PIC X(25).
           05  WS-CUST-ACCT-TYPE           PIC X(1).
               88  WS-CUST-SAVINGS             VALUE 'S'.
               88  WS-CUST-CHECKING            VALUE 'C'.
               88  WS-CUST-LOAN                VALUE 'L'.
           05  WS-CUST-STATUS              PIC X(1).
               88  WS-CUST-ACTIVE              VALUE 'A'.
               88  WS-CUST-CLOSED              VALUE 'C'.
               88  WS-CUST-FROZEN              VALUE 'F'.
               88  WS-CUST-CHARGED-OFF         VALUE 'O'.
               88  WS-CUST-DECEASED            VALUE 'D'.
               88  WS-CUST-CIP-PENDING         VALUE 'V'.
           05  WS-CUST-BALANCE             PIC S9(7)V99 COMP-3.
           05  WS-CUST-OPEN-DATE           PIC 9(8).
           05  WS-CUST-LAST-ACTIVITY       PIC 9(8).
       01  WS-VALID-CTR                   PIC 9(7) VALUE ZEROES.
       01  WS-PENDING-CTR                 PIC 9(7) VALUE ZEROES.
       01  WS-REJECT-CTR                  PIC 9(7) VALUE ZEROES.
       01  WS-CONVERTED-REJ-CTR           PIC 9(7) VALUE ZEROES.

       *>----------------------------------------------------------------*
       *> Return code
       *>================================================================*
       2100-REJECT-NO-ACCOUNT.
           PERFORM 4100-BUILD-REJECT-BASE
           MOVE WS-TRANS-ACCT-ID TO XL-ACCT-ID
           MOVE WS-RUN-DATE      TO XL-AS-OF-DATE
           CALL 'ACCTXLAT' USING ACCT-XLATE-REQUEST
                                 ACCT-XLATE-RESPONSE
           IF XL-NOT-CONVERTED
               SET REJ-NO-ACCOUNT TO TRUE
           ELSE
               SET REJ-CONVERTED TO TRUE
               MOVE XL-NEW-ACCT-ID TO REJ-NEW-ACCT-ID
               ADD 1 TO WS-CONVERTED-REJ-CTR
           END-IF
           PERFORM 4200-WRITE-REJECT
           .

           ADD WS-TRANS-AMOUNT TO WS-VELOCITY-AMOUNT

           SET WS-XFER-DEST-NOT-FOUND TO TRUE
           MOVE 'N' TO WS-XFER-DEST-CIP-SW
           MOVE 'N' TO WS-XFER-DEST-DECEASED-SW
           IF WS-TRANS-TRANSFER
               AND WS-TRANS-XFER-ACCT-ID NOT = SPACES
               PERFORM 1160-FIND-XFER-DEST
                   SET REJ-DUPLICATE TO TRUE
                   PERFORM 4200-WRITE-REJECT

      *> Account closed — CHRGOFF's write-off credit is the one
      *> money movement a closed account still takes (known by the
      *> origin TXNSORT stamps on CHARGEOFF-TRANS.DAT, never by its
      *> description)
               WHEN WS-CUST-CLOSED
                   AND NOT WS-TRANS-MAINTENANCE
                   AND NOT (WS-TRANS-DEPOSIT
                            AND WS-ORIGIN-CHARGE-OFF)
                   PERFORM 4100-BUILD-REJECT-BASE
                   SET REJ-CLOSED TO TRUE
                   PERFORM 4200-WRITE-REJECT
      *> target status
               WHEN WS-CUST-FROZEN
                   AND NOT WS-TRANS-MAINTENANCE
                   AND NOT (WS-TRANS-DEPOSIT
                            AND WS-ORIGIN-CHARGE-OFF)
                   PERFORM 4100-BUILD-REJECT-BASE
                   SET REJ-FROZEN TO TRUE
                   PERFORM 4200-WRITE-REJECT

      *> Account charged off — only a deposit (posted as a recovery
      *> against the charged-off ledger) or maintenance gets through;
      *> anything that would draw on it is treated as closed
               WHEN WS-CUST-CHARGED-OFF
                   AND NOT WS-TRANS-MAINTENANCE
                   AND NOT WS-TRANS-DEPOSIT
                   PERFORM 4100-BUILD-REJECT-BASE
                   SET REJ-CLOSED TO TRUE
                   PERFORM 4200-WRITE-REJECT

      *> Identity not yet verified — the account takes deposits
      *> but nothing that draws on it, and no transfer in or out.
      *> A transfer's other leg rejects too, off the lookup, so
      *> the pair stays together
               WHEN (WS-CUST-CIP-PENDING
                     AND (WS-TRANS-WITHDRAW OR WS-TRANS-TRANSFER))
                 OR (WS-TRANS-TRANSFER
                     AND WS-XFER-DEST-CIP-PENDING)
                   PERFORM 4100-BUILD-REJECT-BASE
                   SET REJ-CIP-HOLD TO TRUE
                   PERFORM 4200-WRITE-REJECT

      *> Installment loan — the only debit a loan takes is its own
      *> disbursement leg; a withdrawal or any other transfer out
      *> would draw new principal outside the note
               WHEN WS-CUST-LOAN
                   AND (WS-TRANS-WITHDRAW
                        OR (WS-TRANS-TRANSFER
                            AND WS-TRANS-XFER-DEBIT
                            AND NOT WS-ORIGIN-LOAN))
                   PERFORM 4100-BUILD-REJECT-BASE
                   SET REJ-INVALID-TYPE TO TRUE
                   PERFORM 4200-WRITE-REJECT

      *> Transfer leg missing its counterpart account
               WHEN WS-TRANS-TRANSFER
                   AND WS-TRANS-XFER-ACCT-ID = SPACES
                   PERFORM 4200-WRITE-REJECT

      *> Account has exceeded its configured per-cycle transaction
      *> count or aggregate dollar volume. A loan disbursement was
      *> approved when lending booked the note, so neither this nor
      *> the supervisor-review hold below applies to its two legs;
      *> nor to a charge-off credit, which moves no customer money;
      *> nor to ESTSETL's settlement and Treasury-return debits,
      *> which were approved under dual control when they were
      *> requested; nor to a ZBASWEEP pair, which only moves a
      *> business customer's money between its own accounts. Each
      *> is known by its TRANS-ORIGIN, which only TXNSORT sets
               WHEN (WS-VELOCITY-COUNT > WS-VELOCITY-MAX-COUNT
                     OR WS-VELOCITY-AMOUNT > WS-VELOCITY-MAX-AMOUNT)
                   AND NOT WS-ORIGIN-LOAN
                   AND NOT WS-ORIGIN-CHARGE-OFF
                   AND NOT WS-ORIGIN-ESTATE
                   AND NOT WS-ORIGIN-SWEEP
                   PERFORM 4100-BUILD-REJECT-BASE
                   SET REJ-VELOCITY-LIMIT TO TRUE
                   PERFORM 4200-WRITE-REJECT

      *> Deceased owner — a debit waits on PENDING-TRANS until the
      *> estate executor approves it through PNDGREV, whatever the
      *> amount. Deposits still post. A transfer out pends both
      *> legs — the credit leg on the counterpart account through
      *> the status carried in the transfer lookup — so the pair
      *> is held and released as a unit. ESTSETL's own settlement
      *> items are exempt, as above
               WHEN ((WS-CUST-DECEASED
                      AND (WS-TRANS-WITHDRAW
                           OR (WS-TRANS-TRANSFER
                               AND WS-TRANS-XFER-DEBIT)))
                   OR (WS-TRANS-TRANSFER
                       AND WS-TRANS-XFER-CREDIT
                       AND WS-XFER-DEST-DECEASED))
                   AND NOT WS-ORIGIN-ESTATE
                   WRITE PENDING-TRANS-RECORD
                       FROM WS-CURRENT-TRANS
                   ADD 1 TO WS-PENDING-CTR
                   ADD WS-TRANS-AMOUNT TO WS-HASH-PENDING

      *> Large transaction — hold for supervisor review rather than
      *> let it auto-post same day
               WHEN WS-TRANS-AMOUNT >= WS-PENDING-REVIEW-THRESHOLD
                   AND NOT WS-ORIGIN-LOAN
                   AND NOT WS-ORIGIN-CHARGE-OFF
                   AND NOT WS-ORIGIN-ESTATE
                   AND NOT WS-ORIGIN-SWEEP
                   WRITE PENDING-TRANS-RECORD
                       FROM WS-CURRENT-TRANS
                   ADD 1 TO WS-PENDING-CTR
           DISPLAY '  Valid written:         ' WS-VALID-CTR
           DISPLAY '  Pending review:        ' WS-PENDING-CTR
           DISPLAY '  Rejected:              ' WS-REJECT-CTR
           DISPLAY '    on converted old no.: ' WS-CONVERTED-REJ-CTR
           DISPLAY '-----------------------------------------'

           PERFORM 3500-WRITE-CONTROL-TOTALS
           MOVE WS-TRANS-BRANCH   TO REJ-BRANCH
           MOVE WS-TRANS-SEQ      TO REJ-SEQ
           MOVE 'TXNVALID'        TO REJ-STEP
           MOVE WS-TRANS-OPERATOR-ID TO REJ-OPERATOR-ID
           .

       *>================================================================*
                       ADD 1 TO WS-XFER-LOOKUP-COUNT
                       MOVE WS-CUST-ID
                           TO WS-XL-CUST-ID(WS-XFER-LOOKUP-COUNT)
                       MOVE WS-CUST-STATUS
                         TO WS-XL-CUST-STATUS(WS-XFER-LOOKUP-COUNT)
               END-READ
           END-PERFORM
           .
               OR WS-XL-CUST-ID(WS-XL-IDX) = WS-TRANS-XFER-ACCT-ID
               CONTINUE
           END-PERFORM
           MOVE 'N' TO WS-XFER-DEST-CIP-SW
           MOVE 'N' TO WS-XFER-DEST-DECEASED-SW
           IF WS-XL-IDX > WS-XFER-LOOKUP-COUNT
               SET WS-XFER-DEST-NOT-FOUND TO TRUE
           ELSE
               SET WS-XFER-DEST-FOUND TO TRUE
               IF WS-XL-CUST-STATUS(WS-XL-IDX) = 'V'
                   SET WS-XFER-DEST-CIP-PENDING TO TRUE
               END-IF
               IF WS-XL-CUST-STATUS(WS-XL-IDX) = 'D'
                   SET WS-XFER-DEST-DECEASED TO TRUE
               END-IF
           END-IF
           .

