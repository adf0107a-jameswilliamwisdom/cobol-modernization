      *>================================================================*
      *> ICLRTN.cpy — Inclearing Return Entry (50 bytes)
      *> Layout: LINE SEQUENTIAL, the presented item plus the return
      *> reason, formatted for the return leg of the exchange.
      *> INCLRIN writes the items an account's status can never pay
      *> (no account, closed/escheated, frozen) before posting;
      *> CHKRTRN writes the items TXNAPPLY refused after posting —
      *> insufficient funds or a stop payment on the serial. A
      *> positive-pay exception the customer (or their standing
      *> default) chose to return goes back from INCLRIN at the
      *> cut-off as 'PP'. An item drawn on the official-check account
      *> that the official-check register cannot pay — not on it,
      *> already paid, escheated, or at the wrong amount — goes back
      *> as 'OC' (a stopped, voided or replaced one as 'SP'). One
      *> drawn on the claims disbursement account that the claims
      *> disbursement register cannot pay goes back as 'PP' — the
      *> register is that account's issued-check list — or as 'SP'
      *> when the claims system has voided the check.
      *>================================================================*
       01  INCLEAR-RETURN-RECORD.
           05  IRT-ROUTING            PIC X(9).
           05  IRT-ACCT-ID            PIC X(8).
           05  IRT-CHECK-NO           PIC 9(6).
           05  IRT-AMOUNT             PIC 9(7)V99.
           05  IRT-PRESENT-DATE       PIC 9(8).
           05  IRT-ITEM-SEQ           PIC 9(6).
           05  IRT-REASON             PIC X(2).
               88  IRT-NO-ACCOUNT         VALUE 'NA'.
               88  IRT-ACCT-CLOSED        VALUE 'AC'.
               88  IRT-ACCT-FROZEN        VALUE 'FR'.
               88  IRT-NSF                VALUE 'NS'.
               88  IRT-STOP-PAID          VALUE 'SP'.
               88  IRT-POSITIVE-PAY       VALUE 'PP'.
               88  IRT-OFFICIAL-CHECK     VALUE 'OC'.
           05  IRT-FILLER             PIC X(2).
