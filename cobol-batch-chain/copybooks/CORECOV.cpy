      *>================================================================*
      *> CORECOV.cpy — Charge-Off Recovery Record (50 bytes)
      *> Layout: LINE SEQUENTIAL, one row per deposit TXNAPPLY posted
      *> to a charged-off account — a customer payment or a
      *> collection-agency remittance. CHRGOFF reads the file on its
      *> next run to credit the charged-off ledger, then empties it.
      *> The same queue carries TXNAPPLY's answer on each write-off
      *> credit CHRGOFF generated: CR-CHGOFF-POSTED confirms the
      *> ledger row CHRGOFF left pending, CR-CHGOFF-REJECTED (the
      *> credit no longer fitted the account) has it dropped.
      *>================================================================*
       01  RECOVERY-RECORD.
           05  CR-ACCT-ID             PIC X(8).
           05  CR-DATE                PIC 9(8).
           05  CR-SEQ                 PIC 9(6).
           05  CR-AMOUNT              PIC 9(7)V99.
           05  CR-DESC                PIC X(12).
           05  CR-TYPE                PIC X(1).
               88  CR-RECOVERY            VALUE 'R' SPACE.
               88  CR-CHGOFF-POSTED       VALUE 'X'.
               88  CR-CHGOFF-REJECTED     VALUE 'J'.
           05  CR-FILLER              PIC X(6).
