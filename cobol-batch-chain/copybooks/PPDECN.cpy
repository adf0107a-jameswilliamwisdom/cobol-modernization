      *>================================================================*
      *> PPDECN.cpy — Positive-Pay Customer Decision Record (20 bytes)
      *> Layout: LINE SEQUENTIAL, one row per exception item the
      *> customer has decided, keyed to the exception by account
      *> and Fed item sequence. Consumed by INCLRIN at the cut-off.
      *>================================================================*
       01  POSPAY-DECISION-RECORD.
           05  PPD-ACCT-ID            PIC X(8).
           05  PPD-ITEM-SEQ           PIC 9(6).
           05  PPD-DECISION           PIC X(1).
               88  PPD-PAY                VALUE 'P'.
               88  PPD-RETURN             VALUE 'R'.
           05  FILLER                 PIC X(5).
