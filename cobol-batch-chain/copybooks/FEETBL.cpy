      *> alongside a deposit or withdrawal on that channel. A channel
      *> with no row in the table, or a WS-DEFAULT-AMT of zero, is
      *> charged no fee.
      *>
      *> The same file carries the annual safe deposit box rent, one
      *> row per box size under channel 'SB' + SDB-SIZE (SBS, SBM,
      *> SBL, SBX), read by SDBOX. No TRANS-DESC derives an 'SB'
      *> channel, so TXNAPPLY never charges these rows as fees.
      *>================================================================*
       01  FEE-TABLE-RECORD.
           05  FEE-CHANNEL            PIC X(3).
               88  FEE-WIRE               VALUE 'WIR'.
               88  FEE-ATM                VALUE 'ATM'.
               88  FEE-TELLER             VALUE 'TLR'.
               88  FEE-BOX-RENT           VALUE 'SBS' 'SBM' 'SBL'
                                                'SBX'.
           05  FEE-AMOUNT             PIC 9(3)V99.
           05  FEE-FILLER             PIC X(5).
