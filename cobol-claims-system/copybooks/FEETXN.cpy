      *> applied by CLMFEEM. FX-EFFECTIVE-DATE does double duty: on an
      *> ADD or CHANGE it's the new row's effective date, on a TERM it's
      *> the term date stamped onto the row currently active.
      *> The pricing-method fields carry straight onto the new row
      *> (see FEESCHED.cpy); a blank method is a flat-rate row.
      *> FX-SCHEDULE-LEVEL K makes FX-PROVIDER-ID a contract ID off
      *> CTRMAST.cpy: the transaction applies to the contract's base
      *> schedule, for every provider under it. Blank is a provider's
      *> own row.
      *>================================================================*
       01  FEE-TXN-RECORD.
           05  FX-TXN-TYPE               PIC X(1).
           05  FX-PAY-METHOD             PIC X(1).
           05  FX-ENTERED-BY             PIC X(8).
           05  FX-ENTERED-DATE           PIC 9(8).
           05  FX-PRICING-METHOD         PIC X(1).
           05  FX-CONV-FACTOR            PIC S9(3)V9(4) COMP-3.
           05  FX-PCT-OF-CHARGE          PIC 9(3)V99 COMP-3.
           05  FX-PCT-CAP                PIC S9(5)V99 COMP-3.
           05  FX-SCHEDULE-LEVEL         PIC X(1).
               88  FX-PROVIDER-LEVEL     VALUE ' '.
               88  FX-CONTRACT-LEVEL     VALUE 'K'.
           05  FX-FILLER                 PIC X(1).
