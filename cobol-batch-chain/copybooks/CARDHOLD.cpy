      *>================================================================*
      *> CARDHOLD.cpy — Card Authorization Memo-Hold (70 bytes)
      *> Layout: LINE SEQUENTIAL, one row per approved authorization
      *> off the switch's intraday file, keyed by card number and
      *> authorization code. An open hold is deducted from available
      *> balance by TXNAPPLY's 4115-COMPUTE-AVAILABLE the way an
      *> unreleased deposit hold is, so the same dollars cannot be
      *> spent twice before the item settles.
      *>
      *> CARDIN maintains the file: it opens a hold for each new
      *> authorization, settles it 'S' when the switch's settlement
      *> item carrying the same authorization code is translated,
      *> and expires it 'X' on CAH-EXPIRY-DATE if it never settles.
      *>================================================================*
       01  CARD-AUTH-HOLD-RECORD.
           05  CAH-ACCT-ID            PIC X(8).
           05  CAH-CARD-NUMBER        PIC X(16).
           05  CAH-AUTH-CODE          PIC X(6).
           05  CAH-AMOUNT             PIC 9(7)V99.
           05  CAH-AUTH-DATE          PIC 9(8).
           05  CAH-EXPIRY-DATE        PIC 9(8).
           05  CAH-STATUS             PIC X(1).
               88  CAH-OPEN               VALUE 'O'.
               88  CAH-SETTLED            VALUE 'S'.
               88  CAH-EXPIRED            VALUE 'X'.
           05  CAH-CLOSED-DATE        PIC 9(8).
           05  FILLER                 PIC X(6).
