      *> formatted for the print/SMS vendor: NSF fee assessed,
      *> maintenance fee posted, account frozen or unfrozen, deposit
      *> over the notice threshold, account opened, dispute decided,
      *> standing order set up or changed, certificate matured,
      *> interest-rate change disclosed, and safe deposit box rent
      *> billed, past due or at legal notice. The reason text
      *> comes from the editable message table (NOTMSG.cpy), not from
      *> hardcoded literals, so wording changes are a table row, not
      *> a program change.
               88  NOT-STANDING-ORDER     VALUE 'SORD'.
               88  NOT-CERT-MATURED       VALUE 'MATR'.
               88  NOT-RATE-CHANGE        VALUE 'RATE'.
               88  NOT-DECEASED           VALUE 'DCSD'.
               88  NOT-ESTATE-SETTLED     VALUE 'ESTL'.
               88  NOT-BOX-RENT-DUE       VALUE 'SDRB'.
               88  NOT-BOX-PAST-DUE       VALUE 'SDPD'.
               88  NOT-BOX-LEGAL          VALUE 'SDLG'.
           05  NOT-AMOUNT             PIC 9(7)V99.
           05  NOT-DATE               PIC 9(8).
           05  NOT-TEXT               PIC X(45).
