      *>================================================================*
      *> CARDVEND.cpy — Card Vendor Extract Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, written fresh by CARDMNT each run
      *> and sent to the card vendor: one row per plastic to emboss
      *> or PIN mailer to print.
      *>
      *> CVX-ACTION 'IS' is a new card, 'RP' a replacement for a
      *> lost, stolen or damaged card (new number), 'RI' the
      *> monthly reissue of a card about to expire (same number,
      *> new expiry), 'PM' a PIN mailer only. A new or replacement
      *> card carries its PIN mailer with it.
      *>================================================================*
       01  CARD-VENDOR-RECORD.
           05  CVX-ACTION             PIC X(2).
               88  CVX-NEW-CARD           VALUE 'IS'.
               88  CVX-REPLACEMENT        VALUE 'RP'.
               88  CVX-REISSUE            VALUE 'RI'.
               88  CVX-PIN-MAILER         VALUE 'PM'.
           05  CVX-CARD-NUMBER        PIC X(16).
           05  CVX-CUST-ID            PIC X(8).
           05  CVX-NAME               PIC X(25).
           05  CVX-BRANCH             PIC X(3).
           05  CVX-EXPIRY-DATE        PIC 9(8).
           05  CVX-RUN-DATE           PIC 9(8).
           05  CVX-FILLER             PIC X(10).
