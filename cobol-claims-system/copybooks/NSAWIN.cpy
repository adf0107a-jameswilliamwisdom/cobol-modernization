      *>================================================================*
      *> NSAWIN.cpy — Surprise-Billing Open-Negotiation Window (120
      *> bytes)
      *> Layout: LINE SEQUENTIAL, one row per claim CLMPROC priced
      *> under the federal surprise-billing rules, appended when the
      *> initial payment (or denial) goes out on the remittance with
      *> the disclosures. The provider has 30 business days from
      *> that notice to open negotiation over the payment; once the
      *> 30 days run out without a settlement, either side has 4
      *> more business days to start independent dispute resolution.
      *> NSANEGO posts the provider's notices against the row and
      *> ages the windows:
      *>   O open        window running, no negotiation yet
      *>   N negotiating provider opened negotiation in the window
      *>   S settled     negotiation settled (NSW-SETTLED-AMT)
      *>   I in IDR      dispute resolution started in its window
      *>   X lapsed      window ran out unopened — payment stands
      *>   C closed      negotiation failed, no IDR in its window
      *>================================================================*
       01  NSA-WINDOW-RECORD.
           05  NSW-CLAIM-ID            PIC X(12).
           05  NSW-PROVIDER-ID         PIC X(10).
           05  NSW-MEMBER-ID           PIC X(10).
           05  NSW-BILLED-AMT          PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  NSW-QPA-AMT             PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  NSW-PAID-AMT            PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  NSW-NOTICE-DATE         PIC 9(8).
           05  NSW-WINDOW-END          PIC 9(8).
           05  NSW-IDR-DEADLINE        PIC 9(8).
           05  NSW-STATUS              PIC X(1).
               88  NSW-OPEN                VALUE 'O'.
               88  NSW-NEGOTIATING         VALUE 'N'.
               88  NSW-SETTLED             VALUE 'S'.
               88  NSW-IN-IDR              VALUE 'I'.
               88  NSW-LAPSED              VALUE 'X'.
               88  NSW-CLOSED              VALUE 'C'.
           05  NSW-STATUS-DATE         PIC 9(8).
           05  NSW-SETTLED-AMT         PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  NSW-FILLER              PIC X(15).
