      *>================================================================*
      *> GLJRNL.cpy — Claims GL Journal Record (89 bytes)
      *> Layout: LINE SEQUENTIAL, CLMGLJ's daily journal for the
      *> general ledger: 'D' entry lines, two per event, product and
      *> line of business (the debit to one account, the credit to
      *> the other, summarized over every event of the kind), then
      *> one 'T' control record carrying the debit and credit
      *> totals and the claim-payment total proved against
      *> CLMPROC's PAYMENTS row on CLM-CONTROL-TOTALS.DAT — IN
      *> BALANCE, OUT OF BALANCE, NOT PROVED (no CLMPROC row to
      *> prove against) or ACTIVITY ONLY (no claims cycle in it).
      *>================================================================*
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE        PIC X(1).
               88  GLJ-IS-ENTRY           VALUE 'D'.
               88  GLJ-IS-CONTROL         VALUE 'T'.
           05  GLJ-JOURNAL-DATE       PIC 9(8).
           05  GLJ-BODY               PIC X(80).
           05  GLJ-ENTRY-BODY REDEFINES GLJ-BODY.
               10  GLJ-LINE-NUMBER    PIC 9(5).
               10  GLJ-ACCOUNT        PIC X(10).
               10  GLJ-PRODUCT        PIC X(1).
               10  GLJ-LOB            PIC X(1).
               10  GLJ-EVENT          PIC X(2).
               10  GLJ-DEBIT-AMT      PIC 9(11)V99.
               10  GLJ-CREDIT-AMT     PIC 9(11)V99.
               10  GLJ-EVENT-COUNT    PIC 9(5).
               10  GLJ-DESCRIPTION    PIC X(30).
           05  GLJ-CONTROL-BODY REDEFINES GLJ-BODY.
               10  GLJ-LINE-COUNT     PIC 9(5).
               10  GLJ-TOTAL-DEBITS   PIC 9(13)V99.
               10  GLJ-TOTAL-CREDITS  PIC 9(13)V99.
               10  GLJ-CLAIMS-PAID    PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
               10  GLJ-CTL-PAYMENTS   PIC 9(13)V99.
               10  GLJ-PROOF-STATUS   PIC X(14).
