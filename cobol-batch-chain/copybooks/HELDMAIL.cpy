      *>================================================================*
      *> HELDMAIL.cpy — Held-Mail Record (90 bytes)
      *> Layout: LINE SEQUENTIAL, appended by MAILCHK — one row per
      *> statement, letter or notice not sent because the account's
      *> address is flagged as returned mail. HM-SOURCE is the
      *> program that would have mailed it; HM-ITEM-TYPE its notice
      *> event code (NOTICE.cpy), or STMT for a statement, ESCH for
      *> a due-diligence letter, BNOT for a B notice. The branch
      *> works the file to reach the customer and correct the
      *> address.
      *>================================================================*
       01  HELD-MAIL-RECORD.
           05  HM-ACCT-ID             PIC X(8).
           05  HM-SOURCE              PIC X(8).
           05  HM-ITEM-TYPE           PIC X(4).
           05  HM-ITEM-DATE           PIC 9(8).
           05  HM-RTS-DATE            PIC 9(8).
           05  HM-AMOUNT              PIC 9(7)V99.
           05  HM-TEXT                PIC X(45).
