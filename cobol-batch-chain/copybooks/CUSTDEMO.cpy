      *>================================================================*
      *> CUSTDEMO.cpy — Customer Demographics Master Record (127 bytes)
      *> Layout: LINE SEQUENTIAL, keyed by DEMO-CUST-ID.
      *>
      *> The customer master (CUSTREC.cpy) carries only the account-
      *> startup and look accounts up as they report; an account with
      *> no demographics row simply reports without one, the same as
      *> before this file existed.
      *>
      *> DEMO-MAIL-STATUS 'U' marks an address the post office has
      *> sent mail back from; RTSMAIL sets it, with the date the
      *> first piece came back in DEMO-RTS-DATE, and an MREQ-
      *> DEMOGRAPHICS update clears it. Every program that mails
      *> asks the MAILCHK subprogram about the account first and
      *> holds the piece rather than sending it to a known-bad
      *> address. Rows written before the flag existed read as
      *> blank, which is deliverable.
      *>================================================================*
       01  DEMOGRAPHICS-RECORD.
           05  DEMO-CUST-ID           PIC X(8).
           05  DEMO-ZIP               PIC X(9).
           05  DEMO-TAX-ID            PIC X(9).
           05  DEMO-PHONE             PIC X(10).
           05  DEMO-MAIL-STATUS       PIC X(1).
               88  DEMO-UNDELIVERABLE     VALUE 'U'.
           05  DEMO-RTS-DATE          PIC 9(8).
