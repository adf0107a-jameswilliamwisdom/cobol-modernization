      *>================================================================*
      *> CHKMAIL.cpy — Returned-Mail Check Request/Response Contract
      *> Shared between every program that mails a customer and the
      *> MAILCHK subprogram via LINKAGE, the same caller/callee
      *> contract EDITACCT.cpy carries for ACCTEDIT: one place knows
      *> which addresses the post office has returned mail from.
      *>
      *> MC-FUNCTION:
      *>   'C'  check only — MC-RESULT says whether MC-ACCT-ID's
      *>        address is flagged undeliverable
      *>   'H'  check and hold — as 'C', and when it is flagged the
      *>        piece described by MC-SOURCE through MC-TEXT is
      *>        written to the held-mail file instead of going out;
      *>        the caller then skips its own write
      *>   'R'  release — a demographics update applied in this run
      *>        has corrected the address; stop holding for it
      *>
      *> MC-HELD-FILE names the held-mail file; spaces mean the
      *> shared data/HELD-MAIL.DAT (a partitioned TXNAPPLY passes its
      *> own -Pn file for TXNMERGE to append).
      *>================================================================*
       01  MAIL-CHECK-REQUEST.
           05  MC-FUNCTION            PIC X(1).
               88  MC-FUNC-CHECK          VALUE 'C'.
               88  MC-FUNC-HOLD           VALUE 'H'.
               88  MC-FUNC-RELEASE        VALUE 'R'.
           05  MC-ACCT-ID             PIC X(8).
           05  MC-SOURCE              PIC X(8).
           05  MC-ITEM-TYPE           PIC X(4).
           05  MC-ITEM-DATE           PIC 9(8).
           05  MC-AMOUNT              PIC 9(7)V99.
           05  MC-TEXT                PIC X(45).
           05  MC-HELD-FILE           PIC X(40).
       01  MAIL-CHECK-RESPONSE.
           05  MC-RESULT              PIC X(1).
               88  MC-DELIVERABLE         VALUE 'D'.
               88  MC-UNDELIVERABLE       VALUE 'U'.
           05  MC-RTS-DATE            PIC 9(8).
