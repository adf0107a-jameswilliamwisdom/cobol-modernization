      *>================================================================*
      *> CHKFEED.cpy — Inbound Feed Acceptance Contract
      *> Shared between the intake steps that take a file from an
      *> outside sender (CARDIN, INCLRIN, ACHRTRN, TXNSORT's branch
      *> feed merge) and the FEEDCHK subprogram via LINKAGE, the same
      *> caller/callee contract CHKMAIL.cpy carries for MAILCHK.
      *>
      *> The caller proves one feed in three kinds of call:
      *>   'B'  begin — names the feed, its sender, the cycle date and
      *>        the quarantine file a failing feed will be copied to;
      *>        FK-NEW-REPORT 'Y' starts this cycle's acceptance
      *>        report afresh (the first intake step of the chain)
      *>   'R'  one row of the feed, in file order: the row's leading
      *>        FEEDCTL bytes, and its amount when it is a detail row
      *>   'E'  end — the checks are judged and written to the
      *>        acceptance report; FK-RESULT answers
      *>          'A'  accepted — translate it (or nothing arrived;
      *>               FK-DETAIL-COUNT is zero)
      *>          'Q'  failed — quarantine the file whole, translate
      *>               nothing, end the step RC 8
      *>================================================================*
       01  FEED-CHECK-REQUEST.
           05  FK-FUNCTION            PIC X(1).
               88  FK-FUNC-BEGIN          VALUE 'B'.
               88  FK-FUNC-RECORD         VALUE 'R'.
               88  FK-FUNC-END            VALUE 'E'.
           05  FK-STEP                PIC X(8).
           05  FK-FEED-NAME           PIC X(32).
           05  FK-EXPECTED-SENDER     PIC X(8).
           05  FK-RUN-DATE            PIC 9(8).
           05  FK-QUARANTINE-FILE     PIC X(40).
           05  FK-NEW-REPORT          PIC X(1).
               88  FK-START-REPORT        VALUE 'Y'.
           05  FK-RECORD              PIC X(39).
           05  FK-AMOUNT              PIC 9(7)V99.
       01  FEED-CHECK-RESPONSE.
           05  FK-RESULT              PIC X(1).
               88  FK-ACCEPTED            VALUE 'A'.
               88  FK-QUARANTINED         VALUE 'Q'.
           05  FK-REASON              PIC X(40).
           05  FK-DETAIL-COUNT        PIC 9(7).
           05  FK-DETAIL-HASH         PIC 9(11)V99.
