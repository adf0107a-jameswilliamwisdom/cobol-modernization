      *>================================================================*
      *> CNFTRACK.cpy — Audit Confirmation Tracking Record (120 bytes)
      *> Layout: LINE SEQUENTIAL, one row per account drawn for an
      *> audit date's confirmation sample, rewritten whole by
      *> AUDCONF every run. An audit date with rows here has had its
      *> sample drawn and its letters printed; later runs only apply
      *> the replies and re-state the auditor's summary. Rows are
      *> kept after the audit closes as the record of what was
      *> confirmed.
      *>
      *> CNF-BASIS: K key item (balance at or over the key amount),
      *>            R random pick from its stratum
      *> CNF-BAND:  balance band 1-4 of a random pick, 0 on a key item
      *> CNF-FORM:  P positive (reply either way), N negative (reply
      *>            only if the balance is wrong)
      *> CNF-STATUS:
      *>   O  letter out, no reply yet
      *>   C  customer agreed the balance
      *>   X  customer reported an exception — CNF-CUST-BALANCE and
      *>      CNF-EXCEPTION-TEXT say what they think it should be
      *>   U  not deliverable — returned by the post office, or never
      *>      printed because the address was flagged or missing
      *>================================================================*
       01  CONFIRM-TRACK-RECORD.
           05  CNF-AUDIT-DATE         PIC 9(8).
           05  CNF-ACCT-ID            PIC X(8).
           05  CNF-BRANCH             PIC X(3).
           05  CNF-ACCT-TYPE          PIC X(1).
           05  CNF-BAND               PIC 9(1).
           05  CNF-BASIS              PIC X(1).
               88  CNF-KEY-ITEM           VALUE 'K'.
               88  CNF-RANDOM-PICK        VALUE 'R'.
           05  CNF-FORM               PIC X(1).
               88  CNF-POSITIVE           VALUE 'P'.
               88  CNF-NEGATIVE           VALUE 'N'.
           05  CNF-BOOK-BALANCE       PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  CNF-MAIL-DATE          PIC 9(8).
           05  CNF-RESPONSE-DUE       PIC 9(8).
           05  CNF-STATUS             PIC X(1).
               88  CNF-OUTSTANDING        VALUE 'O'.
               88  CNF-CONFIRMED          VALUE 'C'.
               88  CNF-EXCEPTION          VALUE 'X'.
               88  CNF-UNDELIVERABLE      VALUE 'U'.
           05  CNF-RESP-DATE          PIC 9(8).
           05  CNF-CUST-BALANCE       PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  CNF-EXCEPTION-TEXT     PIC X(30).
           05  CNF-KEYED-BY           PIC X(8).
           05  CNF-FILLER             PIC X(14).
