      *>================================================================*
      *> CIPRSLT.cpy — CIP Verification Result Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, delivered by the ID vendor with one
      *> row per identity document it has checked. The review desk
      *> keys its own rows onto the same file for an account in
      *> review, with its ID in CVR-KEYED-BY. CIPVERIF applies each
      *> row to the account's CIP register row and empties the
      *> file; a rejected row has to be sent again.
      *>
      *> CVR-RESULT:
      *>   P  identity verified — the account is released to active
      *>   F  document failed verification — routed to review
      *>   I  inconclusive (no record, data mismatch) — routed to
      *>      review
      *> CVR-REASON is the vendor's own reason code, carried onto
      *> the register for the review desk.
      *>================================================================*
       01  CIP-RESULT-RECORD.
           05  CVR-ACCT-ID            PIC X(8).
           05  CVR-RESULT             PIC X(1).
               88  CVR-PASSED             VALUE 'P'.
               88  CVR-FAILED             VALUE 'F'.
               88  CVR-INCONCLUSIVE       VALUE 'I'.
               88  CVR-VALID-RESULT       VALUE 'P' 'F' 'I'.
           05  CVR-RESULT-DATE        PIC 9(8).
           05  CVR-REASON             PIC X(4).
           05  CVR-VENDOR-REF         PIC X(12).
           05  CVR-KEYED-BY           PIC X(8).
           05  CVR-NOTE               PIC X(30).
           05  CVR-FILLER             PIC X(9).
