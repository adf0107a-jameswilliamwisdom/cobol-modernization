      *>================================================================*
      *> CIPREG.cpy — Customer Identification Program Register Record
      *> (120 bytes). Layout: LINE SEQUENTIAL, one row per account
      *> opened since the CIP hold came in. ACCTMAIN adds the row
      *> when it opens the account (CUST-CIP-PENDING) with the
      *> identity document the owner produced; CIPVERIF rewrites the
      *> register whole every run as the ID vendor's results come
      *> back. Rows are never dropped — the register is the record
      *> of how each owner's identity was verified.
      *>
      *> CIP-STATUS:
      *>   P  pending — sent to the vendor, no result yet
      *>   R  in review — the vendor could not verify the document;
      *>      the account stays restricted until the review desk
      *>      keys a pass (CIP-REVIEWED-BY) or ops closes it
      *>   V  verified — the account has been released to active
      *>   X  closed before it was ever verified
      *>
      *> CIP-RESULT-DATE, CIP-REASON and CIP-VENDOR-REF are the
      *> latest result applied; zero/blank while still pending.
      *>================================================================*
       01  CIP-REGISTER-RECORD.
           05  CIP-ACCT-ID            PIC X(8).
           05  CIP-NAME               PIC X(25).
           05  CIP-BRANCH             PIC X(3).
           05  CIP-OPEN-DATE          PIC 9(8).
           05  CIP-ID-TYPE            PIC X(2).
           05  CIP-ID-NUMBER          PIC X(20).
           05  CIP-ID-EXPIRY          PIC 9(8).
           05  CIP-OPERATOR-ID        PIC X(8).
           05  CIP-STATUS             PIC X(1).
               88  CIP-PENDING            VALUE 'P'.
               88  CIP-IN-REVIEW          VALUE 'R'.
               88  CIP-VERIFIED           VALUE 'V'.
               88  CIP-CLOSED-UNVERIFIED  VALUE 'X'.
               88  CIP-UNVERIFIED         VALUE 'P' 'R'.
           05  CIP-RESULT-DATE        PIC 9(8).
           05  CIP-REASON             PIC X(4).
           05  CIP-VENDOR-REF         PIC X(12).
           05  CIP-REVIEWED-BY        PIC X(8).
           05  CIP-FILLER             PIC X(5).
