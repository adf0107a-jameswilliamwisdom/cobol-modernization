      *>================================================================*
      *> W9CERT.cpy — Returned TIN Certification Record (50 bytes)
      *> Layout: LINE SEQUENTIAL, keyed by the branch as B-notice
      *> responses come back; consumed by BNOTICE.
      *>
      *> W9-DOC-TYPE says what the customer returned: a signed W-9
      *> ('W') answers a first B notice; a second B notice inside
      *> three years can only be answered by the TIN validated by
      *> the SSA (Form SSA-7028) or the IRS (Letter 147C) — 'V'.
      *> W9-TIN is the TIN certified, which replaces the one on the
      *> demographics row when it differs.
      *>================================================================*
       01  W9-CERT-RECORD.
           05  W9-ACCT-ID             PIC X(8).
           05  W9-TIN                 PIC X(9).
           05  W9-CERT-DATE           PIC 9(8).
           05  W9-DOC-TYPE            PIC X(1).
               88  W9-SIGNED-W9           VALUE 'W'.
               88  W9-SSA-IRS-VALIDATED   VALUE 'V'.
           05  W9-KEYED-BY            PIC X(8).
           05  W9-FILLER              PIC X(16).
