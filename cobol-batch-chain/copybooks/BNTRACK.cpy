      *>================================================================*
      *> BNTRACK.cpy — B-Notice Tracking Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, one row per B notice mailed,
      *> rewritten whole by BNOTICE every run. Rows are kept after
      *> they close: a new CP2100 for the same account and TIN
      *> within three years of an earlier one is a second B notice,
      *> and this file is how that is known.
      *>
      *> BNT-STATUS:
      *>   P  letter out, awaiting the certification
      *>   C  certified inside the response window — no withholding
      *>   W  window lapsed uncertified — backup withholding requested
      *>   R  certified after withholding began — withholding released
      *>================================================================*
       01  BNOTICE-TRACK-RECORD.
           05  BNT-ACCT-ID            PIC X(8).
           05  BNT-TIN                PIC X(9).
           05  BNT-TAX-YEAR           PIC 9(4).
           05  BNT-ROUND              PIC 9(1).
               88  BNT-FIRST-NOTICE       VALUE 1.
               88  BNT-SECOND-NOTICE      VALUE 2.
           05  BNT-CP2100-DATE        PIC 9(8).
           05  BNT-LETTER-DATE        PIC 9(8).
           05  BNT-RESPONSE-DUE       PIC 9(8).
           05  BNT-STATUS             PIC X(1).
               88  BNT-PENDING            VALUE 'P'.
               88  BNT-CERTIFIED          VALUE 'C'.
               88  BNT-WITHHOLDING        VALUE 'W'.
               88  BNT-RELEASED           VALUE 'R'.
               88  BNT-OPEN               VALUE 'P' 'W'.
           05  BNT-WH-DATE            PIC 9(8).
           05  BNT-CERT-DATE          PIC 9(8).
           05  BNT-CERT-TIN           PIC X(9).
           05  BNT-FILLER             PIC X(8).
