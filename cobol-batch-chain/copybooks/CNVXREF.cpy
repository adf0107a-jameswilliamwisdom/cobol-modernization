      *>================================================================*
      *> CNVXREF.cpy — Converted-Account Cross-Reference (40 bytes)
      *> Layout: LINE SEQUENTIAL, one row per seller account number
      *> ACQCONV brought onto the master, appended by each live
      *> conversion run and read by the ACCTXLAT subprogram.
      *>
      *> CVX-GRACE-END is the last processing date on which an item
      *> still arriving on CVX-OLD-ACCT-ID is redirected to
      *> CVX-NEW-ACCT-ID; after it the old number is retired and the
      *> item rejects. CVX-PORTFOLIO tags the acquisition the row
      *> came from.
      *>================================================================*
       01  CONVERT-XREF-RECORD.
           05  CVX-OLD-ACCT-ID        PIC X(8).
           05  CVX-NEW-ACCT-ID        PIC X(8).
           05  CVX-CONVERT-DATE       PIC 9(8).
           05  CVX-GRACE-END          PIC 9(8).
           05  CVX-PORTFOLIO          PIC X(8).
