      *>================================================================*
      *> CORRREQ.cpy — Correction Request Record (38 bytes)
      *> Layout: LINE SEQUENTIAL, one row per transaction to reverse
      *> or reverse-and-replace.
      *>
      *> original entry out and post nothing in its place); a nonzero
      *> CORR-NEW-AMOUNT means reverse the original and replace it
      *> with a corrected entry for that amount.
      *>
      *> CORR-OPERATOR-ID names the operator who keyed the request;
      *> TXNRVRSL stamps it on the entries it generates.
      *>================================================================*
       01  CORRECTION-REQUEST.
           05  CORR-ACCT-ID          PIC X(8).
           05  CORR-SEQ              PIC 9(6).
           05  CORR-REASON           PIC X(10).
           05  CORR-NEW-AMOUNT       PIC 9(7)V99.
           05  CORR-OPERATOR-ID      PIC X(8).
