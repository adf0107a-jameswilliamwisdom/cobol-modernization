      *>================================================================*
      *> MAILSTRM.cpy — Print-Vendor Mail Stream Record (158 bytes)
      *> Layout: LINE SEQUENTIAL, written by MAILASM — every
      *> customer-facing piece of the cycle, householded into
      *> envelopes and in postal presort (ZIP) order:
      *>
      *>   EH  envelope header — presort ZIP, piece count, the
      *>       addressee names and the mailing address
      *>   DH  document header — separates the pieces inside an
      *>       envelope: piece number, account, producing program
      *>       and document type (STMT, ESCH, BNOT or the notice
      *>       event code)
      *>   DL  document line — one print line of the piece
      *>   ET  envelope trailer — pieces and lines in the envelope
      *>   FT  file trailer — envelopes, pieces and lines in the
      *>       file, for the vendor to prove receipt
      *>
      *> MS-ENV-SEQ is the envelope's sequence in presort order;
      *> the file trailer carries zero.
      *>================================================================*
       01  MAIL-STREAM-RECORD.
           05  MS-REC-TYPE            PIC X(2).
               88  MS-ENVELOPE-HEADER     VALUE 'EH'.
               88  MS-DOCUMENT-HEADER     VALUE 'DH'.
               88  MS-DOCUMENT-LINE       VALUE 'DL'.
               88  MS-ENVELOPE-TRAILER    VALUE 'ET'.
               88  MS-FILE-TRAILER        VALUE 'FT'.
           05  MS-ENV-SEQ             PIC 9(6).
           05  MS-BODY                PIC X(150).
           05  MS-ENV-HDR-BODY REDEFINES MS-BODY.
               10  MS-EH-PRESORT-ZIP  PIC X(9).
               10  MS-EH-PIECES       PIC 9(3).
               10  MS-EH-NAME-1       PIC X(25).
               10  MS-EH-NAME-2       PIC X(25).
               10  MS-EH-ADDR-LINE1   PIC X(30).
               10  MS-EH-ADDR-LINE2   PIC X(30).
               10  MS-EH-CITY         PIC X(20).
               10  MS-EH-STATE        PIC X(2).
               10  FILLER             PIC X(6).
           05  MS-DOC-HDR-BODY REDEFINES MS-BODY.
               10  MS-DH-PIECE-NO     PIC 9(3).
               10  MS-DH-ACCT-ID      PIC X(8).
               10  MS-DH-SOURCE       PIC X(8).
               10  MS-DH-DOC-TYPE     PIC X(4).
               10  FILLER             PIC X(127).
           05  MS-DOC-LINE-BODY REDEFINES MS-BODY.
               10  MS-DL-TEXT         PIC X(110).
               10  FILLER             PIC X(40).
           05  MS-ENV-TRL-BODY REDEFINES MS-BODY.
               10  MS-ET-PIECES       PIC 9(3).
               10  MS-ET-LINES        PIC 9(5).
               10  FILLER             PIC X(142).
           05  MS-FILE-TRL-BODY REDEFINES MS-BODY.
               10  MS-FT-RUN-DATE     PIC 9(8).
               10  MS-FT-ENVELOPES    PIC 9(7).
               10  MS-FT-PIECES       PIC 9(7).
               10  MS-FT-LINES        PIC 9(9).
               10  FILLER             PIC X(119).
