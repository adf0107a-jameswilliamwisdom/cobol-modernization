      *>================================================================*
      *> PRENOTE.cpy — EFT Prenote Request (80 bytes)
      *> Layout: LINE SEQUENTIAL, one row per approved provider
      *> banking change. PRVMMNT appends a row when the change is
      *> approved; CLMACH sends each as a zero-dollar prenote entry
      *> in the next settlement file and then empties the file, so
      *> the receiving bank can reject a bad account before any
      *> money is sent to it.
      *>================================================================*
       01  PRENOTE-RECORD.
           05  PNR-PROVIDER-ID         PIC X(10).
           05  PNR-PROVIDER-NAME       PIC X(22).
           05  PNR-ROUTING             PIC X(9).
           05  PNR-ACCOUNT             PIC X(17).
           05  PNR-APPROVED-DATE       PIC 9(8).
           05  PNR-CLEAR-DATE          PIC 9(8).
           05  PNR-FILLER              PIC X(6).
