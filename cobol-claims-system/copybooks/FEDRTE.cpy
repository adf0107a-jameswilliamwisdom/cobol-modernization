      *>================================================================*
      *> FEDRTE.cpy — Fed ACH Routing Directory Record (155 bytes)
      *> Layout: LINE SEQUENTIAL, the FedACH participant directory
      *> as the Federal Reserve publishes it, one row per routing
      *> number that can receive ACH entries. PRVMMNT will not take
      *> a provider banking change whose routing number is missing
      *> from it, or that the directory says has been replaced by
      *> another (record type 2).
      *>================================================================*
       01  FED-ROUTING-RECORD.
           05  FRD-ROUTING-NUMBER      PIC X(9).
           05  FRD-OFFICE-CODE         PIC X(1).
           05  FRD-SERVICING-FRB       PIC X(9).
           05  FRD-RECORD-TYPE         PIC X(1).
               88  FRD-IS-FED-BANK         VALUE '0'.
               88  FRD-USE-THIS-NUMBER     VALUE '1'.
               88  FRD-USE-NEW-NUMBER      VALUE '2'.
           05  FRD-CHANGE-DATE         PIC X(6).
           05  FRD-NEW-ROUTING         PIC X(9).
           05  FRD-CUSTOMER-NAME       PIC X(36).
           05  FRD-ADDRESS             PIC X(36).
           05  FRD-CITY                PIC X(20).
           05  FRD-STATE               PIC X(2).
           05  FRD-ZIP                 PIC X(5).
           05  FRD-ZIP-EXT             PIC X(4).
           05  FRD-PHONE               PIC X(10).
           05  FRD-STATUS-CODE         PIC X(1).
           05  FRD-DATA-VIEW-CODE      PIC X(1).
           05  FRD-FILLER              PIC X(5).
