      *>================================================================*
      *> ACHRDRT.cpy — Inbound ACH Return Entry (80 bytes)
      *> Layout: LINE SEQUENTIAL, one row per receiving-file entry
      *> ACHRDFI could not post, carrying the original entry's trace
      *> number, transaction code, account and amount back to the
      *> originating bank with the NACHA return reason.
      *>================================================================*
       01  ACH-RDFI-RETURN-RECORD.
           05  ARD-TRACE-NUMBER       PIC X(15).
           05  ARD-TRANS-CODE         PIC X(2).
           05  ARD-DFI-ACCOUNT        PIC X(17).
           05  ARD-AMOUNT             PIC 9(7)V99.
           05  ARD-INDIV-NAME         PIC X(22).
           05  ARD-ENTRY-DATE         PIC 9(8).
           05  ARD-RETURN-REASON      PIC X(3).
               88  ARD-R02-ACCT-CLOSED    VALUE 'R02'.
               88  ARD-R03-NO-ACCOUNT     VALUE 'R03'.
               88  ARD-R04-INVALID-ACCT   VALUE 'R04'.
               88  ARD-R16-ACCT-FROZEN    VALUE 'R16'.
               88  ARD-R20-NON-TRANS-ACCT VALUE 'R20'.
           05  FILLER                 PIC X(4).
