      *>================================================================*
      *> CRBDISP.cpy — Credit-Bureau Dispute Action Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, keyed by the dispute desk as a
      *> consumer dispute of a reported overdraft line moves along.
      *> CRBUREAU applies each row to the line's CRBTRACK row and
      *> empties the file; a rejected row has to be keyed again.
      *>
      *> CBD-ACTION:
      *>   D  dispute received — report XB until it is settled
      *>   C  investigation complete, consumer still disagrees — XC
      *>   R  dispute resolved — report XH once, then nothing
      *>   X  what was reported has been corrected — flag the next
      *>      file's base segment as a correction
      *>================================================================*
       01  BUREAU-DISPUTE-RECORD.
           05  CBD-ACCT-ID            PIC X(8).
           05  CBD-ACTION             PIC X(1).
               88  CBD-DISPUTE-RECEIVED   VALUE 'D'.
               88  CBD-CONSUMER-DISAGREES VALUE 'C'.
               88  CBD-RESOLVED           VALUE 'R'.
               88  CBD-CORRECTED          VALUE 'X'.
           05  CBD-RECEIVED-DATE      PIC 9(8).
           05  CBD-KEYED-BY           PIC X(8).
           05  CBD-NOTE               PIC X(40).
           05  CBD-FILLER             PIC X(15).
