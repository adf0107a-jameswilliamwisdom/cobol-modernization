      *>================================================================*
      *> MBRMAST.cpy — Member Demographics Master Record (101 bytes)
      *> Layout: SEQUENTIAL, loaded at startup the way LOAD-POLICIES
      *> loads the policy master. The claims system's own name-and-
      *> address book for the people POLICIES.DAT covers: CLMVALID
      *> rejects claims for members not on file, CLMRPT addresses
      *> EOBs from it, the denial letters address members from it,
      *> and CAPRUN derives the age band for capitation rates from
      *> the date of birth. CLMVALID holds procedure and diagnosis
      *> codes to the member's age and gender; a blank or U gender
      *> is not edited. MBR-GENDER took the record from 100 to 101
      *> bytes; a file still in the 100-byte layout is converted
      *> once by MBRCNV before anything reads it with this layout.
      *>================================================================*
       01  MEMBER-MASTER-RECORD.
           05  MBR-MEMBER-ID           PIC X(10).
               88  MBR-SUBSCRIBER          VALUE 'S'.
               88  MBR-SPOUSE              VALUE 'P'.
               88  MBR-DEPENDENT           VALUE 'D'.
           05  MBR-GENDER              PIC X(1).
               88  MBR-MALE                VALUE 'M'.
               88  MBR-FEMALE              VALUE 'F'.
               88  MBR-GENDER-UNKNOWN      VALUE 'U' ' '.
