      *>================================================================*
      *> PROCMAST.cpy — Procedure Code Master Record (32 bytes)
      *> Layout: LINE SEQUENTIAL, one row per billable procedure
      *> code with its effective window, loaded at startup like
      *> LOAD-FEE-SCHEDULE and refreshed quarterly through CODEMNT.
      *> CLMVALID's E11 edit rejects a line whose procedure code is
      *> not on file, or is outside its window as of the date of
      *> service.
      *> CDT dental codes (D + four digits) carry their benefit
      *> class, which picks the plan design category the line
      *> cost-shares under (DP/DB/DM), and the tooth rule CLMVALID's
      *> E23 edit holds the line to. Both are blank on medical
      *> codes.
      *> The clinical attributes hold the code to the patient: the
      *> age range in whole years on the date of service (blank =
      *> no limit at that end), the one gender it applies to (blank
      *> = either), and whether a line outside them is denied
      *> (blank or D) or pended for clinical review (P).
      *>================================================================*
       01  PROC-MASTER-RECORD.
           05  PCM-PROC-CODE           PIC X(5).
           05  PCM-EFF-DATE            PIC 9(8).
           05  PCM-TERM-DATE           PIC 9(8).
           05  PCM-DENTAL-CLASS        PIC X(1).
               88  PCM-DENTAL-PREVENTIVE   VALUE 'P'.
               88  PCM-DENTAL-BASIC        VALUE 'B'.
               88  PCM-DENTAL-MAJOR        VALUE 'M'.
           05  PCM-TOOTH-RULE          PIC X(1).
               88  PCM-TOOTH-REQUIRED      VALUE 'T'.
               88  PCM-SURFACE-REQUIRED    VALUE 'S'.
               88  PCM-AREA-REQUIRED       VALUE 'A'.
           05  PCM-AGE-RANGE.
               10  PCM-MIN-AGE         PIC 9(3).
               10  PCM-MAX-AGE         PIC 9(3).
           05  PCM-GENDER              PIC X(1).
               88  PCM-MALE-ONLY           VALUE 'M'.
               88  PCM-FEMALE-ONLY         VALUE 'F'.
           05  PCM-CLIN-ACTION         PIC X(1).
               88  PCM-CLIN-PEND           VALUE 'P'.
               88  PCM-CLIN-DENY           VALUE 'D' ' '.
           05  PCM-FILLER              PIC X(1).
