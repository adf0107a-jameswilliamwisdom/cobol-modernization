      *>================================================================*
      *> DIAGMAST.cpy — Diagnosis Code Master Record (34 bytes)
      *> Layout: LINE SEQUENTIAL, one row per diagnosis code with its
      *> effective window, maintained through CODEMNT from the
      *> quarterly code-set updates. CLMVALID's E12 edit rejects a
      *> trigger ranges (transplants, high-acuity conditions) —
      *> CAREREFR refers a member whose claims carry one to the
      *> nurses before the big claims have already paid.
      *>
      *> The clinical attributes work as on the procedure master:
      *> age range in whole years (blank = open), gender the code
      *> applies to (blank = either), deny (blank or D) or pend (P)
      *> a line whose patient falls outside them.
      *>================================================================*
       01  DIAG-MASTER-RECORD.
           05  DCM-DIAG-CODE           PIC X(7).
               88  DCM-ACCIDENT            VALUE 'Y'.
           05  DCM-CM-TRIGGER-IND      PIC X(1).
               88  DCM-CM-TRIGGER          VALUE 'Y'.
           05  DCM-AGE-RANGE.
               10  DCM-MIN-AGE         PIC 9(3).
               10  DCM-MAX-AGE         PIC 9(3).
           05  DCM-GENDER              PIC X(1).
               88  DCM-MALE-ONLY           VALUE 'M'.
               88  DCM-FEMALE-ONLY         VALUE 'F'.
           05  DCM-CLIN-ACTION         PIC X(1).
               88  DCM-CLIN-PEND           VALUE 'P'.
               88  DCM-CLIN-DENY           VALUE 'D' ' '.
           05  DCM-FILLER              PIC X(1).
