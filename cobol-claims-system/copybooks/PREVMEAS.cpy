      *>================================================================*
      *> PREVMEAS.cpy — Preventive-Care Measure Definition (110 bytes)
      *> Layout: LINE SEQUENTIAL, maintained by the quality team. One
      *> row defines a measure; a measure whose procedure code set
      *> runs past ten codes continues on further rows with the
      *> same PMS-MEASURE-ID, whose other fields are ignored.
      *>
      *> A member is in a measure's denominator when their age on
      *> the measurement date (from MBR-DOB) is within PMS-AGE-MIN
      *> thru PMS-AGE-MAX years, their MBR-RELATIONSHIP is one of
      *> PMS-RELATIONSHIPS (all blank: any), and their coverage has
      *> run unbroken for PMS-ENROLL-MONTHS up to the measurement
      *> date. They meet the measure when CLAIM-HISTORY.DAT holds
      *> one of the codes with a date of service in the
      *> PMS-LOOKBACK-MONTHS before it.
      *>================================================================*
       01  PREVENTIVE-MEASURE-RECORD.
           05  PMS-MEASURE-ID          PIC X(6).
           05  PMS-DESCRIPTION         PIC X(30).
           05  PMS-AGE-MIN             PIC 9(3).
           05  PMS-AGE-MAX             PIC 9(3).
           05  PMS-RELATIONSHIPS       PIC X(3).
           05  PMS-LOOKBACK-MONTHS     PIC 9(3).
           05  PMS-ENROLL-MONTHS       PIC 9(3).
           05  PMS-PROC-CODES.
               10  PMS-PROC-CODE       PIC X(5) OCCURS 10.
           05  PMS-FILLER              PIC X(9).
