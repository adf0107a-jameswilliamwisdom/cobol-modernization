      *>================================================================*
      *> DENTFREQ.cpy — Dental Frequency Limit Record (50 bytes)
      *> Layout: LINE SEQUENTIAL, maintained by the dental benefit
      *> desk. One row per frequency-limited dental service: the
      *> CDT code range it covers, how many services the range
      *> allows in the trailing DFQ-PERIOD-MONTHS, and whether the
      *> count runs per member (two cleanings a year) or per tooth
      *> (one crown per tooth in five years). CLMPROC counts the
      *> member's lines in the range on CLAIM-HISTORY.DAT inside
      *> the window before the line's date of service and denies
      *> the line with reason FRQ once the count is reached.
      *>================================================================*
       01  DENTAL-FREQ-RECORD.
           05  DFQ-PROC-LOW            PIC X(5).
           05  DFQ-PROC-HIGH           PIC X(5).
           05  DFQ-MAX-COUNT           PIC 9(2).
           05  DFQ-PERIOD-MONTHS       PIC 9(3).
           05  DFQ-SCOPE               PIC X(1).
               88  DFQ-PER-MEMBER          VALUE 'M'.
               88  DFQ-PER-TOOTH           VALUE 'T'.
           05  DFQ-DESCRIPTION         PIC X(30).
           05  DFQ-FILLER              PIC X(4).
