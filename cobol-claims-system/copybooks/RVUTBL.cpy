      *>================================================================*
      *> RVUTBL.cpy — Relative-Value Table Record (50 bytes)
      *> Layout: LINE SEQUENTIAL, one row per procedure code per
      *> effective window, maintained by network contracting from
      *> the published relative-value release. The row's total
      *> relative value is the sum of its work, practice-expense and
      *> malpractice components; a fee-schedule row priced by the
      *> RVU method (FEE-PRICE-RVU) allows that total times its
      *> conversion factor per unit. A zero term date is open-ended.
      *>================================================================*
       01  RVU-TABLE-RECORD.
           05  RVU-PROCEDURE-CODE      PIC X(5).
           05  RVU-EFF-DATE            PIC 9(8).
           05  RVU-TERM-DATE           PIC 9(8).
           05  RVU-WORK                PIC 9(3)V99.
           05  RVU-PRACTICE-EXPENSE    PIC 9(3)V99.
           05  RVU-MALPRACTICE         PIC 9(3)V99.
           05  RVU-FILLER              PIC X(14).
