      *>================================================================*
      *> AMLALRT.cpy — AML Alert Log Record (60 bytes)
      *> Layout: LINE SEQUENTIAL, appended by AMLCASE — one row for
      *> every alert ever taken into the case file, and the case it
      *> went to. The alert sources re-list the same item night after
      *> night (a held screening match until it is cleared, a flagged
      *> day for as long as it sits in the structuring look-back);
      *> source, account, alert date and AAL-REF together identify
      *> the item, so one already on the log is not taken in twice.
      *>
      *> AAL-SOURCE: STRUC structuring day (AMLSTRUC), SANCT held
      *> screening match (SCREEN-HELD), LCASH cash item at or over
      *> the CTR line (CTREXPRT's test).
      *> AAL-REF: STRUC the direction D/W; SANCT the watch-list
      *> program and the screening step; LCASH the audit sequence.
      *>================================================================*
       01  AML-ALERT-RECORD.
           05  AAL-CASE-ID            PIC 9(7).
           05  AAL-SOURCE             PIC X(5).
           05  AAL-ACCT-ID            PIC X(8).
           05  AAL-ALERT-DATE         PIC 9(8).
           05  AAL-REF                PIC X(20).
           05  AAL-LOGGED-DATE        PIC 9(8).
           05  AAL-FILLER             PIC X(4).
