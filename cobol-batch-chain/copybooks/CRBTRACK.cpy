      *>================================================================*
      *> CRBTRACK.cpy — Credit-Bureau Reporting Track Record (100
      *> bytes). Layout: LINE SEQUENTIAL, one row per overdraft line
      *> CRBUREAU has ever reported, rewritten whole every run. It
      *> carries what one month's master cannot show: the 24-month
      *> payment history, the highest balance ever owed, when the
      *> line first went delinquent, and where any consumer dispute
      *> stands.
      *>
      *> CBT-PROFILE is the payment history as last reported — the
      *> month before CBT-LAST-MONTH first — and CBT-MONTH-CODE the
      *> code CBT-LAST-MONTH itself earned; the next month's file
      *> shifts that code onto the front. A rerun inside the same
      *> month rebuilds from the same profile, so nothing rolls
      *> twice.
      *>
      *> CBT-CCC is the compliance condition code the line is
      *> reported with:
      *>   XB  disputed by the consumer, investigation open
      *>   XC  investigation complete, consumer disagrees
      *>   XH  dispute resolved — reported for one month
      *>       (CBT-XH-MONTH), then cleared
      *>
      *> CBT-CORRECTION-SW 'Y' flags the line's next base segment as
      *> a correction of what was reported before; CBT-CORR-MONTH is
      *> the month that file went out in, and the flag drops the
      *> month after.
      *>
      *> CBT-FINAL-SW 'Y' marks a line whose closing status (13
      *> paid/closed, 64 charge-off paid in full) has been reported:
      *> it is not reported again.
      *>================================================================*
       01  BUREAU-TRACK-RECORD.
           05  CBT-ACCT-ID            PIC X(8).
           05  CBT-LAST-MONTH         PIC 9(6).
           05  CBT-PROFILE            PIC X(24).
           05  CBT-MONTH-CODE         PIC X(1).
           05  CBT-STATUS             PIC X(2).
           05  CBT-HIGH-CREDIT        PIC 9(9).
           05  CBT-OD-SINCE           PIC 9(8).
           05  CBT-FIRST-DELQ         PIC 9(8).
           05  CBT-CCC                PIC X(2).
               88  CBT-NO-DISPUTE         VALUE SPACES.
               88  CBT-DISPUTED           VALUE 'XB'.
               88  CBT-CONSUMER-DISAGREES VALUE 'XC'.
               88  CBT-DISPUTE-OPEN       VALUE 'XB' 'XC'.
               88  CBT-DISPUTE-RESOLVED   VALUE 'XH'.
           05  CBT-DISPUTE-DATE       PIC 9(8).
           05  CBT-XH-MONTH           PIC 9(6).
           05  CBT-CORRECTION-SW      PIC X(1).
               88  CBT-CORRECTION-DUE     VALUE 'Y'.
           05  CBT-CORR-MONTH         PIC 9(6).
           05  CBT-FINAL-SW           PIC X(1).
               88  CBT-FINAL-REPORTED     VALUE 'Y'.
           05  CBT-FILLER             PIC X(10).
