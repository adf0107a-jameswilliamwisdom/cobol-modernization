      *>================================================================*
      *> ESTATE.cpy — Deceased/Estate Register Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, one row per account whose owner's
      *> death has been reported. ACCTMAIN appends the row as EST-OPEN
      *> when it generates the approved date-of-death ('DD') status
      *> transaction. The row carries the date of death and the
      *> executor named on the notification. TXNAPPLY reads the open
      *> rows to flag federal benefit deposits dated after the death
      *> for Treasury reclamation. ESTSETL marks a row EST-SETTLED
      *> once the balance has gone to the estate (EST-TO-ESTATE) or
      *> to the surviving joint owner (EST-TO-JOINT).
      *>================================================================*
       01  ESTATE-REGISTER-RECORD.
           05  EST-ACCT-ID            PIC X(8).
           05  EST-DATE-OF-DEATH      PIC 9(8).
           05  EST-NOTIFY-DATE        PIC 9(8).
           05  EST-EXECUTOR           PIC X(25).
           05  EST-REQUEST-SEQ        PIC 9(6).
           05  EST-STATUS             PIC X(1).
               88  EST-OPEN               VALUE 'O'.
               88  EST-SETTLED            VALUE 'S'.
           05  EST-SETTLE-DATE        PIC 9(8).
           05  EST-SETTLE-TO          PIC X(1).
               88  EST-TO-ESTATE          VALUE 'E'.
               88  EST-TO-JOINT           VALUE 'J'.
           05  EST-SETTLE-AMOUNT      PIC 9(7)V99.
           05  EST-FILLER             PIC X(6).
