      *>================================================================*
      *> TRANSREC.cpy — Transaction Record (91 bytes)
      *> Layout: LINE SEQUENTIAL, display numeric amounts
      *>
      *> TRANS-CHECK-NO carries the check serial number on an
      *> USD at posting time off the dated FX rate table and fills
      *> TRANS-AMOUNT then. Blank currency (or 'USD') means a plain
      *> domestic item, TRANS-AMOUNT already in dollars.
      *>
      *> TRANS-OPERATOR-ID names the teller or back-office operator
      *> who keyed a branch-keyed item, maintenance request or
      *> correction; TRANS-APPROVER-ID the supervisor who released
      *> it from pending review or dual control. Both are blank on
      *> system-generated items no one requested (ESTSETL's carry
      *> the settlement's requester and approver), and both ride
      *> through TXNVALID and TXNAPPLY onto the audit trail so
      *> OPERRPT can answer who keyed and who approved any posted
      *> entry.
      *>
      *> TRANS-ORIGIN marks an item one of our own steps generated
      *> and that validation and posting treat differently from an
      *> ordinary item: a loan disbursement, a charge-off write-off,
      *> an estate settlement or Treasury return, a ZBA sweep. It is
      *> never taken from the feed — TXNSORT stamps it from the feed
      *> file the item was read off, and blanks it on every other
      *> feed, so a branch or outside item cannot claim an exemption
      *> by carrying the same description.
      *>================================================================*
       01  TRANSACTION-RECORD.
           05  TRANS-ACCT-ID          PIC X(8).
           05  TRANS-CURRENCY         PIC X(3).
           05  TRANS-ORIG-AMOUNT      PIC 9(7)V99.
           05  TRANS-CHECK-NO         PIC 9(6).
           05  TRANS-OPERATOR-ID      PIC X(8).
           05  TRANS-APPROVER-ID      PIC X(8).
           05  TRANS-ORIGIN           PIC X(1).
               88  TRANS-ORIGIN-LOAN        VALUE 'L'.
               88  TRANS-ORIGIN-CHARGE-OFF  VALUE 'C'.
               88  TRANS-ORIGIN-ESTATE      VALUE 'E'.
               88  TRANS-ORIGIN-SWEEP       VALUE 'Z'.
               88  TRANS-SYSTEM-ORIGIN      VALUE 'L' 'C' 'E' 'Z'.
