      *>================================================================*
      *> OFCKREQ.cpy — Official-Check Request Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, keyed at the branch for every
      *> official check typed there and every stop, void or reissue
      *> against one; ESTSETL appends the issue row for an estate
      *> payout. OFCHECK applies each row to the official-check
      *> register and empties the file; a rejected row has to be
      *> keyed again.
      *>
      *> OCQ-ACTION:
      *>   I  issue check OCQ-SERIAL to OCQ-PAYEE for OCQ-AMOUNT,
      *>      bought by (or paid out of) OCQ-ACCT-ID; OCQ-PURPOSE as
      *>      on the register (OFCKREG.cpy). OCQ-BRANCH is the
      *>      issuing branch, the account's own when blank.
      *>   S  stop payment on OCQ-SERIAL
      *>   V  void OCQ-SERIAL and refund the purchaser — cashier's
      *>      checks only; a payout is stopped and reissued instead
      *>   R  reissue OCQ-SERIAL as OCQ-NEW-SERIAL, same payee and
      *>      amount
      *>================================================================*
       01  OFFICIAL-CHECK-REQUEST.
           05  OCQ-ACTION             PIC X(1).
               88  OCQ-ISSUE              VALUE 'I'.
               88  OCQ-STOP               VALUE 'S'.
               88  OCQ-VOID               VALUE 'V'.
               88  OCQ-REISSUE            VALUE 'R'.
           05  OCQ-SERIAL             PIC 9(6).
           05  OCQ-NEW-SERIAL         PIC 9(6).
           05  OCQ-PURPOSE            PIC X(1).
               88  OCQ-CASHIERS-CHECK     VALUE 'C'.
               88  OCQ-ESTATE-PAYOUT      VALUE 'E'.
               88  OCQ-VALID-PURPOSE      VALUE 'C' 'X' 'E'.
           05  OCQ-ACCT-ID            PIC X(8).
           05  OCQ-PAYEE              PIC X(30).
           05  OCQ-AMOUNT             PIC 9(7)V99.
           05  OCQ-BRANCH             PIC X(3).
           05  OCQ-KEYED-BY           PIC X(8).
           05  OCQ-FILLER             PIC X(8).
