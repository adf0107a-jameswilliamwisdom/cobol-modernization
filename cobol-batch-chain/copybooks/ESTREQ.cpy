      *>================================================================*
      *> ESTREQ.cpy — Estate Settlement Request Record (40 bytes)
      *> Layout: LINE SEQUENTIAL, ops-submitted, consumed by ESTSETL.
      *> One row per deceased account to settle. ESR-SETTLE-TO says
      *> whether the balance goes to the estate or to the surviving
      *> joint owner on CUST-SECONDARY-ID. The request needs two
      *> sets of hands: ESR-REQUESTED-BY and ESR-APPROVED-BY must
      *> both be present and must be different people. A payout to
      *> the estate is made by official check: ESR-CHECK-SERIAL is
      *> the serial of the check the branch has typed for it.
      *>================================================================*
       01  ESTATE-SETTLE-REQUEST.
           05  ESR-ACCT-ID            PIC X(8).
           05  ESR-SETTLE-TO          PIC X(1).
               88  ESR-TO-ESTATE          VALUE 'E'.
               88  ESR-TO-JOINT           VALUE 'J'.
           05  ESR-SEQ                PIC 9(6).
           05  ESR-REQUESTED-BY       PIC X(8).
           05  ESR-APPROVED-BY        PIC X(8).
           05  ESR-CHECK-SERIAL       PIC 9(6).
           05  ESR-FILLER             PIC X(3).
