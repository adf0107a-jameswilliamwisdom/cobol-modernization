      *>================================================================*
      *> REJECTREC.cpy — Reject Record (70 bytes)
      *> Layout: LINE SEQUENTIAL, reason codes via 88-levels
      *>
      *> REJ-CONVERTED marks an item that arrived on an acquired
      *> portfolio's old account number after its conversion grace
      *> period (or that reached validation without being re-keyed);
      *> REJ-NEW-ACCT-ID tells the branch the number it now posts to.
      *>
      *> REJ-CIP-HOLD marks a withdrawal or transfer against an
      *> account still held for identity verification (CUST-CIP-
      *> PENDING), or a transfer whose counterpart is one.
      *>
      *> REJ-OPERATOR-ID carries the rejected item's TRANS-OPERATOR-
      *> ID, so a recycled item goes back out under the operator who
      *> keyed it.
      *>================================================================*
       01  REJECT-RECORD.
           05  REJ-ACCT-ID           PIC X(8).
               88  REJ-SANCTIONS         VALUE 'SC'.
               88  REJ-TERM-EARLY        VALUE 'TE'.
               88  REJ-BAD-BRANCH        VALUE 'BB'.
               88  REJ-CONVERTED         VALUE 'CV'.
               88  REJ-CIP-HOLD          VALUE 'CI'.
           05  REJ-STEP              PIC X(8).
           05  REJ-NEW-ACCT-ID       PIC X(8).
           05  REJ-FILLER            PIC X(1).
           05  REJ-OPERATOR-ID       PIC X(8).
