      *>================================================================*
      *> FEEDCTL.cpy — Inbound Feed Header/Trailer Record (39 bytes)
      *> Layout: the control rows every outside sender frames its
      *> file with — the card switch (CARD-SWITCH.DAT and
      *> CARD-AUTHS.DAT), the Fed (FED-INCLEARING.DAT), the ACH
      *> correspondent (ACH-RETURNS.DAT) and the branches
      *> (TRANSACTIONS.DAT, TRANSACTIONS-BRn.DAT). COPYed under
      *> the feed's own FD as a second record, so the same read sees
      *> either view:
      *>   HDR  first row — who sent the file and the cycle it is for
      *>   TRL  last row  — the detail rows the sender wrote and the
      *>        sum of their amounts, header and trailer excluded
      *> No detail layout starts with these letters. FEEDCHK proves
      *> the file against them before the intake translates a row.
      *>================================================================*
       01  FEED-CONTROL-RECORD.
           05  FCR-REC-TYPE           PIC X(3).
               88  FCR-HEADER             VALUE 'HDR'.
               88  FCR-TRAILER            VALUE 'TRL'.
               88  FCR-CONTROL            VALUE 'HDR' 'TRL'.
           05  FCR-SENDER-ID          PIC X(8).
           05  FCR-FILE-DATE          PIC X(8).
           05  FCR-RECORD-COUNT       PIC 9(7).
           05  FCR-AMOUNT-HASH        PIC 9(11)V99.
