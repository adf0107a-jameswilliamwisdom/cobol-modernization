      *>================================================================*
      *> RTSREC.cpy — Returned-Mail Intake Record (40 bytes)
      *> Layout: LINE SEQUENTIAL, keyed by the branch for each piece
      *> the post office sends back; consumed by RTSMAIL.
      *>
      *> RTS-ITEM-TYPE is what came back (STMT, a notice event code,
      *> ESCH, BNOT). RTS-REASON is the carrier's endorsement:
      *> NF no forwarding address, AN attempted - not known, VC
      *> vacant, IA insufficient address, OT anything else.
      *>================================================================*
       01  RETURNED-MAIL-RECORD.
           05  RTS-ACCT-ID            PIC X(8).
           05  RTS-RETURN-DATE        PIC 9(8).
           05  RTS-ITEM-TYPE          PIC X(4).
           05  RTS-REASON             PIC X(2).
               88  RTS-VALID-REASON       VALUE 'NF' 'AN' 'VC'
                                                'IA' 'OT'.
           05  RTS-KEYED-BY           PIC X(8).
           05  RTS-FILLER             PIC X(10).
