      *>================================================================*
      *> PRVTXN.cpy — Provider-Master Maintenance Transaction (100
      *> bytes)
      *> Layout: LINE SEQUENTIAL, one row per add/change/term request
      *> against PROVIDER-MASTER.DAT, applied by PRVMMNT the way
      *> RELEASE clears them when the investigation closes
               88  PTX-IS-HOLD             VALUE 'H'.
               88  PTX-IS-RELEASE          VALUE 'R'.
      *> Banking changes are dual control. Routing or account on an
      *> ADD or CHANGE only records the change (BANKCHG.cpy); a
      *> second user's APPROVE puts it on the master, DECLINE
      *> drops it. PRENOTE-RETURN posts the bank's return of the
      *> prenote, its reason code (R03 and the like) riding in
      *> PTX-HOLD-REASON.
               88  PTX-IS-BANK-APPROVE     VALUE 'V'.
               88  PTX-IS-BANK-DECLINE     VALUE 'X'.
               88  PTX-IS-PRENOTE-RETURN   VALUE 'N'.
           05  PTX-PROVIDER-ID         PIC X(10).
           05  PTX-PROVIDER-NAME       PIC X(30).
           05  PTX-CRED-EFF-DATE       PIC 9(8).
           05  PTX-BANK-ACCOUNT        PIC X(17).
           05  PTX-SPECIALTY           PIC X(3).
           05  PTX-HOLD-REASON         PIC X(3).
      *> Who keyed the transaction — the approver of a banking
      *> change must not be the user who requested it
           05  PTX-ENTERED-BY          PIC X(8).
           05  PTX-FILLER              PIC X(2).
