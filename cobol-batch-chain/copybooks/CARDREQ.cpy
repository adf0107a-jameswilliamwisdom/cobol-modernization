      *>================================================================*
      *> CARDREQ.cpy — Card Maintenance Request Record (70 bytes)
      *> Layout: LINE SEQUENTIAL, one row per card lifecycle request
      *> keyed by branch operations. Every request is dual-controlled:
      *> CARDMNT parks it on PENDING-CARD-MAINT.DAT and applies it
      *> only once a second operator's decision arrives on
      *> CARD-MAINT-DECISIONS.DAT (MNTDEC.cpy, keyed by CRQ-CUST-ID
      *> and CRQ-SEQ).
      *>
      *> CRQ-CARD-NUMBER is the card acted on — for an issue, the
      *> new card's number off the vendor's plastic stock. A replace
      *> also names the replacement card in CRQ-NEW-CARD-NUMBER; the
      *> old card is cancelled as the new one is issued. CRQ-CUST-ID
      *> is required on an issue; on the other actions CARDMNT fills
      *> it from the cross-reference if left blank.
      *>================================================================*
       01  CARD-MAINT-REQUEST.
           05  CRQ-CARD-NUMBER        PIC X(16).
           05  CRQ-ACTION             PIC X(2).
               88  CRQ-ISSUE              VALUE 'IS'.
               88  CRQ-HOT-CARD           VALUE 'HC'.
               88  CRQ-CANCEL             VALUE 'CN'.
               88  CRQ-REPLACE            VALUE 'RP'.
               88  CRQ-PIN-MAILER         VALUE 'PM'.
           05  CRQ-CUST-ID            PIC X(8).
           05  CRQ-NEW-CARD-NUMBER    PIC X(16).
           05  CRQ-SEQ                PIC 9(6).
           05  CRQ-REQUESTED-BY       PIC X(8).
           05  CRQ-REQ-DATE           PIC 9(8).
           05  CRQ-FILLER             PIC X(6).
