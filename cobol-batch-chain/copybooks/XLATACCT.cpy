      *>================================================================*
      *> XLATACCT.cpy — Converted-Account Translation Contract
      *> Shared between every intake door that can still see an
      *> acquired portfolio's old account numbers (TXNSORT's feed
      *> merge, TXNVALID, INCLRIN, CARDIN, ACHRDFI) and the ACCTXLAT
      *> subprogram via LINKAGE, the same caller/callee contract
      *> EDITACCT.cpy carries for ACCTEDIT.
      *>
      *> The caller passes the account number as received and its
      *> processing date. XL-RESULT answers:
      *>   'N'  not a converted number — use XL-ACCT-ID as it is
      *>   'R'  a converted number inside its grace period — post to
      *>        XL-NEW-ACCT-ID instead
      *>   'X'  a converted number whose grace period ended on
      *>        XL-GRACE-END — XL-NEW-ACCT-ID says where it went, but
      *>        the item is no longer redirected
      *>================================================================*
       01  ACCT-XLATE-REQUEST.
           05  XL-ACCT-ID             PIC X(8).
           05  XL-AS-OF-DATE          PIC 9(8).
       01  ACCT-XLATE-RESPONSE.
           05  XL-RESULT              PIC X(1).
               88  XL-NOT-CONVERTED       VALUE 'N'.
               88  XL-REDIRECTED          VALUE 'R'.
               88  XL-RETIRED             VALUE 'X'.
           05  XL-NEW-ACCT-ID         PIC X(8).
           05  XL-GRACE-END           PIC 9(8).
