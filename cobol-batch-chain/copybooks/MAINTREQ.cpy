      *>================================================================*
      *> MAINTREQ.cpy — Account Maintenance Request (218 bytes)
      *> Layout: LINE SEQUENTIAL, ops-submitted open/close/freeze/
      *> branch-transfer/joint-link requests consumed by ACCTMAIN.
      *> MREQ-NAME, MREQ-ACCT-TYPE and MREQ-INITIAL-BALANCE only apply
      *> carries the secondary owner's name and MREQ-SECONDARY-ID
      *> their ID — ACCTMAIN links them onto the existing account
      *> named by MREQ-ACCT-ID rather than opening a new one.
      *> On an MREQ-DECEASED (date-of-death notification) request,
      *> MREQ-EFF-DATE carries the date of death and MREQ-NAME the
      *> estate executor's name.
      *> BNOTICE appends MREQ-WITHHOLD and MREQ-DEMOGRAPHICS requests
      *> of its own, numbered from 900001, as IRS B notices lapse or
      *> are answered.
      *> MREQ-OPERATOR-ID names the operator who keyed the request;
      *> BNOTICE's own requests leave it blank.
      *> MREQ-ID-FIELDS carry the identity document the new owner
      *> produced at the branch (Customer Identification Program):
      *> only an MREQ-OPEN request fills them, and ACCTMAIN will not
      *> open an account without a listed document type, a number
      *> and an expiry date later than the open date. They go on
      *> the CIP register, and the account opens restricted until
      *> CIPVERIF has the ID vendor's verification back.
      *>================================================================*
       01  MAINT-REQUEST.
           05  MREQ-ACCT-ID           PIC X(8).
               88  MREQ-JOINT-LINK        VALUE 'JO'.
               88  MREQ-DEMOGRAPHICS      VALUE 'DM'.
               88  MREQ-WITHHOLD          VALUE 'WH'.
               88  MREQ-DECEASED          VALUE 'DD'.
               88  MREQ-VALID-ACTION      VALUE 'OP' 'CL' 'FZ' 'UF' 'BX'
                                                 'JO' 'DM' 'WH' 'DD'.
           05  MREQ-NAME              PIC X(25).
           05  MREQ-BRANCH            PIC X(3).
           05  MREQ-ACCT-TYPE         PIC X(1).
               10  MREQ-ZIP           PIC X(9).
               10  MREQ-TAX-ID        PIC X(9).
               10  MREQ-PHONE         PIC X(10).
           05  MREQ-OPERATOR-ID       PIC X(8).
           05  MREQ-ID-FIELDS.
               10  MREQ-ID-TYPE       PIC X(2).
                   88  MREQ-ID-DRIVERS-LICENSE VALUE 'DL'.
                   88  MREQ-ID-PASSPORT        VALUE 'PP'.
                   88  MREQ-ID-STATE-ID        VALUE 'SI'.
                   88  MREQ-ID-MILITARY-ID     VALUE 'MI'.
                   88  MREQ-ID-RESIDENT-CARD   VALUE 'RC'.
                   88  MREQ-VALID-ID-TYPE      VALUE 'DL' 'PP' 'SI'
                                                     'MI' 'RC'.
               10  MREQ-ID-NUMBER     PIC X(20).
               10  MREQ-ID-EXPIRY     PIC 9(8).
