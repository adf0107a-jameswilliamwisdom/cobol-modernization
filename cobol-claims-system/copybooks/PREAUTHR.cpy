      *> provider/procedure, with the authorization number and the
      *> date range it covers. Checked by CLMPROC before denying a
      *> line that generically requires preauth, so a procedure that
      *> was actually pre-approved isn't auto-denied. Appended by
      *> PAUTH278 as utilization management approves 278-style
      *> requests, PA-AUTH-NUMBER being the approved request's ID.
      *>================================================================*
       01  PREAUTH-RECORD.
           05  PA-MEMBER-ID            PIC X(10).
