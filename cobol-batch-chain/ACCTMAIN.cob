      *>     MASTER, the same way CUST-WDR-COUNT gets reset on that
      *>     pass.
      *>
      *>   - MREQ-DECEASED (date-of-death notification) parks for a
      *>     supervisor like a close. Once approved it goes out as a
      *>     'DD' status transaction like the other actions, and the
      *>     account is added to data/ESTATE-REGISTER.DAT with its
      *>     date of death and executor. TXNVALID, TXNAPPLY and
      *>     ESTSETL all read that register.
      *>
      *>   - An MREQ-OPEN must carry the owner's identity document
      *>     (MREQ-ID-FIELDS) or it is skipped. The account opens
      *>     CUST-CIP-PENDING — deposits only — rather than active,
      *>     and the document goes on data/CIP-REGISTER.DAT for
      *>     CIPVERIF to match the ID vendor's results against.
      *>
      *> Input:  data/ACCT-MAINT-REQUESTS.DAT (LINE SEQUENTIAL, optional
      *>                                        — skipped if absent)
      *>         data/NEW-CUSTOMERS.DAT        (SEQUENTIAL, binary —
      *>         data/MAINT-TRANS.DAT          (LINE SEQUENTIAL,
      *>                                        TRANSACTION-RECORD
      *>                                        layout)
      *>         data/ESTATE-REGISTER.DAT      (LINE SEQUENTIAL,
      *>                                        ESTATE.cpy, appended)
      *>         data/CIP-REGISTER.DAT         (LINE SEQUENTIAL,
      *>                                        CIPREG.cpy, appended)
      *>         data/HELD-MAIL.DAT            (appended by MAILCHK for
      *>                                        an open notice to a
      *>                                        flagged address)
      *>
      *> Return codes:  0 = success,  4 = one or more requests skipped,
      *>                8 = input file error
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTRANS-STATUS.

      *> Deceased/estate register. A date-of-death notification
      *> adds an open row here, and ESTSETL settles it.
           SELECT ESTATE-REGISTER-FILE
               ASSIGN TO 'data/ESTATE-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTR-STATUS.

      *> Customer Identification Program register. Every account
      *> opened adds a pending row with its identity document, and
      *> CIPVERIF works it off as the vendor's results arrive.
           SELECT CIP-REGISTER-FILE
               ASSIGN TO 'data/CIP-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIPR-STATUS.

      *> Sanctions screening on account opening — the watch list,
      *> the cleared names, and the held-items file a potential
      *> match parks on (the open itself is not processed).
               FILE STATUS IS WS-SHELD-STATUS.

      *> Dual-control parking lot for high-risk maintenance actions
      *> (close, freeze, joint-link, branch-transfer, date-of-death
      *> notification) — they hold
      *> here until a supervisor decision arrives, the discipline
      *> PNDGREV gives big transactions.
           SELECT PENDING-MAINT-FILE
       COPY CHGJRNL.

       FD  MAINT-TRANS-FILE.
       01  MAINT-TRANS-RECORD            PIC X(90).

       FD  ESTATE-REGISTER-FILE.
       COPY ESTATE.

       FD  CIP-REGISTER-FILE.
       COPY CIPREG.

       FD  DEMO-FILE.
       COPY CUSTDEMO.
           05  SORT-ACCT-TYPE            PIC X(1).
           05  SORT-INITIAL-BALANCE      PIC 9(7)V99.
           05  SORT-EFF-DATE             PIC 9(8).
           05  SORT-ID-TYPE              PIC X(2).
           05  SORT-ID-NUMBER            PIC X(20).
           05  SORT-ID-EXPIRY            PIC 9(8).
           05  SORT-OPERATOR-ID          PIC X(8).

       WORKING-STORAGE SECTION.
       COPY TRANSREC.
       01  WS-OLDM-STATUS                PIC XX.
       01  WS-NEWM-STATUS                PIC XX.
       01  WS-MTRANS-STATUS              PIC XX.
       01  WS-ESTR-STATUS                PIC XX.
       01  WS-CIPR-STATUS                PIC XX.
       01  WS-RETURN-CODE                PIC 9     VALUE 0.

       01  WS-HIGH-KEY                   PIC X(8)  VALUE HIGH-VALUES.
               10  WS-MREQ-SECONDARY-ID  PIC X(8).
               10  WS-MREQ-JOINT-APPLIED PIC X(1) VALUE 'N'.
                   88  WS-MREQ-JOINT-WAS-APPLIED VALUE 'Y'.
      *> Who keyed the request, and — for a dual-control request
      *> released off the pending file — the supervisor who approved
      *> it; both ride onto the status transaction and the journal.
               10  WS-MREQ-OPERATOR-ID   PIC X(8).
               10  WS-MREQ-APPROVER-ID   PIC X(8).
      *> The owner's identity document, on an open request only
               10  WS-MREQ-ID-TYPE       PIC X(2).
               10  WS-MREQ-ID-NUMBER     PIC X(20).
               10  WS-MREQ-ID-EXPIRY     PIC 9(8).

      *>----------------------------------------------------------------*
      *> Demographics master — the whole file held in memory for the
               10  WS-NM-CODE            PIC X(4).
               10  WS-NM-TEXT            PIC X(45).
       01  WS-CTR-NOTICES                PIC 9(5)  VALUE 0.
       01  WS-CTR-NOTICES-HELD           PIC 9(5)  VALUE 0.
       01  WS-CTR-RTS-CLEARED            PIC 9(5)  VALUE 0.
       01  WS-DEMO-LOADED-SW             PIC X(1)  VALUE 'N'.
           88  WS-DEMO-FILE-ON-HAND                 VALUE 'Y'.
       01  WS-DEMO-COUNT                 PIC 9(3)  VALUE 0.
               10  WS-DEMO-ZIP           PIC X(9).
               10  WS-DEMO-TAX-ID        PIC X(9).
               10  WS-DEMO-PHONE         PIC X(10).
               10  WS-DEMO-MAIL-STATUS   PIC X(1).
                   88  WS-DEMO-UNDELIVERABLE        VALUE 'U'.
               10  WS-DEMO-RTS-DATE      PIC 9(8).

      *>----------------------------------------------------------------*
      *> Account-number edit contract — request intake runs every
       01  WS-PND-TABLE-AREA.
           05  WS-PND-ROW OCCURS 200 TIMES
                   INDEXED BY WS-PND-IDX.
               10  WS-PND-IMAGE          PIC X(218).
               10  WS-PND-DISP           PIC X(1).
                   88  WS-PND-NEW            VALUE 'N'.
                   88  WS-PND-APPROVED       VALUE 'A'.
       01  WS-CTR-JOINT-LINKED           PIC 9(5)  VALUE 0.
       01  WS-CTR-JOINT-SKIPPED          PIC 9(5)  VALUE 0.
       01  WS-CTR-WITHHOLD-SET           PIC 9(5)  VALUE 0.
       01  WS-CTR-BAD-DOD                PIC 9(5)  VALUE 0.
       01  WS-CTR-ESTATE-REG             PIC 9(5)  VALUE 0.
       01  WS-CTR-BAD-ID-DOC             PIC 9(5)  VALUE 0.
       01  WS-CTR-CIP-REG                PIC 9(5)  VALUE 0.
       01  WS-ID-DOC-SW                  PIC X(1)  VALUE 'Y'.
           88  WS-ID-DOC-OK                         VALUE 'Y'.
       01  WS-CTR-MASTERS-READ           PIC 9(7)  VALUE 0.
       01  WS-CTR-MASTERS-WRITTEN        PIC 9(7)  VALUE 0.

      *> Returned-mail check contract with MAILCHK
       COPY CHKMAIL.

       PROCEDURE DIVISION.

       0000-MAIN.
                       NOT AT END
                           ADD 1 TO WS-CTR-REQUESTS-READ
                           PERFORM 1120-EDIT-ACCT-NUMBER
                           PERFORM 1122-EDIT-ID-DOCUMENT
                           IF AE-INVALID
                               DISPLAY 'ACCTMAIN: Skipping request, '
                                   'bad account number, acct='
                                   MREQ-ACCT-ID
                               ADD 1 TO WS-CTR-BAD-ACCT-NUM
                           ELSE
                           IF NOT WS-ID-DOC-OK
                               DISPLAY 'ACCTMAIN: Skipping open, no '
                                   'usable ID document, acct='
                                   MREQ-ACCT-ID
                               ADD 1 TO WS-CTR-BAD-ID-DOC
                           ELSE
                           IF MREQ-DEMOGRAPHICS
                               PERFORM 1150-APPLY-DEMO-REQUEST
                           ELSE
                           IF WS-SCREEN-HIT
                               PERFORM 1128-HOLD-SCREENED-OPEN
                           ELSE
                           IF MREQ-DECEASED
                               AND (MREQ-EFF-DATE NOT NUMERIC
                                    OR MREQ-EFF-DATE = 0
                                    OR MREQ-EFF-DATE > WS-RUN-DATE)
                               DISPLAY 'ACCTMAIN: Skipping request, '
                                   'bad date of death, acct='
                                   MREQ-ACCT-ID
                               ADD 1 TO WS-CTR-BAD-DOD
                           ELSE
                           IF MREQ-CLOSE OR MREQ-FREEZE
                               OR MREQ-JOINT-LINK OR MREQ-BRANCH-XFER
                               OR MREQ-DECEASED
                               PERFORM 1130-PARK-HIGH-RISK
                           ELSE
                           IF MREQ-VALID-ACTION
                                 TO WS-MREQ-SECONDARY-ID(WS-MREQ-COUNT)
                               MOVE 'N'
                                 TO WS-MREQ-JOINT-APPLIED(WS-MREQ-COUNT)
                               MOVE MREQ-OPERATOR-ID
                                 TO WS-MREQ-OPERATOR-ID(WS-MREQ-COUNT)
                               MOVE SPACES
                                 TO WS-MREQ-APPROVER-ID(WS-MREQ-COUNT)
                               MOVE MREQ-ID-TYPE
                                 TO WS-MREQ-ID-TYPE(WS-MREQ-COUNT)
                               MOVE MREQ-ID-NUMBER
                                 TO WS-MREQ-ID-NUMBER(WS-MREQ-COUNT)
                               MOVE MREQ-ID-EXPIRY
                                 TO WS-MREQ-ID-EXPIRY(WS-MREQ-COUNT)
                           ELSE
                               DISPLAY 'ACCTMAIN: Skipping request, '
                                   'invalid action, acct=' MREQ-ACCT-ID
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-REQUEST-FILE
                               TO WS-DEMO-TAX-ID(WS-DEMO-COUNT)
                           MOVE DEMO-PHONE
                               TO WS-DEMO-PHONE(WS-DEMO-COUNT)
                           MOVE DEMO-MAIL-STATUS
                               TO WS-DEMO-MAIL-STATUS(WS-DEMO-COUNT)
                           MOVE DEMO-RTS-DATE
                               TO WS-DEMO-RTS-DATE(WS-DEMO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEMO-FILE
      *> MREQ-ACCT-ID from the request's demographics extension. A
      *> second DM request for the same account simply replaces the
      *> first, the same no-history overwrite a joint-link applies.
      *> A returned-mail flag is cleared only when the request
      *> actually changes the mailing address — a DM that corrects
      *> just the tax ID or phone leaves the bad address held — and
      *> MAILCHK is told, so this run's notices reach the new one.
      *>================================================================*
       1150-APPLY-DEMO-REQUEST.
           PERFORM VARYING WS-DEMO-IDX FROM 1 BY 1
                   SET WS-DEMO-IDX TO WS-DEMO-COUNT
                   MOVE MREQ-ACCT-ID
                       TO WS-DEMO-CUST-ID(WS-DEMO-IDX)
                   MOVE SPACE TO WS-DEMO-MAIL-STATUS(WS-DEMO-IDX)
                   MOVE 0     TO WS-DEMO-RTS-DATE(WS-DEMO-IDX)
                   PERFORM 1160-MOVE-DEMO-FIELDS
               END-IF
           ELSE
               IF WS-DEMO-UNDELIVERABLE(WS-DEMO-IDX)
                   AND (MREQ-ADDR-LINE1
                           NOT = WS-DEMO-ADDR-LINE1(WS-DEMO-IDX)
                     OR MREQ-ADDR-LINE2
                           NOT = WS-DEMO-ADDR-LINE2(WS-DEMO-IDX)
                     OR MREQ-CITY  NOT = WS-DEMO-CITY(WS-DEMO-IDX)
                     OR MREQ-STATE NOT = WS-DEMO-STATE(WS-DEMO-IDX)
                     OR MREQ-ZIP   NOT = WS-DEMO-ZIP(WS-DEMO-IDX))
                   PERFORM 1170-CLEAR-RETURNED-MAIL
               END-IF
               PERFORM 1160-MOVE-DEMO-FIELDS
           END-IF
           .

       1170-CLEAR-RETURNED-MAIL.
           MOVE SPACE TO WS-DEMO-MAIL-STATUS(WS-DEMO-IDX)
           MOVE 0     TO WS-DEMO-RTS-DATE(WS-DEMO-IDX)
           MOVE SPACES         TO MAIL-CHECK-REQUEST
           SET MC-FUNC-RELEASE TO TRUE
           MOVE MREQ-ACCT-ID   TO MC-ACCT-ID
           CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE
           ADD 1 TO WS-CTR-RTS-CLEARED
           DISPLAY 'ACCTMAIN: Returned-mail flag cleared, new '
               'address for acct ' MREQ-ACCT-ID
           .

       1160-MOVE-DEMO-FIELDS.
           MOVE MREQ-ADDR-LINE1 TO WS-DEMO-ADDR-LINE1(WS-DEMO-IDX)
           MOVE MREQ-ADDR-LINE2 TO WS-DEMO-ADDR-LINE2(WS-DEMO-IDX)
               MOVE WS-DEMO-ZIP(WS-DEMO-IDX)        TO DEMO-ZIP
               MOVE WS-DEMO-TAX-ID(WS-DEMO-IDX)     TO DEMO-TAX-ID
               MOVE WS-DEMO-PHONE(WS-DEMO-IDX)      TO DEMO-PHONE
               MOVE WS-DEMO-MAIL-STATUS(WS-DEMO-IDX)
                                                    TO DEMO-MAIL-STATUS
               MOVE WS-DEMO-RTS-DATE(WS-DEMO-IDX)   TO DEMO-RTS-DATE
               WRITE DEMOGRAPHICS-RECORD
           END-PERFORM
           CLOSE DEMO-FILE
           .

      *>================================================================*
      *> PARK HIGH RISK — a close/freeze/joint-link/branch-transfer/
      *> date-of-death request does not apply on the strength of one
      *> pair of hands; it parks for a supervisor, the dual control
      *> PNDGREV gives big transactions.
      *>================================================================*
       1130-PARK-HIGH-RISK.
           IF WS-PND-COUNT = 200
                   TO WS-MREQ-SECONDARY-ID(WS-MREQ-COUNT)
               MOVE 'N'
                   TO WS-MREQ-JOINT-APPLIED(WS-MREQ-COUNT)
               MOVE MREQ-OPERATOR-ID
                   TO WS-MREQ-OPERATOR-ID(WS-MREQ-COUNT)
               MOVE WS-PND-SUPERVISOR(WS-PND-IDX)
                   TO WS-MREQ-APPROVER-ID(WS-MREQ-COUNT)
               MOVE MREQ-ID-TYPE
                   TO WS-MREQ-ID-TYPE(WS-MREQ-COUNT)
               MOVE MREQ-ID-NUMBER
                   TO WS-MREQ-ID-NUMBER(WS-MREQ-COUNT)
               MOVE MREQ-ID-EXPIRY
                   TO WS-MREQ-ID-EXPIRY(WS-MREQ-COUNT)
               ADD 1 TO WS-CTR-MAINT-APPROVED
           ELSE
               MOVE 'D' TO WS-PND-DISP(WS-PND-IDX)
           END-IF
           .

      *>================================================================*
      *> EDIT ID DOCUMENT — an open must name the identity document
      *> the owner produced: a listed type, a number, and an expiry
      *> date after the open's effective date. Other actions carry
      *> none and always pass.
      *>================================================================*
       1122-EDIT-ID-DOCUMENT.
           MOVE 'Y' TO WS-ID-DOC-SW
           IF NOT MREQ-OPEN
               EXIT PARAGRAPH
           END-IF
           IF NOT MREQ-VALID-ID-TYPE
               OR MREQ-ID-NUMBER = SPACES
               OR MREQ-ID-EXPIRY NOT NUMERIC
               OR MREQ-ID-EXPIRY NOT > MREQ-EFF-DATE
               MOVE 'N' TO WS-ID-DOC-SW
           END-IF
           .

      *>================================================================*
      *> SORT INPUT PROCEDURE — release the OPEN requests, in table
      *> order, to be sorted into CUST-ID order for the master merge.
                   MOVE WS-MREQ-INIT-BAL(WS-MREQ-IDX) TO
                       SORT-INITIAL-BALANCE
                   MOVE WS-MREQ-EFF-DATE(WS-MREQ-IDX) TO SORT-EFF-DATE
                   MOVE WS-MREQ-ID-TYPE(WS-MREQ-IDX)  TO SORT-ID-TYPE
                   MOVE WS-MREQ-ID-NUMBER(WS-MREQ-IDX)
                                                      TO SORT-ID-NUMBER
                   MOVE WS-MREQ-ID-EXPIRY(WS-MREQ-IDX)
                                                      TO SORT-ID-EXPIRY
                   MOVE WS-MREQ-OPERATOR-ID(WS-MREQ-IDX)
                                                    TO SORT-OPERATOR-ID
                   RELEASE SORT-OPEN-RECORD
               END-IF
           END-PERFORM
               MOVE 'ACCTMAIN'      TO CJ-SOURCE
               MOVE WS-CJ-REF       TO CJ-REQUEST-REF
               MOVE WS-RUN-DATE     TO CJ-DATE
               MOVE WS-MREQ-OPERATOR-ID(WS-MREQ-IDX)
                                    TO CJ-OPERATOR-ID
               WRITE CHANGE-JOURNAL-RECORD
               CLOSE CHANGE-JOURNAL-FILE
               ADD 1 TO WS-CTR-JOURNALED
           MOVE SORT-NAME             TO WS-CM-NAME
           MOVE SORT-BRANCH           TO WS-CM-BRANCH
           MOVE SORT-ACCT-TYPE        TO WS-CM-ACCT-TYPE
           SET  CUST-CIP-PENDING      TO TRUE
           MOVE CUST-STATUS           TO WS-CM-STATUS
           MOVE SORT-INITIAL-BALANCE  TO WS-CM-BALANCE
           MOVE SORT-EFF-DATE         TO WS-CM-OPEN-DATE
           MOVE SORT-EFF-DATE         TO WS-CM-LAST-ACTIVITY
           SET  WS-CM-NOT-JOINT       TO TRUE
           PERFORM 3400-WRITE-NEW-MASTER
           ADD 1 TO WS-CTR-OPENED
           PERFORM 3360-REGISTER-CIP
           PERFORM 3350-EMIT-OPEN-NOTICE
           DISPLAY 'ACCTMAIN: Opened new account ' SORT-ACCT-ID
           .
                   MOVE WS-NM-TEXT(WS-NM-IDX) TO NOT-TEXT
               END-IF
           END-PERFORM
           MOVE SPACES           TO MAIL-CHECK-REQUEST
           SET MC-FUNC-HOLD      TO TRUE
           MOVE NOT-ACCT-ID      TO MC-ACCT-ID
           MOVE 'ACCTMAIN'       TO MC-SOURCE
           MOVE NOT-EVENT-CODE   TO MC-ITEM-TYPE
           MOVE NOT-DATE         TO MC-ITEM-DATE
           MOVE NOT-AMOUNT       TO MC-AMOUNT
           MOVE NOT-TEXT         TO MC-TEXT
           CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE
           IF MC-UNDELIVERABLE
               ADD 1 TO WS-CTR-NOTICES-HELD
               EXIT PARAGRAPH
           END-IF
           WRITE CUSTOMER-NOTICE-RECORD
           ADD 1 TO WS-CTR-NOTICES
           .

      *>================================================================*
      *> REGISTER CIP — add the new account's pending row, with its
      *> identity document, to the CIP register. Opened for each
      *> event, the same way the estate register is.
      *>================================================================*
       3360-REGISTER-CIP.
           OPEN EXTEND CIP-REGISTER-FILE
           IF WS-CIPR-STATUS NOT = '00'
               OPEN OUTPUT CIP-REGISTER-FILE
           END-IF
           IF WS-CIPR-STATUS NOT = '00'
               DISPLAY 'ACCTMAIN: ERROR opening CIP-REGISTER.DAT, '
                       'STATUS=' WS-CIPR-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE CIP-REGISTER-RECORD
           MOVE SORT-ACCT-ID          TO CIP-ACCT-ID
           MOVE SORT-NAME             TO CIP-NAME
           MOVE SORT-BRANCH           TO CIP-BRANCH
           MOVE SORT-EFF-DATE         TO CIP-OPEN-DATE
           MOVE SORT-ID-TYPE          TO CIP-ID-TYPE
           MOVE SORT-ID-NUMBER        TO CIP-ID-NUMBER
           MOVE SORT-ID-EXPIRY        TO CIP-ID-EXPIRY
           MOVE SORT-OPERATOR-ID      TO CIP-OPERATOR-ID
           SET  CIP-PENDING           TO TRUE
           WRITE CIP-REGISTER-RECORD
           CLOSE CIP-REGISTER-FILE
           ADD 1 TO WS-CTR-CIP-REG
           .

      *>================================================================*
      *> LOAD NOTICE MESSAGES — the editable wording table; a missing
      *> table means every notice goes out with the generic fallback.
      *> transfer requests target an existing account, so they become
      *> ordinary TRANS-MAINTENANCE transactions instead of master
      *> inserts. The two-character action code rides in TRANS-DESC.
      *> A date-of-death request carries the date of death in its
      *> effective date. That date goes on the estate register, and
      *> the transaction itself is dated the run date.
      *>================================================================*
       4000-GENERATE-STATUS-TRANS.
           PERFORM VARYING WS-MREQ-IDX FROM 1 BY 1
           MOVE WS-MREQ-BRANCH(WS-MREQ-IDX)   TO TRANS-BRANCH
           MOVE WS-MREQ-SEQ(WS-MREQ-IDX)       TO TRANS-SEQ
           MOVE WS-MREQ-ACTION(WS-MREQ-IDX)   TO TRANS-DESC(1:2)
           MOVE WS-MREQ-OPERATOR-ID(WS-MREQ-IDX)
                                              TO TRANS-OPERATOR-ID
           MOVE WS-MREQ-APPROVER-ID(WS-MREQ-IDX)
                                              TO TRANS-APPROVER-ID
           IF WS-MREQ-ACTION(WS-MREQ-IDX) = 'DD'
               MOVE WS-RUN-DATE TO TRANS-DATE
               PERFORM 4200-REGISTER-DECEASED
           END-IF
           WRITE MAINT-TRANS-RECORD FROM TRANSACTION-RECORD
           IF WS-MTRANS-STATUS NOT = '00'
               DISPLAY 'ACCTMAIN: ERROR writing MAINT-TRANS.DAT, '
           ADD 1 TO WS-CTR-STATUS-TRANS
           .

      *>================================================================*
      *> REGISTER DECEASED — add an open row to the estate register
      *> with the date of death and the executor's name. The file is
      *> opened for each event, the same way the change journal is.
      *>================================================================*
       4200-REGISTER-DECEASED.
           OPEN EXTEND ESTATE-REGISTER-FILE
           IF WS-ESTR-STATUS NOT = '00'
               OPEN OUTPUT ESTATE-REGISTER-FILE
           END-IF
           IF WS-ESTR-STATUS NOT = '00'
               DISPLAY 'ACCTMAIN: ERROR opening ESTATE-REGISTER.DAT, '
                       'STATUS=' WS-ESTR-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ESTATE-REGISTER-RECORD
           MOVE WS-MREQ-ACCT-ID(WS-MREQ-IDX)  TO EST-ACCT-ID
           MOVE WS-MREQ-EFF-DATE(WS-MREQ-IDX) TO EST-DATE-OF-DEATH
           MOVE WS-RUN-DATE                   TO EST-NOTIFY-DATE
           MOVE WS-MREQ-NAME(WS-MREQ-IDX)     TO EST-EXECUTOR
           MOVE WS-MREQ-SEQ(WS-MREQ-IDX)      TO EST-REQUEST-SEQ
           SET  EST-OPEN                      TO TRUE
           WRITE ESTATE-REGISTER-RECORD
           CLOSE ESTATE-REGISTER-FILE
           ADD 1 TO WS-CTR-ESTATE-REG
           .

       9000-TERMINATE.
           DISPLAY '--- ACCTMAIN Summary ---'
           DISPLAY '  Requests read      : ' WS-CTR-REQUESTS-READ
           DISPLAY '  Joint links skipped: ' WS-CTR-JOINT-SKIPPED
           DISPLAY '  Demographics updates: ' WS-CTR-DEMO-APPLIED
           DISPLAY '  Notices emitted    : ' WS-CTR-NOTICES
           DISPLAY '  Notices held       : ' WS-CTR-NOTICES-HELD
           DISPLAY '  Returned mail clrd : ' WS-CTR-RTS-CLEARED
           DISPLAY '  Withhold flags set : ' WS-CTR-WITHHOLD-SET
           DISPLAY '  Deaths registered  : ' WS-CTR-ESTATE-REG
           DISPLAY '  Bad dates of death : ' WS-CTR-BAD-DOD
           DISPLAY '  Opens with no ID   : ' WS-CTR-BAD-ID-DOC
           DISPLAY '  CIP holds placed   : ' WS-CTR-CIP-REG
           DISPLAY '  Bad account numbers: ' WS-CTR-BAD-ACCT-NUM
           DISPLAY '  High-risk parked  : ' WS-CTR-PARKED
           DISPLAY '  Approved applied  : ' WS-CTR-MAINT-APPROVED
           DISPLAY '  Masters written    : ' WS-CTR-MASTERS-WRITTEN
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-OPEN-SKIPPED > 0 OR WS-CTR-JOINT-SKIPPED > 0
                    OR WS-CTR-BAD-ACCT-NUM > 0
                    OR WS-CTR-BAD-DOD > 0
                    OR WS-CTR-BAD-ID-DOC > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '  Return code        : ' WS-RETURN-CODE
