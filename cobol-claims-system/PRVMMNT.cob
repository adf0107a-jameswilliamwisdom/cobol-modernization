      *> credential term date and flips the network flag out; an ADD
      *> for an existing provider, or a CHANGE/TERM for an unknown
      *> one, is rejected to the log.
      *> Banking is dual control. Routing or account on an ADD or
      *> CHANGE is checked (routing check digit, then the Fed ACH
      *> directory) and recorded on the banking change register,
      *> not the master; a different user's APPROVE applies it. The
      *> approval marks the banking unproved until the prenote
      *> window closes, queues the zero-dollar prenote CLMACH sends,
      *> and writes a confirmation letter to the provider's address
      *> of record on the master — never to whoever asked for the
      *> change. A prenote return posted through PRENOTE-RETURN
      *> keeps the provider on check until its banking is changed
      *> again.
      *>
      *> Input:  data/PROV-TXNS.DAT        (LINE SEQUENTIAL, PRVTXN)
      *>         data/PROVIDER-MASTER.DAT  (SEQUENTIAL, PROVMAST)
      *>         data/BANK-CHANGES.DAT     (LINE SEQUENTIAL, BANKCHG)
      *>         data/FED-ROUTING-DIR.DAT  (LINE SEQUENTIAL, FEDRTE)
      *> Output: data/PROVIDER-MASTER.DAT  (rewritten)
      *>         data/BANK-CHANGES.DAT     (rewritten)
      *>         data/EFT-PRENOTES.DAT     (EXTEND, PRENOTE)
      *>         data/BANK-CHANGE-LETTERS.TXT (LINE SEQ, print)
      *>         data/PROV-MAINT-LOG.TXT   (LINE SEQUENTIAL, print)
      *>================================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO 'data/PROV-MAINT-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT BANK-CHANGE-FILE
               ASSIGN TO 'data/BANK-CHANGES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCR-STATUS.
           SELECT FED-ROUTING-FILE
               ASSIGN TO 'data/FED-ROUTING-DIR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRD-STATUS.
           SELECT PRENOTE-FILE
               ASSIGN TO 'data/EFT-PRENOTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNR-STATUS.
           SELECT LETTER-FILE
               ASSIGN TO 'data/BANK-CHANGE-LETTERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-LINE                   PIC X(100).

       FD  BANK-CHANGE-FILE.
       COPY BANKCHG.

       FD  FED-ROUTING-FILE.
       COPY FEDRTE.

       FD  PRENOTE-FILE.
       COPY PRENOTE.

       FD  LETTER-FILE.
       01  LETTER-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS              PIC XX.
       01  WS-MST-STATUS              PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-EOF-TXN                 PIC X(1) VALUE 'N'.
       01  WS-EOF-MST                 PIC X(1) VALUE 'N'.
       01  WS-BCR-STATUS              PIC XX.
       01  WS-FRD-STATUS              PIC XX.
       01  WS-PNR-STATUS              PIC XX.
       01  WS-LTR-STATUS              PIC XX.
       01  WS-EOF-BCR                 PIC X(1) VALUE 'N'.
       01  WS-EOF-FRD                 PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE                PIC 9(8).

       01  WS-TXNS-READ               PIC 9(4) VALUE 0.
       01  WS-TXNS-APPLIED            PIC 9(4) VALUE 0.
       01  WS-TXNS-REJECTED           PIC 9(4) VALUE 0.
       01  WS-BANK-RECORDED           PIC 9(4) VALUE 0.
       01  WS-BANK-APPROVED           PIC 9(4) VALUE 0.

      *> Whole provider master in memory for the rewrite
       01  WS-MST-COUNT               PIC 9(3) VALUE 0.
       01  WS-MST-TABLE.
           05  WS-MST-ENTRY           PIC X(181) OCCURS 200.
       01  WS-MST-IDX                 PIC 9(3).
       01  WS-FOUND-IDX               PIC 9(3).

      *> Banking change register, likewise rewritten whole
       01  WS-BCR-COUNT               PIC 9(4) VALUE 0.
       01  WS-BCR-TABLE.
           05  WS-BCR-ENTRY           PIC X(112) OCCURS 1000.
       01  WS-BCR-IDX                 PIC 9(4).
       01  WS-BCR-FOUND-IDX           PIC 9(4).

      *> Fed ACH routing directory — the routing number, whether it
      *> has been replaced, and the bank's name for the letter
       01  WS-FRD-COUNT               PIC 9(5) VALUE 0.
       01  WS-FRD-TABLE.
           05  WS-FRD-ENTRY OCCURS 20000.
               10  WS-FRD-ROUTING     PIC X(9).
               10  WS-FRD-TYPE        PIC X(1).
               10  WS-FRD-NEW         PIC X(9).
               10  WS-FRD-NAME        PIC X(36).
       01  WS-FRD-IDX                 PIC 9(5).
       01  WS-FRD-FOUND-IDX           PIC 9(5).

      *> Calendar days from approval before EFT resumes: the next
      *> settlement file carries the prenote, and the receiving
      *> bank has three banking days to return it
       01  WS-PRENOTE-WINDOW-DAYS     PIC 9(3) VALUE 10.
       01  WS-CLEAR-DATE              PIC 9(8).

      *> Banking change under edit
       01  WS-HAS-BANKING             PIC X(1).
       01  WS-CUR-ROUTING             PIC X(9).
       01  WS-CUR-ACCOUNT             PIC X(17).
       01  WS-NEW-ROUTING             PIC X(9).
       01  WS-NEW-ACCOUNT             PIC X(17).
       01  WS-BANK-ERROR              PIC X(60).
       01  WS-CHECK-ROUTING           PIC X(9).
       01  WS-CHECK-ROUTING-R REDEFINES WS-CHECK-ROUTING.
           05  WS-CR-DIGIT            PIC 9 OCCURS 9.
       01  WS-CHECK-SUM               PIC 9(4).
       01  WS-MASK-ACCOUNT            PIC X(17).
       01  WS-MASK-TRAIL              PIC 9(2).
       01  WS-MASK-LEN                PIC 9(2).
       01  WS-ACCT-LAST4              PIC X(4).
       01  WS-BANK-NAME               PIC X(36).

       01  WS-LOG-DETAIL.
           05  WS-LD-ACTION           PIC X(8).
           05  FILLER                 PIC X(1)  VALUE ' '.
           05  FILLER                 PIC X(1)  VALUE ' '.
           05  WS-LD-TEXT             PIC X(60).

      *> Banking change confirmation letter
       01  LTR-SEPARATOR              PIC X(80) VALUE ALL '='.
       01  BLANK-LINE                 PIC X(80) VALUE SPACES.
       01  LTR-ADDR-1.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  LTA-NAME           PIC X(30).
           05  FILLER             PIC X(46) VALUE SPACES.
       01  LTR-ADDR-2.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  LTA-ADDR1          PIC X(30).
           05  FILLER             PIC X(46) VALUE SPACES.
       01  LTR-ADDR-3.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  LTA-CITY           PIC X(15).
           05  LTA-STATE          PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  LTA-ZIP            PIC X(9).
           05  FILLER             PIC X(49) VALUE SPACES.
       01  LTR-PROVIDER-LINE.
           05  FILLER             PIC X(17)
               VALUE '    PROVIDER ID: '.
           05  LTV-PROVIDER       PIC X(10).
           05  FILLER             PIC X(53) VALUE SPACES.
       01  LTR-SUBJECT                PIC X(80)
           VALUE '    RE: CHANGE TO THE BANK ACCOUNT FOR YOUR CLAIM '
               & 'PAYMENTS'.
       01  LTR-CHANGED-LINE.
           05  FILLER             PIC X(7)  VALUE '    ON '.
           05  LTC-DATE           PIC 9(8).
           05  FILLER             PIC X(65)
               VALUE ' THE BANK ACCOUNT WE PAY YOUR CLAIMS INTO WAS '
               & 'CHANGED TO:'.
       01  LTR-NEW-LINE.
           05  FILLER             PIC X(29)
               VALUE '        NEW ACCOUNT ENDING   '.
           05  LTN-LAST4          PIC X(4).
           05  FILLER             PIC X(4)  VALUE ' AT '.
           05  LTN-BANK           PIC X(36).
           05  FILLER             PIC X(7)  VALUE SPACES.
       01  LTR-ROUTING-LINE.
           05  FILLER             PIC X(29)
               VALUE '        ROUTING NUMBER       '.
           05  LTN-ROUTING        PIC X(9).
           05  FILLER             PIC X(42) VALUE SPACES.
       01  LTR-OLD-LINE.
           05  FILLER             PIC X(29)
               VALUE '        REPLACING ACCOUNT    '.
           05  LTO-TEXT           PIC X(51).
       01  LTR-CHECK-1.
           05  FILLER             PIC X(53)
               VALUE '    WE ARE VERIFYING THE NEW ACCOUNT WITH YOUR '
               & 'BANK. '.
           05  FILLER             PIC X(6)  VALUE 'UNTIL '.
           05  LTK-DATE           PIC 9(8).
           05  FILLER             PIC X(13) VALUE SPACES.
       01  LTR-CHECK-2                PIC X(80)
           VALUE '    YOUR PAYMENTS WILL BE MAILED BY CHECK TO THE '
               & 'ADDRESS ABOVE.'.
       01  LTR-WARN-1                 PIC X(80)
           VALUE '    IF YOU DID NOT ASK FOR THIS CHANGE, CALL '
               & 'PROVIDER SERVICES AT ONCE.'.
       01  LTR-WARN-2                 PIC X(80)
           VALUE '    THIS NOTICE GOES ONLY TO THE ADDRESS WE HAVE ON '
               & 'FILE FOR YOU.'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'PRVMMNT - PROVIDER MASTER MAINTENANCE'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-MASTER
           PERFORM LOAD-BANK-CHANGES
           PERFORM LOAD-ROUTING-DIRECTORY
           OPEN OUTPUT LOG-FILE
           PERFORM OPEN-BANKING-OUTPUTS
           PERFORM APPLY-TRANSACTIONS
           CLOSE LOG-FILE
           CLOSE PRENOTE-FILE
           CLOSE LETTER-FILE
           PERFORM REWRITE-MASTER
           PERFORM REWRITE-BANK-CHANGES
           DISPLAY 'PRVMMNT COMPLETE'
           DISPLAY '  TXNS READ:     ' WS-TXNS-READ
           DISPLAY '  TXNS APPLIED:  ' WS-TXNS-APPLIED
           DISPLAY '  TXNS REJECTED: ' WS-TXNS-REJECTED
           DISPLAY '  BANK CHANGES RECORDED: ' WS-BANK-RECORDED
           DISPLAY '  BANK CHANGES APPROVED: ' WS-BANK-APPROVED
           STOP RUN.

       LOAD-MASTER.
           CLOSE MASTER-FILE
           DISPLAY 'PROVIDERS LOADED: ' WS-MST-COUNT.

      *> The register carries pending changes from run to run, so
      *> it is rewritten whole and must not be truncated either
       LOAD-BANK-CHANGES.
           OPEN INPUT BANK-CHANGE-FILE
           IF WS-BCR-STATUS NOT = '00'
               DISPLAY 'PRVMMNT: NO BANK-CHANGES.DAT YET - '
                   'STARTING EMPTY'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-BCR = 'Y'
               READ BANK-CHANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-BCR
                   NOT AT END
                       IF WS-BCR-COUNT = 1000
                           DISPLAY 'PRVMMNT: ERROR - BANK CHANGE '
                               'REGISTER EXCEEDS THE 1000-ROW TABLE '
                               '- RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BCR-COUNT
                       MOVE BANK-CHANGE-RECORD
                           TO WS-BCR-ENTRY(WS-BCR-COUNT)
               END-READ
           END-PERFORM
           CLOSE BANK-CHANGE-FILE
           DISPLAY 'BANK CHANGES LOADED: ' WS-BCR-COUNT.

      *> Without the directory no routing number can be proved, so
      *> every banking change this run is rejected
       LOAD-ROUTING-DIRECTORY.
           OPEN INPUT FED-ROUTING-FILE
           IF WS-FRD-STATUS NOT = '00'
               DISPLAY 'PRVMMNT: NO FED-ROUTING-DIR.DAT - BANKING '
                   'CHANGES WILL BE REJECTED'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FRD = 'Y'
               READ FED-ROUTING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FRD
                   NOT AT END
                       IF WS-FRD-COUNT = 20000
                           DISPLAY 'PRVMMNT: ERROR - FED ROUTING '
                               'DIRECTORY EXCEEDS 20000 ROWS - '
                               'RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FRD-COUNT
                       MOVE FRD-ROUTING-NUMBER
                           TO WS-FRD-ROUTING(WS-FRD-COUNT)
                       MOVE FRD-RECORD-TYPE
                           TO WS-FRD-TYPE(WS-FRD-COUNT)
                       MOVE FRD-NEW-ROUTING
                           TO WS-FRD-NEW(WS-FRD-COUNT)
                       MOVE FRD-CUSTOMER-NAME
                           TO WS-FRD-NAME(WS-FRD-COUNT)
               END-READ
           END-PERFORM
           CLOSE FED-ROUTING-FILE
           DISPLAY 'ROUTING NUMBERS LOADED: ' WS-FRD-COUNT.

      *> Prenotes wait on the queue until CLMACH's next file, so an
      *> approval adds to whatever is already there
       OPEN-BANKING-OUTPUTS.
           OPEN EXTEND PRENOTE-FILE
           IF WS-PNR-STATUS NOT = '00'
               OPEN OUTPUT PRENOTE-FILE
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-PNR-STATUS NOT = '00' OR WS-LTR-STATUS NOT = '00'
               DISPLAY 'PRVMMNT: ERROR OPENING BANKING OUTPUTS: '
                   WS-PNR-STATUS ' ' WS-LTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-TRANSACTIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
                   PERFORM HOLD-PROVIDER-ROW
               WHEN PTX-IS-RELEASE
                   PERFORM RELEASE-PROVIDER-ROW
               WHEN PTX-IS-BANK-APPROVE
                   PERFORM APPROVE-BANK-CHANGE
               WHEN PTX-IS-BANK-DECLINE
                   PERFORM DECLINE-BANK-CHANGE
               WHEN PTX-IS-PRENOTE-RETURN
                   PERFORM POST-PRENOTE-RETURN
               WHEN OTHER
                   PERFORM REJECT-TXN-UNKNOWN
           END-EVALUATE.
               ADD 1 TO WS-TXNS-REJECTED
               EXIT PARAGRAPH
           END-IF
      *> A new provider's banking goes through the same second
      *> approval as a change; the row is added without it
           MOVE SPACES TO WS-CUR-ROUTING
           MOVE SPACES TO WS-CUR-ACCOUNT
           PERFORM EDIT-BANK-CHANGE
           IF WS-BANK-ERROR NOT = SPACES
               PERFORM REJECT-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PROVIDER-MASTER-RECORD
           MOVE PTX-PROVIDER-ID     TO PRV-PROVIDER-ID
           MOVE PTX-PROVIDER-NAME   TO PRV-PROVIDER-NAME
           MOVE PTX-NETWORK-STATUS  TO PRV-NETWORK-STATUS
           MOVE PTX-CRED-EFF-DATE   TO PRV-CRED-EFF-DATE
           MOVE PTX-CRED-TERM-DATE  TO PRV-CRED-TERM-DATE
           MOVE PTX-SPECIALTY       TO PRV-SPECIALTY
           ADD 1 TO WS-MST-COUNT
           MOVE PROVIDER-MASTER-RECORD
           MOVE 'PROVIDER ADDED WITH CREDENTIAL WINDOW'
               TO WS-LD-TEXT
           WRITE LOG-LINE FROM WS-LOG-DETAIL
           ADD 1 TO WS-TXNS-APPLIED
           IF WS-HAS-BANKING = 'Y'
               PERFORM RECORD-BANK-CHANGE
           END-IF.

       CHANGE-PROVIDER-ROW.
           MOVE WS-MST-ENTRY(WS-FOUND-IDX)
               TO PROVIDER-MASTER-RECORD
      *> Banking on the change is only recorded for approval, and a
      *> bad one turns back the whole transaction
           MOVE PRV-BANK-ROUTING TO WS-CUR-ROUTING
           MOVE PRV-BANK-ACCOUNT TO WS-CUR-ACCOUNT
           PERFORM EDIT-BANK-CHANGE
           IF WS-BANK-ERROR NOT = SPACES
               PERFORM REJECT-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF
           IF PTX-PROVIDER-NAME NOT = SPACES
               MOVE PTX-PROVIDER-NAME TO PRV-PROVIDER-NAME
           END-IF
           IF PTX-CRED-TERM-DATE NOT = 0
               MOVE PTX-CRED-TERM-DATE TO PRV-CRED-TERM-DATE
           END-IF
           IF PTX-SPECIALTY NOT = SPACES
               MOVE PTX-SPECIALTY TO PRV-SPECIALTY
           END-IF
           MOVE PROVIDER-MASTER-RECORD
               TO WS-MST-ENTRY(WS-FOUND-IDX)
           IF PTX-PROVIDER-NAME NOT = SPACES
               OR PTX-NETWORK-STATUS NOT = SPACE
               OR PTX-CRED-EFF-DATE NOT = 0
               OR PTX-CRED-TERM-DATE NOT = 0
               OR PTX-SPECIALTY NOT = SPACES
               OR WS-HAS-BANKING = 'N'
               MOVE 'CHANGE' TO WS-LD-ACTION
               MOVE PTX-PROVIDER-ID TO WS-LD-PROVIDER
               MOVE 'CREDENTIAL WINDOW/STATUS UPDATED' TO WS-LD-TEXT
               WRITE LOG-LINE FROM WS-LOG-DETAIL
           END-IF
           ADD 1 TO WS-TXNS-APPLIED
           IF WS-HAS-BANKING = 'Y'
               PERFORM RECORD-BANK-CHANGE
           END-IF.

       TERM-PROVIDER-ROW.
           MOVE WS-MST-ENTRY(WS-FOUND-IDX)
           WRITE LOG-LINE FROM WS-LOG-DETAIL
           ADD 1 TO WS-TXNS-REJECTED.

      *>================================================================*
      *> EDIT-BANK-CHANGE: Routing/account on an ADD or CHANGE. The
      *> half not keyed carries over from the banking on file; the
      *> result must be a whole, different account whose routing
      *> number passes the ABA check digit and is live on the Fed
      *> directory. WS-BANK-ERROR stays blank when it passes.
      *>================================================================*
       EDIT-BANK-CHANGE.
           MOVE SPACES TO WS-BANK-ERROR
           MOVE 'N' TO WS-HAS-BANKING
           IF PTX-BANK-ROUTING = SPACES AND PTX-BANK-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HAS-BANKING
           MOVE WS-CUR-ROUTING TO WS-NEW-ROUTING
           MOVE WS-CUR-ACCOUNT TO WS-NEW-ACCOUNT
           IF PTX-BANK-ROUTING NOT = SPACES
               MOVE PTX-BANK-ROUTING TO WS-NEW-ROUTING
           END-IF
           IF PTX-BANK-ACCOUNT NOT = SPACES
               MOVE PTX-BANK-ACCOUNT TO WS-NEW-ACCOUNT
           END-IF
           IF PTX-ENTERED-BY = SPACES
               MOVE 'BANKING CHANGE CARRIES NO REQUESTER ID'
                   TO WS-BANK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ROUTING = SPACES OR WS-NEW-ACCOUNT = SPACES
               MOVE 'BANKING NEEDS BOTH ROUTING AND ACCOUNT'
                   TO WS-BANK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ROUTING = WS-CUR-ROUTING
               AND WS-NEW-ACCOUNT = WS-CUR-ACCOUNT
               MOVE 'BANKING CHANGE MATCHES THE BANKING ON FILE'
                   TO WS-BANK-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PENDING-CHANGE
           IF WS-BCR-FOUND-IDX > 0
               MOVE 'A BANKING CHANGE IS ALREADY AWAITING APPROVAL'
                   TO WS-BANK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-BCR-COUNT = 1000
               MOVE 'BANK CHANGE REGISTER FULL' TO WS-BANK-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ROUTING-NUMBER.

      *> ABA check digit (weights 3-7-1), then the Fed directory
       CHECK-ROUTING-NUMBER.
           MOVE WS-NEW-ROUTING TO WS-CHECK-ROUTING
           IF WS-CHECK-ROUTING NOT NUMERIC
               MOVE 'ROUTING NUMBER IS NOT NINE DIGITS'
                   TO WS-BANK-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHECK-SUM =
               3 * (WS-CR-DIGIT(1) + WS-CR-DIGIT(4) + WS-CR-DIGIT(7))
             + 7 * (WS-CR-DIGIT(2) + WS-CR-DIGIT(5) + WS-CR-DIGIT(8))
             +     (WS-CR-DIGIT(3) + WS-CR-DIGIT(6) + WS-CR-DIGIT(9))
           IF FUNCTION MOD(WS-CHECK-SUM, 10) NOT = 0
               MOVE 'ROUTING NUMBER FAILS THE CHECK DIGIT'
                   TO WS-BANK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-FRD-COUNT = 0
               MOVE 'NO FED ROUTING DIRECTORY ON FILE'
                   TO WS-BANK-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ROUTING-NUMBER
           IF WS-FRD-FOUND-IDX = 0
               MOVE 'ROUTING NUMBER NOT IN THE FED ROUTING DIRECTORY'
                   TO WS-BANK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-FRD-TYPE(WS-FRD-FOUND-IDX) = '2'
               MOVE SPACES TO WS-BANK-ERROR
               STRING 'ROUTING NUMBER REPLACED BY '
                   WS-FRD-NEW(WS-FRD-FOUND-IDX)
                   DELIMITED BY SIZE INTO WS-BANK-ERROR
           END-IF.

       FIND-ROUTING-NUMBER.
           MOVE 0 TO WS-FRD-FOUND-IDX
           MOVE SPACES TO WS-BANK-NAME
           PERFORM VARYING WS-FRD-IDX FROM 1 BY 1
               UNTIL WS-FRD-IDX > WS-FRD-COUNT
               OR WS-FRD-FOUND-IDX > 0
               IF WS-FRD-ROUTING(WS-FRD-IDX) = WS-NEW-ROUTING
                   MOVE WS-FRD-IDX TO WS-FRD-FOUND-IDX
                   MOVE WS-FRD-NAME(WS-FRD-IDX) TO WS-BANK-NAME
               END-IF
           END-PERFORM.

      *> The provider's change still waiting on a second user
       FIND-PENDING-CHANGE.
           MOVE 0 TO WS-BCR-FOUND-IDX
           PERFORM VARYING WS-BCR-IDX FROM 1 BY 1
               UNTIL WS-BCR-IDX > WS-BCR-COUNT
               MOVE WS-BCR-ENTRY(WS-BCR-IDX) TO BANK-CHANGE-RECORD
               IF BCR-PROVIDER-ID = PTX-PROVIDER-ID
                   AND BCR-AWAITING-APPROVAL
                   MOVE WS-BCR-IDX TO WS-BCR-FOUND-IDX
               END-IF
           END-PERFORM.

       RECORD-BANK-CHANGE.
           INITIALIZE BANK-CHANGE-RECORD
           MOVE PTX-PROVIDER-ID  TO BCR-PROVIDER-ID
           MOVE 'P'              TO BCR-STATUS
           MOVE WS-NEW-ROUTING   TO BCR-NEW-ROUTING
           MOVE WS-NEW-ACCOUNT   TO BCR-NEW-ACCOUNT
           MOVE PTX-ENTERED-BY   TO BCR-REQUESTED-BY
           MOVE WS-RUN-DATE      TO BCR-REQUEST-DATE
           ADD 1 TO WS-BCR-COUNT
           MOVE BANK-CHANGE-RECORD TO WS-BCR-ENTRY(WS-BCR-COUNT)
           MOVE 'BANKREQ ' TO WS-LD-ACTION
           MOVE PTX-PROVIDER-ID TO WS-LD-PROVIDER
           MOVE 'BANKING CHANGE RECORDED - AWAITS SECOND APPROVAL'
               TO WS-LD-TEXT
           WRITE LOG-LINE FROM WS-LOG-DETAIL
           ADD 1 TO WS-BANK-RECORDED.

       REJECT-BANK-CHANGE.
           MOVE 'REJECT' TO WS-LD-ACTION
           MOVE PTX-PROVIDER-ID TO WS-LD-PROVIDER
           MOVE WS-BANK-ERROR TO WS-LD-TEXT
           WRITE LOG-LINE FROM WS-LOG-DETAIL
           ADD 1 TO WS-TXNS-REJECTED.

      *>================================================================*
      *> APPROVE-BANK-CHANGE: The second user puts the pending
      *> change on the master. The banking stays unproved — paid by
      *> check — until the prenote window closes; the prenote is
      *> queued and the confirmation goes to the address of record.
      *>================================================================*
       APPROVE-BANK-CHANGE.
           PERFORM FIND-PENDING-CHANGE
           IF WS-BCR-FOUND-IDX = 0
               MOVE 'NO BANKING CHANGE AWAITING APPROVAL'
                   TO WS-BANK-ERROR
               PERFORM REJECT-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BCR-ENTRY(WS-BCR-FOUND-IDX) TO BANK-CHANGE-RECORD
           IF PTX-ENTERED-BY = SPACES
               MOVE 'APPROVAL CARRIES NO APPROVER ID' TO WS-BANK-ERROR
               PERFORM REJECT-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF
           IF PTX-ENTERED-BY = BCR-REQUESTED-BY
               MOVE 'APPROVER MUST NOT BE THE USER WHO REQUESTED IT'
                   TO WS-BANK-ERROR
               PERFORM REJECT-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF
      *> The directory may have changed since the request
           MOVE BCR-NEW-ROUTING TO WS-NEW-ROUTING
           MOVE BCR-NEW-ACCOUNT TO WS-NEW-ACCOUNT
           MOVE SPACES TO WS-BANK-ERROR
           PERFORM CHECK-ROUTING-NUMBER
           IF WS-BANK-ERROR NOT = SPACES
               PERFORM REJECT-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CLEAR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-PRENOTE-WINDOW-DAYS)
           MOVE WS-MST-ENTRY(WS-FOUND-IDX)
               TO PROVIDER-MASTER-RECORD
           MOVE PRV-BANK-ROUTING TO BCR-OLD-ROUTING
           MOVE PRV-BANK-ACCOUNT TO BCR-OLD-ACCOUNT
           MOVE 'A'              TO BCR-STATUS
           MOVE PTX-ENTERED-BY   TO BCR-APPROVED-BY
           MOVE WS-RUN-DATE      TO BCR-APPROVED-DATE
           MOVE WS-CLEAR-DATE    TO BCR-CLEAR-DATE
           MOVE BANK-CHANGE-RECORD TO WS-BCR-ENTRY(WS-BCR-FOUND-IDX)
           MOVE WS-NEW-ROUTING   TO PRV-BANK-ROUTING
           MOVE WS-NEW-ACCOUNT   TO PRV-BANK-ACCOUNT
           MOVE 'P'              TO PRV-BANK-STATUS
           MOVE WS-RUN-DATE      TO PRV-BANK-CHANGE-DATE
           MOVE WS-CLEAR-DATE    TO PRV-PRENOTE-CLEAR-DATE
           MOVE PROVIDER-MASTER-RECORD
               TO WS-MST-ENTRY(WS-FOUND-IDX)
           INITIALIZE PRENOTE-RECORD
           MOVE PRV-PROVIDER-ID   TO PNR-PROVIDER-ID
           MOVE PRV-PROVIDER-NAME TO PNR-PROVIDER-NAME
           MOVE PRV-BANK-ROUTING  TO PNR-ROUTING
           MOVE PRV-BANK-ACCOUNT  TO PNR-ACCOUNT
           MOVE WS-RUN-DATE       TO PNR-APPROVED-DATE
           MOVE WS-CLEAR-DATE     TO PNR-CLEAR-DATE
           WRITE PRENOTE-RECORD
           PERFORM WRITE-CONFIRMATION-LETTER
           MOVE 'BANKAPPR' TO WS-LD-ACTION
           MOVE PTX-PROVIDER-ID TO WS-LD-PROVIDER
           MOVE SPACES TO WS-LD-TEXT
           STRING 'BANKING CHANGED - PRENOTE QUEUED, CHECK UNTIL '
               WS-CLEAR-DATE
               DELIMITED BY SIZE INTO WS-LD-TEXT
           WRITE LOG-LINE FROM WS-LOG-DETAIL
           ADD 1 TO WS-TXNS-APPLIED
           ADD 1 TO WS-BANK-APPROVED.

      *> Name and address come off the master row, never off the
      *> transaction, so a diverted change still reaches the
      *> provider it was made against
       WRITE-CONFIRMATION-LETTER.
           WRITE LETTER-LINE FROM LTR-SEPARATOR
           MOVE PRV-PROVIDER-NAME TO LTA-NAME
           WRITE LETTER-LINE FROM LTR-ADDR-1
           MOVE PRV-ADDRESS-LINE1 TO LTA-ADDR1
           WRITE LETTER-LINE FROM LTR-ADDR-2
           MOVE PRV-CITY  TO LTA-CITY
           MOVE PRV-STATE TO LTA-STATE
           MOVE PRV-ZIP   TO LTA-ZIP
           WRITE LETTER-LINE FROM LTR-ADDR-3
           WRITE LETTER-LINE FROM BLANK-LINE
           MOVE PRV-PROVIDER-ID TO LTV-PROVIDER
           WRITE LETTER-LINE FROM LTR-PROVIDER-LINE
           WRITE LETTER-LINE FROM LTR-SUBJECT
           WRITE LETTER-LINE FROM BLANK-LINE
           MOVE WS-RUN-DATE TO LTC-DATE
           WRITE LETTER-LINE FROM LTR-CHANGED-LINE
           MOVE PRV-BANK-ACCOUNT TO WS-MASK-ACCOUNT
           PERFORM SET-ACCOUNT-LAST4
           MOVE WS-ACCT-LAST4 TO LTN-LAST4
           MOVE WS-BANK-NAME TO LTN-BANK
           WRITE LETTER-LINE FROM LTR-NEW-LINE
           MOVE PRV-BANK-ROUTING TO LTN-ROUTING
           WRITE LETTER-LINE FROM LTR-ROUTING-LINE
           IF BCR-OLD-ACCOUNT = SPACES
               MOVE 'NONE ON FILE' TO LTO-TEXT
           ELSE
               MOVE BCR-OLD-ACCOUNT TO WS-MASK-ACCOUNT
               PERFORM SET-ACCOUNT-LAST4
               MOVE SPACES TO LTO-TEXT
               STRING 'ENDING ' WS-ACCT-LAST4
                   ', ROUTING NUMBER ' BCR-OLD-ROUTING
                   DELIMITED BY SIZE INTO LTO-TEXT
           END-IF
           WRITE LETTER-LINE FROM LTR-OLD-LINE
           WRITE LETTER-LINE FROM BLANK-LINE
           MOVE WS-CLEAR-DATE TO LTK-DATE
           WRITE LETTER-LINE FROM LTR-CHECK-1
           WRITE LETTER-LINE FROM LTR-CHECK-2
           WRITE LETTER-LINE FROM BLANK-LINE
           WRITE LETTER-LINE FROM LTR-WARN-1
           WRITE LETTER-LINE FROM LTR-WARN-2.

      *> Last four characters of a left-justified account number
       SET-ACCOUNT-LAST4.
           MOVE SPACES TO WS-ACCT-LAST4
           MOVE 0 TO WS-MASK-TRAIL
           INSPECT FUNCTION REVERSE(WS-MASK-ACCOUNT)
               TALLYING WS-MASK-TRAIL FOR LEADING SPACES
           COMPUTE WS-MASK-LEN = 17 - WS-MASK-TRAIL
           IF WS-MASK-LEN < 4
               MOVE WS-MASK-ACCOUNT(1:4) TO WS-ACCT-LAST4
           ELSE
               MOVE WS-MASK-ACCOUNT(WS-MASK-LEN - 3:4)
                   TO WS-ACCT-LAST4
           END-IF.

      *> Either user may withdraw a change before it is approved;
      *> the one who declined it is kept on the register row
       DECLINE-BANK-CHANGE.
           PERFORM FIND-PENDING-CHANGE
           IF WS-BCR-FOUND-IDX = 0
               MOVE 'NO BANKING CHANGE AWAITING APPROVAL'
                   TO WS-BANK-ERROR
               PERFORM REJECT-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BCR-ENTRY(WS-BCR-FOUND-IDX) TO BANK-CHANGE-RECORD
           MOVE 'D'            TO BCR-STATUS
           MOVE PTX-ENTERED-BY TO BCR-APPROVED-BY
           MOVE WS-RUN-DATE    TO BCR-APPROVED-DATE
           MOVE BANK-CHANGE-RECORD TO WS-BCR-ENTRY(WS-BCR-FOUND-IDX)
           MOVE 'BANKDECL' TO WS-LD-ACTION
           MOVE PTX-PROVIDER-ID TO WS-LD-PROVIDER
           MOVE 'BANKING CHANGE DECLINED - BANKING ON FILE UNCHANGED'
               TO WS-LD-TEXT
           WRITE LOG-LINE FROM WS-LOG-DETAIL
           ADD 1 TO WS-TXNS-APPLIED.

      *>================================================================*
      *> POST-PRENOTE-RETURN: The receiving bank rejected the
      *> prenote. The banking is marked returned, which keeps the
      *> provider on check past the clear date until a new banking
      *> change is approved.
      *>================================================================*
       POST-PRENOTE-RETURN.
           MOVE WS-MST-ENTRY(WS-FOUND-IDX)
               TO PROVIDER-MASTER-RECORD
           IF NOT PRV-BANK-PRENOTE
               MOVE 'NO PRENOTE OUTSTANDING FOR THIS PROVIDER'
                   TO WS-BANK-ERROR
               PERFORM REJECT-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO PRV-BANK-STATUS
           MOVE PROVIDER-MASTER-RECORD
               TO WS-MST-ENTRY(WS-FOUND-IDX)
           PERFORM VARYING WS-BCR-IDX FROM 1 BY 1
               UNTIL WS-BCR-IDX > WS-BCR-COUNT
               MOVE WS-BCR-ENTRY(WS-BCR-IDX) TO BANK-CHANGE-RECORD
               IF BCR-PROVIDER-ID = PTX-PROVIDER-ID
                   AND BCR-APPROVED
                   AND BCR-APPROVED-DATE = PRV-BANK-CHANGE-DATE
                   MOVE 'R' TO BCR-STATUS
                   MOVE PTX-HOLD-REASON TO BCR-RETURN-CODE
                   MOVE BANK-CHANGE-RECORD
                       TO WS-BCR-ENTRY(WS-BCR-IDX)
               END-IF
           END-PERFORM
           MOVE 'PNRETURN' TO WS-LD-ACTION
           MOVE PTX-PROVIDER-ID TO WS-LD-PROVIDER
           MOVE SPACES TO WS-LD-TEXT
           STRING 'PRENOTE RETURNED ' PTX-HOLD-REASON
               ' - ON CHECK UNTIL BANKING IS CHANGED'
               DELIMITED BY SIZE INTO WS-LD-TEXT
           WRITE LOG-LINE FROM WS-LOG-DETAIL
           ADD 1 TO WS-TXNS-APPLIED.

       REWRITE-MASTER.
           OPEN OUTPUT MASTER-FILE
           IF WS-MST-STATUS NOT = '00'
               WRITE PROVIDER-MASTER-RECORD
           END-PERFORM
           CLOSE MASTER-FILE.

       REWRITE-BANK-CHANGES.
           OPEN OUTPUT BANK-CHANGE-FILE
           IF WS-BCR-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING BANK CHANGE REGISTER: '
                   WS-BCR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-BCR-IDX FROM 1 BY 1
               UNTIL WS-BCR-IDX > WS-BCR-COUNT
               MOVE WS-BCR-ENTRY(WS-BCR-IDX) TO BANK-CHANGE-RECORD
               WRITE BANK-CHANGE-RECORD
           END-PERFORM
           CLOSE BANK-CHANGE-FILE.
