      *>         data/CHECK-REGISTER.DAT   (appended, reissues)
      *>         data/RECOVERY-LEDGER.DAT  (rewritten)
      *>         data/PAY-CONTROL.DAT      (sequence advanced)
      *>         data/GL-ACTIVITY.DAT      (appended, GLACTV —
      *>                 reissues and escheats for CLMGLJ)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYESCH.
               ASSIGN TO 'data/PAYEE-ESCHEAT-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT GL-ACTIVITY-FILE
               ASSIGN TO 'data/GL-ACTIVITY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-LINE               PIC X(100).

       FD  GL-ACTIVITY-FILE.
       COPY GLACTV.

       WORKING-STORAGE SECTION.
       01  WS-PWO-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-LDG-OUT-STATUS          PIC XX.
       01  WS-LTR-STATUS              PIC XX.
       01  WS-EXT-STATUS              PIC XX.
       01  WS-GLA-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

      *> Statutory clocks — letters go out once a row is this old,
                   ADD 1 TO WS-NEXT-CHECK-NUMBER
                   PERFORM APPEND-REISSUE-REGISTER
                   PERFORM NOTE-LEDGER-RELEASE
                   INITIALIZE GL-ACTIVITY-RECORD
                   SET GLA-CHECK-REISSUED TO TRUE
                   MOVE WS-NEXT-CHECK-NUMBER TO GLA-REFERENCE
                   PERFORM APPEND-GL-ACTIVITY
                   SET PO-REISSUED TO TRUE
                   MOVE PAYEE-OWED-RECORD
                       TO WS-PO-IMAGE(WS-PO-IDX)
           MOVE WS-RUN-DATE          TO CHK-ISSUE-DATE
           SET  CHK-OUTSTANDING      TO TRUE
           MOVE 0                    TO CHK-CLEARED-DATE
           MOVE SPACES               TO CHK-PAYEE-TYPE
           WRITE CHECK-REGISTER-RECORD
           CLOSE REGISTER-FILE.

           END-IF
           ADD PO-AMOUNT TO WS-ESCHEAT-TOTAL
           PERFORM NOTE-LEDGER-RELEASE
           INITIALIZE GL-ACTIVITY-RECORD
           SET  GLA-ESCHEATED   TO TRUE
           MOVE PO-CHECK-NUMBER TO GLA-REFERENCE
           PERFORM APPEND-GL-ACTIVITY
           SET PO-ESCHEATED TO TRUE
           ADD 1 TO WS-CTR-ESCHEATED.

      *>================================================================*
      *> APPEND-GL-ACTIVITY: The owed money leaving our hands, for
      *> CLMGLJ's journal — the caller names the event and the
      *> check it rides on (the new check on a reissue, the voided
      *> one on an escheat)
      *>================================================================*
       APPEND-GL-ACTIVITY.
           MOVE 'PAYESCH'       TO GLA-SOURCE
           MOVE PO-AMOUNT       TO GLA-AMOUNT
           MOVE WS-RUN-DATE     TO GLA-EVENT-DATE
           MOVE PO-PROVIDER-ID  TO GLA-PROVIDER-ID
           OPEN EXTEND GL-ACTIVITY-FILE
           IF WS-GLA-STATUS NOT = '00'
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF
           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'PAYESCH: ERROR APPENDING GL ACTIVITY: '
                   WS-GLA-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE GL-ACTIVITY-RECORD
           CLOSE GL-ACTIVITY-FILE.

       REWRITE-OWED-ROWS.
           OPEN OUTPUT OWED-FILE
           IF WS-PWO-STATUS NOT = '00'
