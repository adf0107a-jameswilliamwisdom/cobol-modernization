      *>   I (issue)   the case cleared: one consolidated check or
      *>               EFT per provider, numbered from PAY-CONTROL
      *>               exactly as CLMPROC numbers its own, the P
      *>               records appended to ADJUDICATED.DAT and the
      *>               payment to the check or EFT register
      *>   R (reverse) the case substantiated: each held amount
      *>               posts to the recovery ledger as an open
      *>               receivable, netting against the provider's
      *>         data/PAY-CONTROL.DAT     (LINE SEQ, PAYCTRL)
      *> Output: data/HELD-PAYMENTS.DAT   (rewritten)
      *>         data/ADJUDICATED.DAT     (P records appended)
      *>         data/CHECK-REGISTER.DAT  (issued checks appended)
      *>         data/EFT-REGISTER.DAT    (issued EFTs appended)
      *>         data/RECOVERY-LEDGER.DAT (reversals appended)
      *>         data/PAY-CONTROL.DAT     (rewritten)
      *>         data/HELD-PAY-AGING.TXT  (LINE SEQUENTIAL, print)
               ASSIGN TO 'data/ADJUDICATED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'data/CHECK-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT EFT-REGISTER-FILE
               ASSIGN TO 'data/EFT-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFTREG-STATUS.
           SELECT RECOVERY-FILE
               ASSIGN TO 'data/RECOVERY-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ADJ-OUT-FILE.
       01  ADJ-OUT-RECORD             PIC X(200).

       FD  CHECK-REGISTER-FILE.
       COPY CHECKREG.

       FD  EFT-REGISTER-FILE.
       COPY EFTREG.

       FD  RECOVERY-FILE.
       COPY RECOVLDG.

       01  WS-PCI-STATUS              PIC XX.
       01  WS-PCO-STATUS              PIC XX.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-CHKREG-STATUS           PIC XX.
       01  WS-EFTREG-STATUS           PIC XX.
       01  WS-RCV-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
               10  WS-IS-METHOD       PIC X(1).
               10  WS-IS-NUMBER       PIC 9(8).
               10  WS-IS-TOTAL        PIC S9(9)V99.
               10  WS-IS-PAYEE        PIC X(30).
       01  WS-IS-IDX                  PIC 9(3).

       01  WS-NEXT-CHECK-NUMBER       PIC 9(8) VALUE 0.
           PERFORM PROCESS-HELD-ROWS
           IF WS-IS-COUNT > 0
               PERFORM SAVE-PAY-CONTROL
               PERFORM REGISTER-ISSUED-PAYMENTS
           END-IF
           PERFORM REWRITE-HELD-FILE
           DISPLAY 'PAYRELSE COMPLETE'
                       TO WS-IS-NUMBER(WS-IS-IDX)
               END-IF
               MOVE 0 TO WS-IS-TOTAL(WS-IS-IDX)
               MOVE HP-PAYEE-NAME TO WS-IS-PAYEE(WS-IS-IDX)
           END-IF.

      *>================================================================*
      *> REGISTER-ISSUED-PAYMENTS: Each consolidated payment goes on
      *> the register for its method the way CLMPROC registers its
      *> own, so positive pay and the bank see a released check and
      *> the year-end information returns count the money
      *>================================================================*
       REGISTER-ISSUED-PAYMENTS.
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
               UNTIL WS-IS-IDX > WS-IS-COUNT
               IF WS-IS-TOTAL(WS-IS-IDX) > 0
                   IF WS-IS-METHOD(WS-IS-IDX) = 'C'
                       PERFORM APPEND-CHECK-REGISTER
                   ELSE
                       PERFORM APPEND-EFT-REGISTER
                   END-IF
               END-IF
           END-PERFORM.

       APPEND-CHECK-REGISTER.
           OPEN EXTEND CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS NOT = '00'
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY 'PAYRELSE: ERROR APPENDING CHECK REGISTER: '
                   WS-CHKREG-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IS-NUMBER(WS-IS-IDX)   TO CHK-NUMBER
           MOVE WS-IS-PROVIDER(WS-IS-IDX) TO CHK-PROVIDER-ID
           MOVE WS-IS-PAYEE(WS-IS-IDX)    TO CHK-PAYEE
           MOVE WS-IS-TOTAL(WS-IS-IDX)    TO CHK-AMOUNT
           MOVE WS-RUN-DATE               TO CHK-ISSUE-DATE
           SET  CHK-OUTSTANDING           TO TRUE
           MOVE 0                         TO CHK-CLEARED-DATE
           MOVE SPACES                    TO CHK-PAYEE-TYPE
           WRITE CHECK-REGISTER-RECORD
           CLOSE CHECK-REGISTER-FILE.

       APPEND-EFT-REGISTER.
           OPEN EXTEND EFT-REGISTER-FILE
           IF WS-EFTREG-STATUS NOT = '00'
               OPEN OUTPUT EFT-REGISTER-FILE
           END-IF
           IF WS-EFTREG-STATUS NOT = '00'
               DISPLAY 'PAYRELSE: ERROR APPENDING EFT REGISTER: '
                   WS-EFTREG-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IS-NUMBER(WS-IS-IDX)   TO EFR-TRACE-NUMBER
           MOVE WS-IS-PROVIDER(WS-IS-IDX) TO EFR-PROVIDER-ID
           MOVE WS-IS-PAYEE(WS-IS-IDX)    TO EFR-PAYEE
           MOVE WS-IS-TOTAL(WS-IS-IDX)    TO EFR-AMOUNT
           MOVE WS-RUN-DATE               TO EFR-ISSUE-DATE
           SET  EFR-FROM-HELD-RELEASE     TO TRUE
           MOVE SPACES                    TO EFR-FILLER
           WRITE EFT-REGISTER-RECORD
           CLOSE EFT-REGISTER-FILE.

      *>================================================================*
      *> REVERSE-HELD-ROW: The case substantiated — the money never
      *> moves. The amount posts to the recovery ledger as an open
