      *>                                  on the voided money, for
      *>                                  PAYESCH's unclaimed-
      *>                                  property track)
      *>         data/GL-ACTIVITY.DAT    (EXTEND, GLACTV — returned
      *>                                  and stale-dated checks for
      *>                                  CLMGLJ's journal)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKREG.
               ASSIGN TO 'data/PAYEE-OWED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWO-STATUS.
           SELECT GL-ACTIVITY-FILE
               ASSIGN TO 'data/GL-ACTIVITY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       FD  GL-ACTIVITY-FILE.
       COPY GLACTV.

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS              PIC XX.
       01  WS-CLR-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-PWO-STATUS              PIC XX.
       01  WS-GLA-STATUS              PIC XX.
       01  WS-STALE-DAYS              PIC 9(3) VALUE 180.
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-AGE-DAYS                PIC S9(5).
                   ' CLEARED TWICE - INVESTIGATE'
               EXIT PARAGRAPH
           END-IF
           MOVE BCL-CLEARED-DATE TO CHK-CLEARED-DATE
           IF BCL-DISPOSITION = 'R'
               SET CHK-RETURNED TO TRUE
               ADD 1 TO WS-CTR-RETURNED
               INITIALIZE GL-ACTIVITY-RECORD
               SET GLA-CHECK-RETURNED TO TRUE
               MOVE BCL-CLEARED-DATE TO GLA-EVENT-DATE
               PERFORM APPEND-GL-ACTIVITY
           ELSE
               SET CHK-PAID TO TRUE
               ADD 1 TO WS-CTR-CLEARED
           END-IF
           MOVE CHECK-REGISTER-RECORD
               TO WS-REG-ENTRY(WS-REG-IDX).

               MOVE WS-RUN-DATE     TO PO-VOID-DATE
               SET  PO-OWED         TO TRUE
               WRITE PAYEE-OWED-RECORD
           END-IF
           INITIALIZE GL-ACTIVITY-RECORD
           SET  GLA-CHECK-STALE TO TRUE
           MOVE WS-RUN-DATE     TO GLA-EVENT-DATE
           PERFORM APPEND-GL-ACTIVITY.

      *>================================================================*
      *> APPEND-GL-ACTIVITY: The check's money coming back onto our
      *> books, for CLMGLJ's journal — the caller names the event
      *> and its date; the payee is a member on an HRA check, and
      *> the member's policy then supplies the product
      *>================================================================*
       APPEND-GL-ACTIVITY.
           MOVE 'CHKREG'        TO GLA-SOURCE
           MOVE CHK-AMOUNT      TO GLA-AMOUNT
           MOVE CHK-NUMBER      TO GLA-REFERENCE
           IF CHK-TO-MEMBER
               MOVE CHK-PROVIDER-ID TO GLA-MEMBER-ID
           ELSE
               MOVE CHK-PROVIDER-ID TO GLA-PROVIDER-ID
           END-IF
           OPEN EXTEND GL-ACTIVITY-FILE
           IF WS-GLA-STATUS NOT = '00'
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF
           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'CHKREG: ERROR APPENDING GL ACTIVITY: '
                   WS-GLA-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE GL-ACTIVITY-RECORD
           CLOSE GL-ACTIVITY-FILE.

       WRITE-POSITIVE-PAY.
           OPEN OUTPUT POSPAY-FILE
