      *> Output: data/SUBROG-CASES.DAT     (rewritten)
      *>         data/RECOVERY-LEDGER.DAT  (appended)
      *>         data/SUBRO-AGING.TXT      (LINE SEQUENTIAL, print)
      *>         data/GL-ACTIVITY.DAT      (appended, GLACTV — one
      *>                 row per receipt posted, for CLMGLJ)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBROPST.
               ASSIGN TO 'data/RECOVERY-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-STATUS.
           SELECT GL-ACTIVITY-FILE
               ASSIGN TO 'data/GL-ACTIVITY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/SUBRO-AGING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  LEDGER-FILE.
       COPY RECOVLDG.

       FD  GL-ACTIVITY-FILE.
       COPY GLACTV.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(120).

       01  WS-CASE-STATUS             PIC XX.
       01  WS-RCP-STATUS              PIC XX.
       01  WS-LDG-STATUS              PIC XX.
       01  WS-GLA-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE                PIC 9(8).
               ADD 1 TO WS-CASES-CLOSED
           END-IF
           ADD 1 TO WS-RECEIPTS-POSTED
           PERFORM APPEND-LEDGER-ROW
           PERFORM APPEND-GL-ACTIVITY.

       APPEND-LEDGER-ROW.
           OPEN EXTEND LEDGER-FILE
           WRITE RECOVERY-LEDGER-RECORD
           CLOSE LEDGER-FILE.

      *> The cash for the general ledger — the member's policy
      *> supplies the product when CLMGLJ journals it
       APPEND-GL-ACTIVITY.
           OPEN EXTEND GL-ACTIVITY-FILE
           IF WS-GLA-STATUS NOT = '00'
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF
           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'SUBROPST: ERROR APPENDING GL ACTIVITY: '
                   WS-GLA-STATUS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE GL-ACTIVITY-RECORD
           MOVE 'SUBROPST'             TO GLA-SOURCE
           SET  GLA-SUBRO-RECEIPT      TO TRUE
           MOVE SRC-AMOUNT             TO GLA-AMOUNT
           MOVE SRC-RECEIPT-DATE       TO GLA-EVENT-DATE
           MOVE SRC-CLAIM-ID           TO GLA-REFERENCE
           MOVE WS-CS-MEMBER(WS-CS-IDX) TO GLA-MEMBER-ID
           WRITE GL-ACTIVITY-RECORD
           CLOSE GL-ACTIVITY-FILE.

       REWRITE-CASES.
           IF WS-CS-COUNT = 0
               EXIT PARAGRAPH
