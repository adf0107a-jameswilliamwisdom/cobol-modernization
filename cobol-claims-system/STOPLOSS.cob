      *> Output: data/STOPLOSS-ACCUM.DAT    (rewritten)
      *>         data/CESSION-CLAIMS.DAT    (LINE SEQUENTIAL)
      *>         data/STOPLOSS-REPORT.TXT   (LINE SEQUENTIAL)
      *>         data/GL-ACTIVITY.DAT       (appended, GLACTV — one
      *>                 row per receipt posted, for CLMGLJ)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPLOSS.
               ASSIGN TO 'data/STOPLOSS-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT GL-ACTIVITY-FILE
               ASSIGN TO 'data/GL-ACTIVITY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(120).

       FD  GL-ACTIVITY-FILE.
       COPY GLACTV.

       WORKING-STORAGE SECTION.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-TRM-STATUS              PIC XX.
       01  WS-RCP-STATUS              PIC XX.
       01  WS-CES-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-GLA-STATUS              PIC XX.
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-CONTRACT-YEAR           PIC 9(4)  VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'STOPLOSS - REINSURANCE TRACKING'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-TERMS
           PERFORM LOAD-ACCUMS
           PERFORM FOLD-ADJUDICATED
               EXIT PARAGRAPH
           END-IF
           ADD CRC-AMOUNT TO WS-SL-REIMB(WS-SL-IDX)
           ADD 1 TO WS-RECEIPTS-POSTED
           PERFORM APPEND-GL-ACTIVITY.

      *> The reinsurer's cash for the general ledger — the
      *> member's policy supplies the product when CLMGLJ
      *> journals it; the reference carries the contract year
       APPEND-GL-ACTIVITY.
           OPEN EXTEND GL-ACTIVITY-FILE
           IF WS-GLA-STATUS NOT = '00'
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF
           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'STOPLOSS: ERROR APPENDING GL ACTIVITY: '
                   WS-GLA-STATUS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE GL-ACTIVITY-RECORD
           MOVE 'STOPLOSS'             TO GLA-SOURCE
           SET  GLA-CESSION-RECEIPT    TO TRUE
           MOVE CRC-AMOUNT             TO GLA-AMOUNT
           MOVE WS-RUN-DATE            TO GLA-EVENT-DATE
           MOVE SPACES                 TO GLA-REFERENCE
           STRING 'CESSION-' CRC-CONTRACT-YEAR
               DELIMITED BY SIZE INTO GLA-REFERENCE
           MOVE CRC-MEMBER-ID          TO GLA-MEMBER-ID
           WRITE GL-ACTIVITY-RECORD
           CLOSE GL-ACTIVITY-FILE.

       REWRITE-ACCUMS.
           OPEN OUTPUT ACCUM-FILE
