      *>================================================================*
      *> PRVBANK.cob — Provider banking change review report
      *> Compile: cobc -x -free -I copybooks PRVBANK.cob
      *> Every banking change requested or acted on in the last 30
      *> days, off the register PRVMMNT keeps (BANK-CHANGES.DAT):
      *> who asked, who approved or declined it, the account it
      *> replaced and the one it put in force, and how the provider
      *> is being paid today — by check while the prenote window is
      *> open or after a returned prenote, by EFT once the new
      *> banking is proved. Account numbers print as their last
      *> four characters only. Treasury and special investigations
      *> work it for changes nobody can vouch for.
      *>
      *> Input:  data/BANK-CHANGES.DAT     (LINE SEQUENTIAL, BANKCHG)
      *>         data/PROVIDER-MASTER.DAT  (SEQUENTIAL, PROVMAST)
      *> Output: data/BANK-CHANGE-REPORT.TXT (LINE SEQUENTIAL)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVBANK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-CHANGE-FILE
               ASSIGN TO 'data/BANK-CHANGES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCR-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/BANK-CHANGE-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-CHANGE-FILE.
       COPY BANKCHG.

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-BCR-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF-BCR                 PIC X(1) VALUE 'N'.
       01  WS-EOF-PRVM                PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-WINDOW-START            PIC 9(8).
       01  WS-LOOKBACK-DAYS           PIC 9(3) VALUE 30.

      *> Provider names and today's banking status
       01  WS-PRV-COUNT               PIC 9(3) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PV-ENTRY OCCURS 200.
               10  WS-PV-ID           PIC X(10).
               10  WS-PV-NAME         PIC X(22).
               10  WS-PV-BANK-STATUS  PIC X(1).
               10  WS-PV-PRENOTE-CLEAR PIC 9(8).
       01  WS-PV-IDX                  PIC 9(3).
       01  WS-PV-FOUND-IDX            PIC 9(3).

       01  WS-CHANGES-READ            PIC 9(5) VALUE 0.
       01  WS-CTR-LISTED              PIC 9(5) VALUE 0.
       01  WS-CTR-AWAITING            PIC 9(5) VALUE 0.
       01  WS-CTR-APPROVED            PIC 9(5) VALUE 0.
       01  WS-CTR-DECLINED            PIC 9(5) VALUE 0.
       01  WS-CTR-RETURNED            PIC 9(5) VALUE 0.

       01  WS-MASK-ACCOUNT            PIC X(17).
       01  WS-MASK-TRAIL              PIC 9(2).
       01  WS-MASK-LEN                PIC 9(2).
       01  WS-ACCT-LAST4              PIC X(4).

       01  HDR-LINE-1.
           05  FILLER             PIC X(42)
               VALUE 'PROVIDER BANKING CHANGES - LAST 30 DAYS - '.
           05  HDR-FROM           PIC 9(8).
           05  FILLER             PIC X(6)  VALUE ' THRU '.
           05  HDR-THRU           PIC 9(8).
           05  FILLER             PIC X(76) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER             PIC X(11) VALUE 'PROVIDER'.
           05  FILLER             PIC X(23) VALUE 'NAME'.
           05  FILLER             PIC X(18) VALUE 'CHANGE STATUS'.
           05  FILLER             PIC X(9)  VALUE 'REQ BY'.
           05  FILLER             PIC X(9)  VALUE 'REQ DATE'.
           05  FILLER             PIC X(9)  VALUE '2ND USER'.
           05  FILLER             PIC X(9)  VALUE 'ACTED ON'.
           05  FILLER             PIC X(15) VALUE 'OLD ROUTE/ACCT'.
           05  FILLER             PIC X(15) VALUE 'NEW ROUTE/ACCT'.
           05  FILLER             PIC X(22) VALUE 'PROVIDER PAID BY'.
       01  HDR-RULE                   PIC X(140) VALUE ALL '-'.

       01  DTL-LINE.
           05  DTL-PROVIDER       PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-NAME           PIC X(22).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-STATUS         PIC X(17).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-REQ-BY         PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-REQ-DATE       PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-APPR-BY        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-APPR-DATE      PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-OLD-ROUTING    PIC X(9).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-OLD-LAST4      PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-NEW-ROUTING    PIC X(9).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-NEW-LAST4      PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  DTL-PAID-BY        PIC X(22).

       01  SUM-LINE.
           05  SUM-LABEL          PIC X(30).
           05  SUM-COUNT          PIC ZZ,ZZ9.
           05  FILLER             PIC X(104) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'PRVBANK - PROVIDER BANKING CHANGES'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-LOOKBACK-DAYS)
           PERFORM LOAD-PROVIDER-MASTER
           OPEN INPUT BANK-CHANGE-FILE
           IF WS-BCR-STATUS NOT = '00'
               DISPLAY 'PRVBANK: NO BANK-CHANGES.DAT ON FILE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PRVBANK: ERROR OPENING BANK-CHANGE-REPORT.TXT: '
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WINDOW-START TO HDR-FROM
           MOVE WS-RUN-DATE     TO HDR-THRU
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM HDR-RULE
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL WS-EOF-BCR = 'Y'
               READ BANK-CHANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-BCR
                   NOT AT END
                       ADD 1 TO WS-CHANGES-READ
                       PERFORM LIST-ONE-CHANGE
               END-READ
           END-PERFORM
           CLOSE BANK-CHANGE-FILE
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY 'PRVBANK COMPLETE'
           DISPLAY '  CHANGES READ:   ' WS-CHANGES-READ
           DISPLAY '  CHANGES LISTED: ' WS-CTR-LISTED
           STOP RUN.

       LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               DISPLAY 'PRVBANK: NO PROVIDER-MASTER.DAT - NAMES AND '
                   'PAY STATUS WILL BE BLANK'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-PRVM = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PRVM
                   NOT AT END
                       IF WS-PRV-COUNT < 200
                           ADD 1 TO WS-PRV-COUNT
                           MOVE PRV-PROVIDER-ID
                               TO WS-PV-ID(WS-PRV-COUNT)
                           MOVE PRV-PROVIDER-NAME
                               TO WS-PV-NAME(WS-PRV-COUNT)
                           MOVE PRV-BANK-STATUS
                               TO WS-PV-BANK-STATUS(WS-PRV-COUNT)
                           MOVE PRV-PRENOTE-CLEAR-DATE
                               TO WS-PV-PRENOTE-CLEAR(WS-PRV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE.

      *>================================================================*
      *> LIST-ONE-CHANGE: A change is recent when it was asked for,
      *> or approved or declined, inside the lookback
      *>================================================================*
       LIST-ONE-CHANGE.
           IF BCR-REQUEST-DATE < WS-WINDOW-START
               AND BCR-APPROVED-DATE < WS-WINDOW-START
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTR-LISTED
           MOVE BCR-PROVIDER-ID TO DTL-PROVIDER
           EVALUATE TRUE
               WHEN BCR-AWAITING-APPROVAL
                   MOVE 'AWAITING APPROVAL' TO DTL-STATUS
                   ADD 1 TO WS-CTR-AWAITING
               WHEN BCR-APPROVED
                   MOVE 'APPROVED'          TO DTL-STATUS
                   ADD 1 TO WS-CTR-APPROVED
               WHEN BCR-DECLINED
                   MOVE 'DECLINED'          TO DTL-STATUS
                   ADD 1 TO WS-CTR-DECLINED
               WHEN BCR-PRENOTE-RETURNED
                   MOVE SPACES TO DTL-STATUS
                   STRING 'PRENOTE RTN ' BCR-RETURN-CODE
                       DELIMITED BY SIZE INTO DTL-STATUS
                   ADD 1 TO WS-CTR-RETURNED
               WHEN OTHER
                   MOVE BCR-STATUS          TO DTL-STATUS
           END-EVALUATE
           MOVE BCR-REQUESTED-BY TO DTL-REQ-BY
           MOVE BCR-REQUEST-DATE TO DTL-REQ-DATE
           MOVE BCR-APPROVED-BY  TO DTL-APPR-BY
           IF BCR-APPROVED-DATE = 0
               MOVE SPACES TO DTL-APPR-DATE
           ELSE
               MOVE BCR-APPROVED-DATE TO DTL-APPR-DATE
           END-IF
      *> A pending or declined row never had an account replaced
           MOVE BCR-OLD-ROUTING TO DTL-OLD-ROUTING
           MOVE BCR-OLD-ACCOUNT TO WS-MASK-ACCOUNT
           PERFORM SET-ACCOUNT-LAST4
           MOVE WS-ACCT-LAST4 TO DTL-OLD-LAST4
           MOVE BCR-NEW-ROUTING TO DTL-NEW-ROUTING
           MOVE BCR-NEW-ACCOUNT TO WS-MASK-ACCOUNT
           PERFORM SET-ACCOUNT-LAST4
           MOVE WS-ACCT-LAST4 TO DTL-NEW-LAST4
           PERFORM SET-PAID-BY
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.

      *> How the provider is paid as of today, off the master
       SET-PAID-BY.
           MOVE SPACES TO DTL-NAME
           MOVE SPACES TO DTL-PAID-BY
           MOVE 0 TO WS-PV-FOUND-IDX
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PRV-COUNT
               IF WS-PV-ID(WS-PV-IDX) = BCR-PROVIDER-ID
                   MOVE WS-PV-IDX TO WS-PV-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PV-FOUND-IDX = 0
               MOVE 'NOT ON PROVIDER MASTER' TO DTL-PAID-BY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PV-NAME(WS-PV-FOUND-IDX) TO DTL-NAME
           EVALUATE TRUE
               WHEN WS-PV-BANK-STATUS(WS-PV-FOUND-IDX) = 'R'
                   MOVE 'CHECK - PRENOTE RTN' TO DTL-PAID-BY
               WHEN WS-PV-BANK-STATUS(WS-PV-FOUND-IDX) = 'P'
                   AND WS-RUN-DATE <
                       WS-PV-PRENOTE-CLEAR(WS-PV-FOUND-IDX)
                   STRING 'CHECK UNTIL '
                       WS-PV-PRENOTE-CLEAR(WS-PV-FOUND-IDX)
                       DELIMITED BY SIZE INTO DTL-PAID-BY
               WHEN OTHER
                   MOVE 'EFT WHEN ELECTED' TO DTL-PAID-BY
           END-EVALUATE.

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

       WRITE-SUMMARY.
           MOVE 'CHANGES LISTED:' TO SUM-LABEL
           MOVE WS-CTR-LISTED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
               AFTER ADVANCING 2 LINES
           MOVE '  AWAITING SECOND APPROVAL:' TO SUM-LABEL
           MOVE WS-CTR-AWAITING TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  APPROVED:' TO SUM-LABEL
           MOVE WS-CTR-APPROVED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  DECLINED:' TO SUM-LABEL
           MOVE WS-CTR-DECLINED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  PRENOTE RETURNED:' TO SUM-LABEL
           MOVE WS-CTR-RETURNED TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
