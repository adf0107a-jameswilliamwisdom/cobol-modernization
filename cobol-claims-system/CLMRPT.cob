      *> Compile: cobc -x -free -I copybooks CLMRPT.cob
      *> Reads ADJUDICATED.DAT, produces human-readable EOB report.
      *> Groups records by claim (H + A* + P pattern).
      *> A claim whose member cost share an HRA paid (HRAPAY's
      *> HRA-PAYMENTS.DAT) shows the HRA payment and the HRA
      *> balance left under the plan's payment.
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMRPT.
               ASSIGN TO 'data/REMITTANCE-835.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT HRA-PAYMENTS-FILE
               ASSIGN TO 'data/HRA-PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE.
       01  REMIT-LINE                 PIC X(250).

       FD  HRA-PAYMENTS-FILE.
       COPY HRALDG.

       WORKING-STORAGE SECTION.
       01  WS-ADJ-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-DASH-STATUS             PIC XX.
       01  WS-REMIT-STATUS            PIC XX.
       01  WS-HRA-STATUS              PIC XX.
       01  WS-EOF-PRVM                PIC X(1) VALUE 'N'.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
           88  WS-AT-EOF              VALUE 'Y'.
       01  WS-MBR-IDX                 PIC 9(3).
       01  WS-MBR-FOUND-IDX           PIC 9(3) VALUE 0.

      *> HRA draws against this ADJUDICATED.DAT's claims
       01  WS-HRA-EOF                 PIC X(1) VALUE 'N'.
       01  WS-HRA-COUNT               PIC 9(3) VALUE 0.
       01  WS-HRA-TABLE.
           05  WS-HR-ENTRY OCCURS 500.
               10  WS-HR-CLAIM-ID     PIC X(12).
               10  WS-HR-PAY-TO       PIC X(1).
               10  WS-HR-AMOUNT       PIC S9(7)V99.
               10  WS-HR-BALANCE      PIC S9(7)V99.
               10  WS-HR-CHECK        PIC 9(8).
       01  WS-HRA-IDX                 PIC 9(3).
       01  WS-HRA-FOUND-IDX           PIC 9(3) VALUE 0.
       01  WS-HRA-YOU-OWE             PIC S9(9)V99 VALUE 0.

       01  WS-MBR-ADDR-LINE-1.
           05  FILLER PIC X(10) VALUE 'MAIL TO:  '.
           05  WS-MA-NAME              PIC X(25).
           05  FILLER PIC X(4) VALUE ' ON '.
           05  WS-PYMT-DATE           PIC X(10).

       01  WS-HRA-PAID-LINE.
           05  FILLER PIC X(9) VALUE 'HRA PAID '.
           05  WS-HPL-TO              PIC X(12).
           05  WS-HPL-AMT             PIC $$$,$$$,$$9.99.
           05  FILLER PIC X(8) VALUE '  CHECK '.
           05  WS-HPL-CHECK           PIC 9(8).
           05  FILLER PIC X(26) VALUE '   HRA BALANCE REMAINING: '.
           05  WS-HPL-BALANCE         PIC $$$,$$$,$$9.99.

       01  WS-HRA-OWE-LINE.
           05  FILLER PIC X(21) VALUE 'YOU OWE AFTER HRA:   '.
           05  WS-HOL-AMT             PIC $$$,$$$,$$9.99.

      *> Dashboard report lines
       01  WS-DASH-TITLE.
           05  FILLER PIC X(40) VALUE
           ELSE
               PERFORM LOAD-REASON-CODES
           END-IF
      *> HRA payments are optional too — no file, no HRA lines
           OPEN INPUT HRA-PAYMENTS-FILE
           IF WS-HRA-STATUS = '00'
               PERFORM LOAD-HRA-PAYMENTS
           END-IF
           OPEN OUTPUT DASHBOARD-FILE
           IF WS-DASH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DASHBOARD: ' WS-DASH-STATUS
           CLOSE MEMBER-FILE
           DISPLAY 'MEMBER MASTER LOADED: ' WS-MBR-COUNT.

       LOAD-HRA-PAYMENTS.
           PERFORM UNTIL WS-HRA-EOF = 'Y'
               READ HRA-PAYMENTS-FILE
                   AT END
                       MOVE 'Y' TO WS-HRA-EOF
                   NOT AT END
                       IF WS-HRA-COUNT < 500
                           ADD 1 TO WS-HRA-COUNT
                           MOVE HRL-CLAIM-ID
                               TO WS-HR-CLAIM-ID(WS-HRA-COUNT)
                           MOVE HRL-PAY-TO
                               TO WS-HR-PAY-TO(WS-HRA-COUNT)
                           MOVE HRL-AMOUNT
                               TO WS-HR-AMOUNT(WS-HRA-COUNT)
                           MOVE HRL-BALANCE-AFTER
                               TO WS-HR-BALANCE(WS-HRA-COUNT)
                           MOVE HRL-CHECK-NUMBER
                               TO WS-HR-CHECK(WS-HRA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HRA-PAYMENTS-FILE
           DISPLAY 'HRA PAYMENTS LOADED: ' WS-HRA-COUNT.

      *> Mailing block under the claim line when the member is on
      *> the demographics master — the piece that makes the EOB
      *> something we can actually put in an envelope
           MOVE WS-PAYMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

      *> HRA payment of the member's cost share, when there was one
           PERFORM WRITE-HRA-PAYMENT

      *> Double separator between claims
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *> Flush this claim's buffered lines to the 835 export
           PERFORM WRITE-835-CLAIM.

      *>================================================================*
      *> WRITE-HRA-PAYMENT: What the member's HRA paid toward the
      *> claim's cost share and what is left in it. Paid to the
      *> provider, it comes off what the member owes; paid to the
      *> member, the member still owes the provider the full amount
      *> and the HRA check reimburses them.
      *>================================================================*
       WRITE-HRA-PAYMENT.
           MOVE 0 TO WS-HRA-FOUND-IDX
           PERFORM VARYING WS-HRA-IDX FROM 1 BY 1
               UNTIL WS-HRA-IDX > WS-HRA-COUNT
               IF WS-HR-CLAIM-ID(WS-HRA-IDX) = WS-CUR-CLAIM-ID
                   MOVE WS-HRA-IDX TO WS-HRA-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-HRA-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-PAY-TO(WS-HRA-FOUND-IDX) = 'M'
               MOVE 'TO YOU:     ' TO WS-HPL-TO
           ELSE
               MOVE 'TO PROVIDER:' TO WS-HPL-TO
           END-IF
           MOVE WS-HR-AMOUNT(WS-HRA-FOUND-IDX)  TO WS-HPL-AMT
           MOVE WS-HR-CHECK(WS-HRA-FOUND-IDX)   TO WS-HPL-CHECK
           MOVE WS-HR-BALANCE(WS-HRA-FOUND-IDX) TO WS-HPL-BALANCE
           MOVE WS-HRA-PAID-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-HR-PAY-TO(WS-HRA-FOUND-IDX) NOT = 'M'
               COMPUTE WS-HRA-YOU-OWE =
                   WS-TOT-YOU-OWE - WS-HR-AMOUNT(WS-HRA-FOUND-IDX)
               IF WS-HRA-YOU-OWE < 0
                   MOVE 0 TO WS-HRA-YOU-OWE
               END-IF
               MOVE WS-HRA-YOU-OWE TO WS-HOL-AMT
               MOVE WS-HRA-OWE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *>================================================================*
      *> WRITE-835-CLAIM: CLP segment for the claim just totaled,
      *> followed by one SVC (and, where there's patient responsibility
