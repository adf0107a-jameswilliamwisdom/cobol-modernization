      *>================================================================*
      *> CLMDISB.cob — Claims Disbursement Account Interface
      *>
      *> The health claims system pays its providers out of a
      *> disbursement account it keeps with us (WS-CLMD-ACCT-ID) —
      *> by check, off its issued-check register, and by EFT, in the
      *> NACHA settlement file we originate for it. Its nightly run
      *> delivers both files here; this step, ahead of TXNSORT:
      *>   - takes every check on the claims register not yet on our
      *>     claims disbursement register onto it, and debits the
      *>     account for it with a 'CLAIM CHECK' withdrawal carrying
      *>     the MICR serial in TRANS-CHECK-NO, written to
      *>     data/CLAIMS-DISB-TRANS.DAT for TXNSORT's merge. The
      *>     account is debited at issue, the way an official check
      *>     is, so INCLRIN pays a presented claim check against our
      *>     register rather than posting it again;
      *>   - takes each EFT settlement file onto the register once,
      *>     keyed on its creation date, and debits the account for
      *>     the file's total credits with a 'CLAIM EFT' withdrawal;
      *>   - credits the account back ('CLM CHK VOID' / 'CLM CHK
      *>     RTN' deposits) for a check the claims system has since
      *>     voided on its register, or one INCLRIN returned unpaid;
      *>   - proves the register — checks issued equal checks paid,
      *>     returned and voided plus checks outstanding — and agrees
      *>     what is outstanding here with what the claims system's
      *>     register still shows outstanding, less what has cleared
      *>     here and not yet reached it on BANK-CLEARED.DAT.
      *>
      *> A check first seen on the claims register already paid,
      *> returned or voided pre-dates the interface and is not
      *> taken on. A check or EFT file too large for a single
      *> posting is left off the register and reported, and is
      *> offered again every night until it is posted by hand.
      *>
      *> Input:  data/CLAIMS-CHECK-REGISTER.DAT (LINE SEQ, the claims
      *>                                      system's check register)
      *>         data/CLAIMS-EFT-ACH.DAT     (SEQUENTIAL, 94-byte NACHA)
      *>         data/CUSTOMERS.DAT          (SEQUENTIAL, binary)
      *> I/O:    data/CLAIMS-DISB-REGISTER.DAT (LINE SEQ, CLMDREG,
      *>                                      rewritten)
      *> Output: data/CLAIMS-DISB-TRANS.DAT  (LINE SEQ, TRANSREC,
      *>                                      appended)
      *>         data/CLAIMS-DISB-RECON.TXT  (LINE SEQ, print)
      *>
      *> Return codes:  0 = success,
      *>                4 = items not taken on, or the register does
      *>                    not prove or agree with the claims
      *>                    system's,
      *>                8 = file error, table overflow, or the
      *>                    disbursement account not on the master
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMDISB.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-REGISTER-FILE
               ASSIGN TO 'data/CLAIMS-CHECK-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLREG-STATUS.

           SELECT CLAIMS-EFT-FILE
               ASSIGN TO 'data/CLAIMS-EFT-ACH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO 'data/CLAIMS-DISB-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT CLMD-TRANS-FILE
               ASSIGN TO 'data/CLAIMS-DISB-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRANS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/CLAIMS-DISB-RECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> The claims system's issued-check register, as its nightly
      *> run leaves it (78 bytes): status O outstanding, P paid and
      *> R returned off our BANK-CLEARED.DAT, V voided stale-dated.
       FD  CLAIMS-REGISTER-FILE.
       01  CLAIMS-CHECK-RECORD.
           05  CCK-NUMBER             PIC 9(8).
           05  CCK-PROVIDER-ID        PIC X(10).
           05  CCK-PAYEE              PIC X(30).
           05  CCK-AMOUNT             PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  CCK-ISSUE-DATE         PIC 9(8).
           05  CCK-STATUS             PIC X(1).
               88  CCK-OUTSTANDING        VALUE 'O'.
               88  CCK-PAID               VALUE 'P'.
               88  CCK-RETURNED           VALUE 'R'.
               88  CCK-VOIDED             VALUE 'V'.
           05  CCK-CLEARED-DATE       PIC 9(8).
           05  CCK-FILLER             PIC X(1).

      *> NACHA settlement file — only the file header's creation
      *> date and the file control's entry count and total credits
      *> are wanted. The block is padded out with rows of 9s after
      *> the file control, so only the first type-9 row is read.
       FD  CLAIMS-EFT-FILE.
       01  EFT-FILE-HEADER.
           05  EFH-RECORD-TYPE        PIC X(1).
           05  FILLER                 PIC X(22).
           05  EFH-CREATE-DATE        PIC 9(6).
           05  FILLER                 PIC X(65).
       01  EFT-FILE-CONTROL.
           05  EFC-RECORD-TYPE        PIC X(1).
           05  EFC-BATCH-COUNT        PIC 9(6).
           05  EFC-BLOCK-COUNT        PIC 9(6).
           05  EFC-ENTRY-COUNT        PIC 9(8).
           05  EFC-ENTRY-HASH         PIC 9(10).
           05  EFC-TOTAL-DEBITS       PIC 9(12).
           05  EFC-TOTAL-CREDITS      PIC 9(12).
           05  FILLER                 PIC X(39).

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  REGISTER-FILE.
       COPY CLMDREG.

       FD  CLMD-TRANS-FILE.
       01  CLMD-TRANS-RECORD              PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-CLREG-STATUS                PIC XX.
       01  WS-EFT-STATUS                  PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-REG-STATUS                  PIC XX.
       01  WS-CTRANS-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DAY-NO                  PIC 9(7).

      *> The claims system's disbursement account on our master —
      *> the same constant INCLRIN routes presentments on
       01  WS-CLMD-ACCT-ID                PIC X(8)  VALUE 'CLMDSB01'.
       01  WS-CLMD-BRANCH                 PIC X(3).

      *> Largest amount one posting can carry (TRANS-AMOUNT)
       01  WS-MAX-POSTING                 PIC 9(9)V99
                                          VALUE 9999999.99.

      *>----------------------------------------------------------------*
      *> Claims disbursement register — every check and EFT file
      *> ever taken on, held while the run works it and rewritten
      *> whole at the end.
      *>----------------------------------------------------------------*
       01  WS-CD-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CD-TABLE-AREA.
           05  WS-CD-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-CD-COUNT
                   INDEXED BY WS-CD-IDX.
               10  WS-CD-IMAGE.
                   15  WS-CD-ITEM-TYPE    PIC X(1).
                   15  WS-CD-ITEM-NO      PIC 9(8).
                   15  FILLER             PIC X(101).
       01  WS-FIND-TYPE                   PIC X(1).
       01  WS-FIND-ITEM-NO                PIC 9(8).
       01  WS-DAYS-OUT                    PIC 9(5).

      *>----------------------------------------------------------------*
      *> The claims system's register as delivered tonight, image
      *> per row; a missing file leaves nothing to take on and the
      *> agreement to it is not attempted.
      *>----------------------------------------------------------------*
       01  WS-CC-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CC-TABLE-AREA.
           05  WS-CC-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-CC-COUNT
                   INDEXED BY WS-CC-IDX.
               10  WS-CC-IMAGE.
                   15  WS-CC-NUMBER       PIC 9(8).
                   15  FILLER             PIC X(60).
                   15  WS-CC-STATUS       PIC X(1).
                   15  FILLER             PIC X(9).
       01  WS-CLAIMS-REG-SW               PIC X(1)  VALUE 'N'.
           88  WS-CLAIMS-REG-RECEIVED               VALUE 'Y'.

      *> Tonight's EFT settlement file
       01  WS-EFT-DATE                    PIC 9(8)  VALUE 0.
       01  WS-EFT-ENTRIES                 PIC 9(8)  VALUE 0.
       01  WS-EFT-AMOUNT                  PIC 9(10)V99 VALUE 0.
       01  WS-EFT-SW                      PIC X(1)  VALUE 'N'.
           88  WS-EFT-RECEIVED                      VALUE 'Y'.
       01  WS-EFT-CONTROL-SW              PIC X(1)  VALUE 'N'.
           88  WS-EFT-CONTROL-READ                  VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Synthetic-transaction sequence — CLMDISB's own block, the
      *> way CHRGOFF and the other generators each run theirs.
      *>----------------------------------------------------------------*
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 985001.

      *> Proof of the register
       01  WS-AMT-ISSUED                  PIC S9(11)V99 VALUE 0.
       01  WS-AMT-PAID                    PIC S9(11)V99 VALUE 0.
       01  WS-AMT-RETURNED                PIC S9(11)V99 VALUE 0.
       01  WS-AMT-VOIDED                  PIC S9(11)V99 VALUE 0.
       01  WS-AMT-OUTSTANDING             PIC S9(11)V99 VALUE 0.
       01  WS-AMT-PER-ISSUES              PIC S9(11)V99 VALUE 0.
       01  WS-AMT-PROOF-DIFF              PIC S9(11)V99 VALUE 0.
       01  WS-CTR-ISSUED                  PIC 9(5)  VALUE 0.
       01  WS-CTR-PAID                    PIC 9(5)  VALUE 0.
       01  WS-CTR-RETURNED                PIC 9(5)  VALUE 0.
       01  WS-CTR-VOIDED                  PIC 9(5)  VALUE 0.
       01  WS-CTR-OUTSTANDING             PIC 9(5)  VALUE 0.
       01  WS-CTR-PER-ISSUES              PIC S9(5) VALUE 0.

      *> Agreement with the claims system's register
       01  WS-AMT-CLAIMS-OUT              PIC S9(11)V99 VALUE 0.
       01  WS-AMT-CLEARED-UNAPPLIED       PIC S9(11)V99 VALUE 0.
       01  WS-AMT-CLAIMS-ADJUSTED         PIC S9(11)V99 VALUE 0.
       01  WS-AMT-AGREE-DIFF              PIC S9(11)V99 VALUE 0.
       01  WS-CTR-CLAIMS-OUT              PIC 9(5)  VALUE 0.
       01  WS-CTR-CLEARED-UNAPPLIED       PIC 9(5)  VALUE 0.
       01  WS-CTR-CLAIMS-ADJUSTED         PIC S9(5) VALUE 0.

      *> Tonight's movement on the account
       01  WS-AMT-DEBITS                  PIC S9(11)V99 VALUE 0.
       01  WS-AMT-CREDITS                 PIC S9(11)V99 VALUE 0.
       01  WS-AMT-CLEARED-TODAY           PIC S9(11)V99 VALUE 0.
       01  WS-CTR-DEBITS                  PIC 9(5)  VALUE 0.
       01  WS-CTR-CREDITS                 PIC 9(5)  VALUE 0.
       01  WS-CTR-CLEARED-TODAY           PIC 9(5)  VALUE 0.

       01  WS-REJECT-REASON               PIC X(21).
       01  WS-DETAIL-TEXT                 PIC X(21).
       01  WS-TRANS-DESC                  PIC X(12).

       01  WS-CTR-REGISTER                PIC 9(5)  VALUE 0.
       01  WS-CTR-CLAIMS-ROWS             PIC 9(5)  VALUE 0.
       01  WS-CTR-TAKEN-ON                PIC 9(5)  VALUE 0.
       01  WS-CTR-PRE-INTERFACE           PIC 9(5)  VALUE 0.
       01  WS-CTR-VOIDS-APPLIED           PIC 9(5)  VALUE 0.
       01  WS-CTR-RETURNS-CREDITED        PIC 9(5)  VALUE 0.
       01  WS-CTR-EFT-TAKEN-ON            PIC 9(5)  VALUE 0.
       01  WS-CTR-REJECTED                PIC 9(5)  VALUE 0.
       01  WS-CTR-DIFFERENCES             PIC 9(5)  VALUE 0.
       01  WS-CTR-TRANS-WRITTEN           PIC 9(5)  VALUE 0.
       01  WS-OUT-OF-BALANCE-SW           PIC X(1)  VALUE 'N'.
           88  WS-OUT-OF-BALANCE                    VALUE 'Y'.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       COPY TRANSREC.

      *>----------------------------------------------------------------*
      *> Report lines
      *>----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                     PIC X(45)
               VALUE 'CLAIMS DISBURSEMENT ACCOUNT RECONCILIATION - '.
           05  FILLER                     PIC X(7)  VALUE 'RUN ON '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(10) VALUE '  ACCOUNT '.
           05  HDR-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(32) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'CHECK NO'.
           05  FILLER              PIC X(12)  VALUE 'PROVIDER'.
           05  FILLER              PIC X(27)  VALUE 'PAYEE'.
           05  FILLER              PIC X(9)   VALUE 'ISSUED'.
           05  FILLER              PIC X(16)  VALUE '        AMOUNT'.
           05  FILLER              PIC X(8)   VALUE 'STATUS'.
           05  FILLER              PIC X(7)   VALUE ' DAYS'.
           05  FILLER              PIC X(21)  VALUE 'DETAIL'.
       01  SECTION-LINE                   PIC X(110).

       01  CDL-LINE.
           05  CDL-ITEM-NO                PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CDL-PROVIDER-ID            PIC X(10).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CDL-PAYEE                  PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CDL-ISSUE-DATE             PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  CDL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CDL-STATUS                 PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CDL-DAYS                   PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  CDL-DETAIL                 PIC X(21).

       01  RCN-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  RCN-LABEL                  PIC X(44).
           05  RCN-COUNT                  PIC ZZ,ZZ9- BLANK WHEN ZERO.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  RCN-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(35) VALUE SPACES.

       01  STATUS-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  FILLER                     PIC X(14)
               VALUE 'PROOF STATUS: '.
           05  STATUS-TEXT                PIC X(40).
           05  FILLER                     PIC X(52) VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  NONE-TEXT                  PIC X(106).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-TAKE-ON-CHECKS
               PERFORM 3000-TAKE-ON-EFT
               IF WS-CTR-REJECTED = 0
                   MOVE 'NONE' TO NONE-TEXT
                   WRITE REPORT-LINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 3500-CREDIT-RETURNS
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 4000-TOTAL-REGISTER
               PERFORM 5000-PRINT-MOVEMENT
               PERFORM 5200-PRINT-CLEARED
               PERFORM 5400-PRINT-DIFFERENCES
               PERFORM 5600-PRINT-OUTSTANDING
               PERFORM 5800-PROVE-REGISTER
               PERFORM 6000-WRITE-REGISTER
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- CLMDISB: Claims Disbursement Interface ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1100-FIND-ACCOUNT
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-REGISTER
           PERFORM 1300-LOAD-CLAIMS-REGISTER
           OPEN EXTEND CLMD-TRANS-FILE
           IF WS-CTRANS-STATUS NOT = '00'
               OPEN OUTPUT CLMD-TRANS-FILE
           END-IF
           IF WS-CTRANS-STATUS NOT = '00'
               DISPLAY 'CLMDISB: ERROR opening CLAIMS-DISB-TRANS.DAT,'
                       ' STATUS=' WS-CTRANS-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CLMDISB: ERROR opening CLAIMS-DISB-RECON.TXT,'
                       ' STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE     TO HDR-RUN-DATE
           MOVE WS-CLMD-ACCT-ID TO HDR-ACCT-ID
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

      *> The debits need the account's branch; without the account
      *> on the master nothing can post, so nothing is taken on.
       1100-FIND-ACCOUNT.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'CLMDISB: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLMD-BRANCH
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       IF CUST-ID = WS-CLMD-ACCT-ID
                           MOVE CUST-BRANCH TO WS-CLMD-BRANCH
                           MOVE '10' TO WS-CUSTF-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           IF WS-CLMD-BRANCH = SPACES
               DISPLAY 'CLMDISB: ERROR - disbursement account '
                       WS-CLMD-ACCT-ID ' not on the customer master; '
                       'nothing taken on'
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           .

      *> No register yet means nothing has been taken on
       1200-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'CLMDISB: no CLAIMS-DISB-REGISTER.DAT; '
                   'the register starts empty.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-STATUS NOT = '00'
               READ REGISTER-FILE
                   AT END
                       MOVE '10' TO WS-REG-STATUS
                   NOT AT END
                       PERFORM 8600-CHECK-ROOM
                       ADD 1 TO WS-CD-COUNT
                       MOVE CLAIMS-DISB-RECORD
                           TO WS-CD-IMAGE(WS-CD-COUNT)
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           MOVE WS-CD-COUNT TO WS-CTR-REGISTER
           .

       1300-LOAD-CLAIMS-REGISTER.
           OPEN INPUT CLAIMS-REGISTER-FILE
           IF WS-CLREG-STATUS NOT = '00'
               DISPLAY 'CLMDISB: no CLAIMS-CHECK-REGISTER.DAT '
                   'delivered; no checks taken on this run.'
               EXIT PARAGRAPH
           END-IF
           SET WS-CLAIMS-REG-RECEIVED TO TRUE
           PERFORM UNTIL WS-CLREG-STATUS NOT = '00'
               READ CLAIMS-REGISTER-FILE
                   AT END
                       MOVE '10' TO WS-CLREG-STATUS
                   NOT AT END
                       IF WS-CC-COUNT = 10000
                           DISPLAY 'CLMDISB: ERROR - more than 10000 '
                               'claims register rows; table full, '
                               'run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CC-COUNT
                       MOVE CLAIMS-CHECK-RECORD
                           TO WS-CC-IMAGE(WS-CC-COUNT)
               END-READ
           END-PERFORM
           CLOSE CLAIMS-REGISTER-FILE
           MOVE WS-CC-COUNT TO WS-CTR-CLAIMS-ROWS
           .

      *>================================================================*
      *> TAKE ON CHECKS — each row of the claims register against
      *> ours: a new outstanding check is debited, and a check the
      *> claims system has voided since is credited back. Anything
      *> not taken on is listed here as it is met.
      *>================================================================*
       2000-TAKE-ON-CHECKS.
           MOVE 'NOT TAKEN ON' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 2100-TAKE-ON-ONE-CHECK
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           .

       2100-TAKE-ON-ONE-CHECK.
           MOVE WS-CC-IMAGE(WS-CC-IDX) TO CLAIMS-CHECK-RECORD
           MOVE 'C'        TO WS-FIND-TYPE
           MOVE CCK-NUMBER TO WS-FIND-ITEM-NO
           PERFORM 8200-FIND-ITEM
           IF WS-CD-IDX NOT > WS-CD-COUNT
               MOVE WS-CD-IMAGE(WS-CD-IDX) TO CLAIMS-DISB-RECORD
               IF CCK-VOIDED AND CDR-OUTSTANDING
                   PERFORM 2300-VOID-CHECK
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT CCK-OUTSTANDING
               ADD 1 TO WS-CTR-PRE-INTERFACE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN CCK-AMOUNT NOT NUMERIC OR CCK-AMOUNT NOT > 0
                   MOVE 'NO AMOUNT' TO WS-REJECT-REASON
               WHEN CCK-AMOUNT > WS-MAX-POSTING
                   MOVE 'TOO LARGE TO POST' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CTR-REJECTED
               MOVE SPACES TO CDL-LINE
               MOVE CCK-NUMBER      TO CDL-ITEM-NO
               MOVE CCK-PROVIDER-ID TO CDL-PROVIDER-ID
               MOVE CCK-PAYEE       TO CDL-PAYEE
               MOVE CCK-ISSUE-DATE  TO CDL-ISSUE-DATE
               IF CCK-AMOUNT NUMERIC
                   MOVE CCK-AMOUNT  TO CDL-AMOUNT
               ELSE
                   MOVE 0           TO CDL-AMOUNT
               END-IF
               MOVE 0               TO CDL-DAYS
               MOVE 'REJECT'        TO CDL-STATUS
               MOVE WS-REJECT-REASON TO CDL-DETAIL
               WRITE REPORT-LINE FROM CDL-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-DEBIT-CHECK
           .

       2200-DEBIT-CHECK.
           PERFORM 8600-CHECK-ROOM
           INITIALIZE CLAIMS-DISB-RECORD
           SET  CDR-CLAIM-CHECK   TO TRUE
           MOVE CCK-NUMBER        TO CDR-ITEM-NO
           MOVE CCK-PROVIDER-ID   TO CDR-PROVIDER-ID
           MOVE CCK-PAYEE         TO CDR-PAYEE
           MOVE CCK-AMOUNT        TO CDR-AMOUNT
           MOVE CCK-ISSUE-DATE    TO CDR-ISSUE-DATE
           MOVE WS-RUN-DATE       TO CDR-DEBIT-DATE
           SET  CDR-OUTSTANDING   TO TRUE
           MOVE WS-RUN-DATE       TO CDR-STATUS-DATE
           ADD 1 TO WS-CD-COUNT
           MOVE CLAIMS-DISB-RECORD TO WS-CD-IMAGE(WS-CD-COUNT)
           ADD 1 TO WS-CTR-TAKEN-ON
           INITIALIZE TRANSACTION-RECORD
           SET  TRANS-WITHDRAW    TO TRUE
           MOVE 'CLAIM CHECK'     TO TRANS-DESC
           PERFORM 8300-WRITE-TRANS
           .

      *> The claims system stale-dated the check: it can no longer be
      *> paid, so the amount goes back into the account.
       2300-VOID-CHECK.
           SET  CDR-VOIDED        TO TRUE
           MOVE WS-RUN-DATE       TO CDR-STATUS-DATE
           MOVE WS-RUN-DATE       TO CDR-CREDIT-DATE
           MOVE CLAIMS-DISB-RECORD TO WS-CD-IMAGE(WS-CD-IDX)
           ADD 1 TO WS-CTR-VOIDS-APPLIED
           INITIALIZE TRANSACTION-RECORD
           SET  TRANS-DEPOSIT     TO TRUE
           MOVE 'CLM CHK VOID'    TO TRANS-DESC
           PERFORM 8300-WRITE-TRANS
           .

      *>================================================================*
      *> TAKE ON EFT — the settlement file is debited once, the night
      *> its creation date is first seen. The same file delivered
      *> again is passed over; a different file with the same date
      *> is not taken on.
      *>================================================================*
       3000-TAKE-ON-EFT.
           OPEN INPUT CLAIMS-EFT-FILE
           IF WS-EFT-STATUS NOT = '00'
               DISPLAY 'CLMDISB: no CLAIMS-EFT-ACH.DAT delivered; '
                   'no EFT settlement this run.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EFT-STATUS NOT = '00'
                      OR WS-EFT-CONTROL-READ
               READ CLAIMS-EFT-FILE
                   AT END
                       MOVE '10' TO WS-EFT-STATUS
                   NOT AT END
                       EVALUATE EFH-RECORD-TYPE
                           WHEN '1'
                               SET WS-EFT-RECEIVED TO TRUE
                               IF EFH-CREATE-DATE NUMERIC
                                   COMPUTE WS-EFT-DATE =
                                       20000000 + EFH-CREATE-DATE
                               END-IF
                           WHEN '9'
                               SET WS-EFT-CONTROL-READ TO TRUE
                               IF EFC-ENTRY-COUNT NUMERIC
                                   AND EFC-TOTAL-CREDITS NUMERIC
                                   MOVE EFC-ENTRY-COUNT
                                       TO WS-EFT-ENTRIES
                                   COMPUTE WS-EFT-AMOUNT =
                                       EFC-TOTAL-CREDITS / 100
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CLAIMS-EFT-FILE
           IF NOT WS-EFT-RECEIVED OR WS-EFT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'E'         TO WS-FIND-TYPE
           MOVE WS-EFT-DATE TO WS-FIND-ITEM-NO
           PERFORM 8200-FIND-ITEM
           EVALUATE TRUE
               WHEN WS-EFT-DATE = 0 OR NOT WS-EFT-CONTROL-READ
                   MOVE 'FILE INCOMPLETE' TO WS-REJECT-REASON
               WHEN WS-CD-IDX NOT > WS-CD-COUNT
                   MOVE WS-CD-IMAGE(WS-CD-IDX) TO CLAIMS-DISB-RECORD
                   IF CDR-AMOUNT NOT = WS-EFT-AMOUNT
                       MOVE 'DATE ALREADY SETTLED' TO WS-REJECT-REASON
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-EFT-AMOUNT > WS-MAX-POSTING
                   MOVE 'TOO LARGE TO POST' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CTR-REJECTED
               MOVE SPACES TO CDL-LINE
               MOVE WS-EFT-DATE      TO CDL-ITEM-NO
               MOVE 'CLAIM EFT SETTLEMENT' TO CDL-PAYEE
               MOVE WS-EFT-AMOUNT    TO CDL-AMOUNT
               MOVE 0                TO CDL-DAYS
               MOVE 'REJECT'         TO CDL-STATUS
               MOVE WS-REJECT-REASON TO CDL-DETAIL
               WRITE REPORT-LINE FROM CDL-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8600-CHECK-ROOM
           INITIALIZE CLAIMS-DISB-RECORD
           SET  CDR-EFT-SETTLEMENT TO TRUE
           MOVE WS-EFT-DATE       TO CDR-ITEM-NO
           MOVE SPACES            TO CDR-PAYEE
           STRING 'EFT SETTLEMENT ' WS-EFT-ENTRIES
               DELIMITED BY SIZE INTO CDR-PAYEE
           MOVE WS-EFT-AMOUNT     TO CDR-AMOUNT
           MOVE WS-EFT-DATE       TO CDR-ISSUE-DATE
           MOVE WS-RUN-DATE       TO CDR-DEBIT-DATE
           SET  CDR-SETTLED       TO TRUE
           MOVE WS-RUN-DATE       TO CDR-STATUS-DATE
           ADD 1 TO WS-CD-COUNT
           MOVE CLAIMS-DISB-RECORD TO WS-CD-IMAGE(WS-CD-COUNT)
           ADD 1 TO WS-CTR-EFT-TAKEN-ON
           INITIALIZE TRANSACTION-RECORD
           SET  TRANS-WITHDRAW    TO TRUE
           MOVE 'CLAIM EFT'       TO TRANS-DESC
           PERFORM 8300-WRITE-TRANS
           .

      *>================================================================*
      *> CREDIT RETURNS — a check INCLRIN returned unpaid was never
      *> paid out, so the amount goes back into the account once.
      *>================================================================*
       3500-CREDIT-RETURNS.
           PERFORM 3600-CREDIT-ONE-RETURN
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
           .

       3600-CREDIT-ONE-RETURN.
           MOVE WS-CD-IMAGE(WS-CD-IDX) TO CLAIMS-DISB-RECORD
           IF NOT CDR-RETURNED OR CDR-CREDIT-DATE > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE       TO CDR-CREDIT-DATE
           MOVE CLAIMS-DISB-RECORD TO WS-CD-IMAGE(WS-CD-IDX)
           ADD 1 TO WS-CTR-RETURNS-CREDITED
           INITIALIZE TRANSACTION-RECORD
           SET  TRANS-DEPOSIT     TO TRUE
           MOVE 'CLM CHK RTN'     TO TRANS-DESC
           PERFORM 8300-WRITE-TRANS
           .

      *>================================================================*
      *> TOTAL REGISTER — the proof of the register and tonight's
      *> movement, from the register's own rows. A rerun for the
      *> same date finds the same debit and credit dates and totals
      *> the same movement again.
      *>================================================================*
       4000-TOTAL-REGISTER.
           PERFORM 4100-TOTAL-ONE-ROW
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
           COMPUTE WS-AMT-PER-ISSUES =
               WS-AMT-ISSUED - WS-AMT-PAID - WS-AMT-RETURNED
               - WS-AMT-VOIDED
           COMPUTE WS-CTR-PER-ISSUES =
               WS-CTR-ISSUED - WS-CTR-PAID - WS-CTR-RETURNED
               - WS-CTR-VOIDED
           COMPUTE WS-AMT-PROOF-DIFF =
               WS-AMT-PER-ISSUES - WS-AMT-OUTSTANDING
           IF WS-AMT-PROOF-DIFF NOT = 0
               OR WS-CTR-PER-ISSUES NOT = WS-CTR-OUTSTANDING
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF NOT WS-CLAIMS-REG-RECEIVED
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-TOTAL-ONE-CLAIMS-ROW
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           COMPUTE WS-AMT-CLAIMS-ADJUSTED =
               WS-AMT-CLAIMS-OUT - WS-AMT-CLEARED-UNAPPLIED
           COMPUTE WS-CTR-CLAIMS-ADJUSTED =
               WS-CTR-CLAIMS-OUT - WS-CTR-CLEARED-UNAPPLIED
           COMPUTE WS-AMT-AGREE-DIFF =
               WS-AMT-CLAIMS-ADJUSTED - WS-AMT-OUTSTANDING
           IF WS-AMT-AGREE-DIFF NOT = 0
               OR WS-CTR-CLAIMS-ADJUSTED NOT = WS-CTR-OUTSTANDING
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           .

       4100-TOTAL-ONE-ROW.
           MOVE WS-CD-IMAGE(WS-CD-IDX) TO CLAIMS-DISB-RECORD
           IF CDR-DEBIT-DATE = WS-RUN-DATE
               ADD CDR-AMOUNT TO WS-AMT-DEBITS
               ADD 1 TO WS-CTR-DEBITS
           END-IF
           IF CDR-CREDIT-DATE = WS-RUN-DATE
               ADD CDR-AMOUNT TO WS-AMT-CREDITS
               ADD 1 TO WS-CTR-CREDITS
           END-IF
           IF NOT CDR-CLAIM-CHECK
               EXIT PARAGRAPH
           END-IF
           ADD CDR-AMOUNT TO WS-AMT-ISSUED
           ADD 1 TO WS-CTR-ISSUED
           EVALUATE TRUE
               WHEN CDR-OUTSTANDING
                   ADD CDR-AMOUNT TO WS-AMT-OUTSTANDING
                   ADD 1 TO WS-CTR-OUTSTANDING
               WHEN CDR-PAID
                   ADD CDR-AMOUNT TO WS-AMT-PAID
                   ADD 1 TO WS-CTR-PAID
               WHEN CDR-RETURNED
                   ADD CDR-AMOUNT TO WS-AMT-RETURNED
                   ADD 1 TO WS-CTR-RETURNED
               WHEN CDR-VOIDED
                   ADD CDR-AMOUNT TO WS-AMT-VOIDED
                   ADD 1 TO WS-CTR-VOIDED
           END-EVALUATE
           IF (CDR-PAID OR CDR-RETURNED)
               AND CDR-STATUS-DATE = WS-RUN-DATE
               ADD CDR-AMOUNT TO WS-AMT-CLEARED-TODAY
               ADD 1 TO WS-CTR-CLEARED-TODAY
           END-IF
           .

      *> A check still outstanding on the claims register that has
      *> paid or come back here is in transit on BANK-CLEARED.DAT.
       4200-TOTAL-ONE-CLAIMS-ROW.
           MOVE WS-CC-IMAGE(WS-CC-IDX) TO CLAIMS-CHECK-RECORD
           IF NOT CCK-OUTSTANDING
               EXIT PARAGRAPH
           END-IF
           IF CCK-AMOUNT NUMERIC
               ADD CCK-AMOUNT TO WS-AMT-CLAIMS-OUT
           END-IF
           ADD 1 TO WS-CTR-CLAIMS-OUT
           MOVE 'C'        TO WS-FIND-TYPE
           MOVE CCK-NUMBER TO WS-FIND-ITEM-NO
           PERFORM 8200-FIND-ITEM
           IF WS-CD-IDX > WS-CD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-IMAGE(WS-CD-IDX) TO CLAIMS-DISB-RECORD
           IF CDR-PAID OR CDR-RETURNED
               ADD CDR-AMOUNT TO WS-AMT-CLEARED-UNAPPLIED
               ADD 1 TO WS-CTR-CLEARED-UNAPPLIED
           END-IF
           .

      *>================================================================*
      *> MOVEMENT — tonight's debits and credits to the account.
      *>================================================================*
       5000-PRINT-MOVEMENT.
           MOVE 'DEBITED AND CREDITED TONIGHT' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-CTR-DEBITS = 0 AND WS-CTR-CREDITS = 0
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-PRINT-ONE-MOVEMENT
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
           MOVE 'TOTAL DEBITED' TO RCN-LABEL
           MOVE WS-CTR-DEBITS  TO RCN-COUNT
           COMPUTE RCN-AMOUNT = 0 - WS-AMT-DEBITS
           WRITE REPORT-LINE FROM RCN-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL CREDITED BACK' TO RCN-LABEL
           MOVE WS-CTR-CREDITS TO RCN-COUNT
           MOVE WS-AMT-CREDITS TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE
               AFTER ADVANCING 1 LINE
           .

       5100-PRINT-ONE-MOVEMENT.
           MOVE WS-CD-IMAGE(WS-CD-IDX) TO CLAIMS-DISB-RECORD
           IF CDR-DEBIT-DATE = WS-RUN-DATE
               PERFORM 8150-FILL-FROM-REGISTER
               MOVE 'DEBIT' TO CDL-STATUS
               IF CDR-EFT-SETTLEMENT
                   MOVE 'EFT FILE DEBITED' TO CDL-DETAIL
               ELSE
                   MOVE 'CHECK DEBITED' TO CDL-DETAIL
               END-IF
               WRITE REPORT-LINE FROM CDL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF CDR-CREDIT-DATE = WS-RUN-DATE
               PERFORM 8150-FILL-FROM-REGISTER
               MOVE 'CREDIT' TO CDL-STATUS
               IF CDR-VOIDED
                   MOVE 'VOIDED BY CLAIMS' TO CDL-DETAIL
               ELSE
                   MOVE 'RETURNED UNPAID' TO CDL-DETAIL
               END-IF
               WRITE REPORT-LINE FROM CDL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

      *>================================================================*
      *> CLEARED — the checks INCLRIN paid or returned out of
      *> tonight's inclearing, as sent back on BANK-CLEARED.DAT.
      *>================================================================*
       5200-PRINT-CLEARED.
           MOVE 'CLEARED THROUGH INCLEARING TODAY' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-CTR-CLEARED-TODAY = 0
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5300-PRINT-ONE-CLEARED
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
           MOVE 'TOTAL CLEARED' TO RCN-LABEL
           MOVE WS-CTR-CLEARED-TODAY TO RCN-COUNT
           MOVE WS-AMT-CLEARED-TODAY TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE
               AFTER ADVANCING 2 LINES
           .

       5300-PRINT-ONE-CLEARED.
           MOVE WS-CD-IMAGE(WS-CD-IDX) TO CLAIMS-DISB-RECORD
           IF NOT (CDR-PAID OR CDR-RETURNED)
               OR CDR-STATUS-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8150-FILL-FROM-REGISTER
           IF CDR-PAID
               MOVE 'PAID'   TO CDL-STATUS
           ELSE
               MOVE 'RETURN' TO CDL-STATUS
           END-IF
           STRING 'FED ITEM ' CDR-PAID-SEQ
               DELIMITED BY SIZE INTO CDL-DETAIL
           WRITE REPORT-LINE FROM CDL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> DIFFERENCES — rows on which the two registers disagree in a
      *> way BANK-CLEARED.DAT does not account for.
      *>================================================================*
       5400-PRINT-DIFFERENCES.
           MOVE 'DIFFERENCES TO THE CLAIMS REGISTER' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF NOT WS-CLAIMS-REG-RECEIVED
               MOVE 'NO CLAIMS REGISTER RECEIVED - NOT COMPARED'
                   TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5500-COMPARE-ONE-ROW
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
           IF WS-CTR-DIFFERENCES = 0
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       5500-COMPARE-ONE-ROW.
           MOVE WS-CD-IMAGE(WS-CD-IDX) TO CLAIMS-DISB-RECORD
           IF NOT CDR-CLAIM-CHECK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
               OR WS-CC-NUMBER(WS-CC-IDX) = CDR-ITEM-NO
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-TEXT
           EVALUATE TRUE
               WHEN WS-CC-IDX > WS-CC-COUNT
                   IF CDR-OUTSTANDING
                       MOVE 'NOT ON CLAIMS REG' TO WS-DETAIL-TEXT
                   END-IF
               WHEN CDR-OUTSTANDING
                   AND WS-CC-STATUS(WS-CC-IDX) NOT = 'O'
                   MOVE 'CLAIMS SHOWS CLEARED' TO WS-DETAIL-TEXT
               WHEN CDR-PAID AND WS-CC-STATUS(WS-CC-IDX) = 'V'
                   MOVE 'PAID, CLAIMS VOIDED' TO WS-DETAIL-TEXT
           END-EVALUATE
           IF WS-DETAIL-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTR-DIFFERENCES
           PERFORM 8150-FILL-FROM-REGISTER
           MOVE 'DIFF'         TO CDL-STATUS
           MOVE WS-DETAIL-TEXT TO CDL-DETAIL
           WRITE REPORT-LINE FROM CDL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> OUTSTANDING — every claim check still out, in the order it
      *> was taken on, with its age.
      *>================================================================*
       5600-PRINT-OUTSTANDING.
           MOVE 'OUTSTANDING CLAIM CHECKS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-CTR-OUTSTANDING = 0
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5700-PRINT-ONE-OUTSTANDING
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
           MOVE 'TOTAL OUTSTANDING' TO RCN-LABEL
           MOVE WS-CTR-OUTSTANDING  TO RCN-COUNT
           MOVE WS-AMT-OUTSTANDING  TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE
               AFTER ADVANCING 2 LINES
           .

       5700-PRINT-ONE-OUTSTANDING.
           MOVE WS-CD-IMAGE(WS-CD-IDX) TO CLAIMS-DISB-RECORD
           IF NOT CDR-CLAIM-CHECK OR NOT CDR-OUTSTANDING
               EXIT PARAGRAPH
           END-IF
           PERFORM 8150-FILL-FROM-REGISTER
           PERFORM 8500-DAYS-OUTSTANDING
           MOVE WS-DAYS-OUT TO CDL-DAYS
           MOVE 'OUT'       TO CDL-STATUS
           WRITE REPORT-LINE FROM CDL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> PROVE REGISTER — checks issued equal checks cleared (paid or
      *> returned), voided and outstanding; and what is outstanding
      *> here agrees with the claims register once the items cleared
      *> here and still in transit to it are taken off.
      *>================================================================*
       5800-PROVE-REGISTER.
           MOVE 'PROOF OF CLAIM CHECKS ISSUED' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CHECKS ISSUED AND DEBITED' TO RCN-LABEL
           MOVE WS-CTR-ISSUED TO RCN-COUNT
           MOVE WS-AMT-ISSUED TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE '  LESS PAID THROUGH INCLEARING' TO RCN-LABEL
           MOVE WS-CTR-PAID TO RCN-COUNT
           COMPUTE RCN-AMOUNT = 0 - WS-AMT-PAID
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE '  LESS RETURNED UNPAID, CREDITED BACK' TO RCN-LABEL
           MOVE WS-CTR-RETURNED TO RCN-COUNT
           COMPUTE RCN-AMOUNT = 0 - WS-AMT-RETURNED
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE '  LESS VOIDED BY CLAIMS, CREDITED BACK' TO RCN-LABEL
           MOVE WS-CTR-VOIDED TO RCN-COUNT
           COMPUTE RCN-AMOUNT = 0 - WS-AMT-VOIDED
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE 'OUTSTANDING PER ISSUES' TO RCN-LABEL
           MOVE WS-CTR-PER-ISSUES TO RCN-COUNT
           MOVE WS-AMT-PER-ISSUES TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE 'OUTSTANDING ON REGISTER' TO RCN-LABEL
           MOVE WS-CTR-OUTSTANDING TO RCN-COUNT
           MOVE WS-AMT-OUTSTANDING TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
           MOVE 'DIFFERENCE' TO RCN-LABEL
           MOVE 0 TO RCN-COUNT
           MOVE WS-AMT-PROOF-DIFF TO RCN-AMOUNT
           WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 2 LINES

           IF WS-CLAIMS-REG-RECEIVED
               MOVE 'AGREEMENT WITH THE CLAIMS REGISTER'
                   TO SECTION-LINE
               WRITE REPORT-LINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'OUTSTANDING ON CLAIMS REGISTER' TO RCN-LABEL
               MOVE WS-CTR-CLAIMS-OUT TO RCN-COUNT
               MOVE WS-AMT-CLAIMS-OUT TO RCN-AMOUNT
               WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
               MOVE '  LESS CLEARED HERE, NOT YET ON CLAIMS REG'
                   TO RCN-LABEL
               MOVE WS-CTR-CLEARED-UNAPPLIED TO RCN-COUNT
               COMPUTE RCN-AMOUNT = 0 - WS-AMT-CLEARED-UNAPPLIED
               WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
               MOVE 'CLAIMS REGISTER, ADJUSTED' TO RCN-LABEL
               MOVE WS-CTR-CLAIMS-ADJUSTED TO RCN-COUNT
               MOVE WS-AMT-CLAIMS-ADJUSTED TO RCN-AMOUNT
               WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
               MOVE 'OUTSTANDING ON REGISTER' TO RCN-LABEL
               MOVE WS-CTR-OUTSTANDING TO RCN-COUNT
               MOVE WS-AMT-OUTSTANDING TO RCN-AMOUNT
               WRITE REPORT-LINE FROM RCN-LINE AFTER ADVANCING 1 LINE
               MOVE 'DIFFERENCE' TO RCN-LABEL
               MOVE 0 TO RCN-COUNT
               MOVE WS-AMT-AGREE-DIFF TO RCN-AMOUNT
               WRITE REPORT-LINE FROM RCN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           IF WS-OUT-OF-BALANCE
               MOVE 'OUT OF BALANCE - SEE DIFFERENCES'
                   TO STATUS-TEXT
           ELSE
               MOVE 'IN BALANCE' TO STATUS-TEXT
           END-IF
           WRITE REPORT-LINE FROM STATUS-LINE AFTER ADVANCING 2 LINES
           .

      *>================================================================*
      *> WRITE REGISTER — rewritten whole from the table.
      *>================================================================*
       6000-WRITE-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'CLMDISB: ERROR opening CLAIMS-DISB-REGISTER'
                       '.DAT, STATUS=' WS-REG-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
               WRITE CLAIMS-DISB-RECORD FROM WS-CD-IMAGE(WS-CD-IDX)
           END-PERFORM
           CLOSE REGISTER-FILE
           .

      *> Register columns of the detail line for the row in
      *> CLAIMS-DISB-RECORD
       8150-FILL-FROM-REGISTER.
           MOVE SPACES TO CDL-LINE
           MOVE CDR-ITEM-NO     TO CDL-ITEM-NO
           MOVE CDR-PROVIDER-ID TO CDL-PROVIDER-ID
           MOVE CDR-PAYEE       TO CDL-PAYEE
           MOVE CDR-ISSUE-DATE  TO CDL-ISSUE-DATE
           MOVE CDR-AMOUNT      TO CDL-AMOUNT
           MOVE 0               TO CDL-DAYS
           .

       8200-FIND-ITEM.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CD-COUNT
               OR (WS-CD-ITEM-TYPE(WS-CD-IDX) = WS-FIND-TYPE
                   AND WS-CD-ITEM-NO(WS-CD-IDX) = WS-FIND-ITEM-NO)
               CONTINUE
           END-PERFORM
           .

      *> Common fields of a generated transaction for the row in
      *> CLAIMS-DISB-RECORD — the caller sets type and description.
      *> A check carries its MICR serial, the low six digits of the
      *> claims check number.
       8300-WRITE-TRANS.
           MOVE WS-CLMD-ACCT-ID   TO TRANS-ACCT-ID
           MOVE CDR-AMOUNT        TO TRANS-AMOUNT
           MOVE WS-RUN-DATE       TO TRANS-DATE
           MOVE WS-CLMD-BRANCH    TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ       TO TRANS-SEQ
           IF CDR-CLAIM-CHECK
               MOVE CDR-ITEM-NO(3:6) TO TRANS-CHECK-NO
           END-IF
           WRITE CLMD-TRANS-RECORD FROM TRANSACTION-RECORD
           ADD 1 TO WS-NEXT-SEQ
           ADD 1 TO WS-CTR-TRANS-WRITTEN
           .

      *> Days since CDR-ISSUE-DATE; an issue date the register cannot
      *> age is treated as long outstanding
       8500-DAYS-OUTSTANDING.
           IF CDR-ISSUE-DATE NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(CDR-ISSUE-DATE) = 0
               AND CDR-ISSUE-DATE NOT > WS-RUN-DATE
               COMPUTE WS-DAYS-OUT = WS-RUN-DAY-NO
                   - FUNCTION INTEGER-OF-DATE(CDR-ISSUE-DATE)
           ELSE
               MOVE 99999 TO WS-DAYS-OUT
           END-IF
           .

      *> The register is rewritten from the table, so a full table
      *> must stop the run rather than drop a row
       8600-CHECK-ROOM.
           IF WS-CD-COUNT = 10000
               DISPLAY 'CLMDISB: ERROR - more than 10000 register '
                   'rows; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATE.
           IF WS-CTRANS-STATUS = '00'
               CLOSE CLMD-TRANS-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-REJECTED > 0
                    OR WS-CTR-DIFFERENCES > 0
                    OR WS-OUT-OF-BALANCE)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- CLMDISB Summary ---'
           DISPLAY '  Register rows      : ' WS-CTR-REGISTER
           DISPLAY '  Claims reg rows    : ' WS-CTR-CLAIMS-ROWS
           DISPLAY '  Checks taken on    : ' WS-CTR-TAKEN-ON
           DISPLAY '  Pre-interface rows : ' WS-CTR-PRE-INTERFACE
           DISPLAY '  EFT files taken on : ' WS-CTR-EFT-TAKEN-ON
           DISPLAY '  Voids credited     : ' WS-CTR-VOIDS-APPLIED
           DISPLAY '  Returns credited   : ' WS-CTR-RETURNS-CREDITED
           DISPLAY '  Not taken on       : ' WS-CTR-REJECTED
           DISPLAY '  Cleared today      : ' WS-CTR-CLEARED-TODAY
           DISPLAY '  Outstanding        : ' WS-CTR-OUTSTANDING
           DISPLAY '  Amount outstanding : ' WS-AMT-OUTSTANDING
           DISPLAY '  Differences        : ' WS-CTR-DIFFERENCES
           DISPLAY '  Agreement diff     : ' WS-AMT-AGREE-DIFF
           DISPLAY '  Transactions written: ' WS-CTR-TRANS-WRITTEN
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
