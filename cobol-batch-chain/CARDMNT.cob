      *>================================================================*
      *> CARDMNT.cob — Card Lifecycle Maintenance
      *>
      *> Keeps CARD-XREF.DAT current so CARDIN routes switch activity
      *> on the cards that are actually in customers' hands. Branch
      *> operations key issue (IS), hot-card (HC), cancel (CN),
      *> replace (RP) and PIN-mailer (PM) requests on
      *> CARD-MAINT-REQUESTS.DAT; none of them applies on one pair
      *> of hands. Each request that passes its edits parks on
      *> PENDING-CARD-MAINT.DAT until a second operator approves or
      *> denies it on CARD-MAINT-DECISIONS.DAT, keyed by account ID
      *> and request sequence the way ACCTMAIN's dual control is —
      *> an approval by the operator who keyed the request does not
      *> count and the request stays pending. Requests are re-edited
      *> when approved, since the card may have changed in between.
      *>
      *> Every change to a card is journaled to CHANGE-JOURNAL.DAT
      *> under the linked account, the same as any other non-
      *> monetary change. A new, replacement or reissued card and a
      *> PIN mailer go to the card vendor on CARD-VENDOR-EXTRACT.DAT,
      *> which is registered on the transmission manifest.
      *>
      *> Two passes run without a request:
      *>   - auto-cancel: a card still open on an account the
      *>     master now shows closed (ACCTMAIN's close request,
      *>     posted by TXNAPPLY) or escheated (ESCHEAT) is cancelled;
      *>   - monthly reissue: on the first run of a calendar month,
      *>     every active card on an active account expiring next
      *>     month gets a new expiry and is extracted for the vendor
      *>     to emboss. CARD-REISSUE-CTL.DAT remembers the month the
      *>     pass last ran, so it runs once a month whatever the
      *>     calendar does.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT      (SEQUENTIAL, CUSTREC)
      *>         data/CARD-MAINT-REQUESTS.DAT (LINE SEQUENTIAL,
      *>                                       CARDREQ, consumed)
      *>         data/CARD-MAINT-DECISIONS.DAT (LINE SEQUENTIAL,
      *>                                       MNTDEC, consumed)
      *> I/O:    data/CARD-XREF.DAT          (LINE SEQUENTIAL,
      *>                                       CARDXREF, rewritten)
      *>         data/PENDING-CARD-MAINT.DAT (LINE SEQUENTIAL,
      *>                                       CARDREQ, rewritten)
      *>         data/CARD-REISSUE-CTL.DAT   (LINE SEQUENTIAL)
      *> Output: data/CARD-VENDOR-EXTRACT.DAT (LINE SEQUENTIAL,
      *>                                       CARDVEND)
      *>         data/CHANGE-JOURNAL.DAT     (LINE SEQUENTIAL, appended)
      *>         data/XMIT-MANIFEST.DAT      (LINE SEQUENTIAL, appended)
      *>         data/CARD-MAINT-REPORT.TXT  (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = success,
      *>                4 = requests rejected or denied, or a
      *>                    reissue held,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CARDMNT.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT XREF-FILE
               ASSIGN TO 'data/CARD-XREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT REQUEST-FILE
               ASSIGN TO 'data/CARD-MAINT-REQUESTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO 'data/PENDING-CARD-MAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDC-STATUS.

           SELECT DECISION-FILE
               ASSIGN TO 'data/CARD-MAINT-DECISIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MDEC-STATUS.

           SELECT REISSUE-CTL-FILE
               ASSIGN TO 'data/CARD-REISSUE-CTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT VENDOR-FILE
               ASSIGN TO 'data/CARD-VENDOR-EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.

      *> Field-change journal — one row per card change, opened per
      *> event; see CHGJRNL.cpy.
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO 'data/CHANGE-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.

      *> Outbound transmission manifest — one row as the vendor
      *> extract is finalized; see XMITMAN.cpy.
           SELECT MANIFEST-FILE
               ASSIGN TO 'data/XMIT-MANIFEST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/CARD-MAINT-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  XREF-FILE.
       COPY CARDXREF.

       FD  REQUEST-FILE.
       COPY CARDREQ.

       FD  PENDING-FILE.
       01  PENDING-RECORD                 PIC X(70).

       FD  DECISION-FILE.
       COPY MNTDEC.

      *> Reissue control — the YYYYMM the monthly pass last ran.
       FD  REISSUE-CTL-FILE.
       01  REISSUE-CTL-RECORD.
           05  RCTL-LAST-MONTH            PIC 9(6).
           05  RCTL-FILLER                PIC X(4).

       FD  VENDOR-FILE.
       COPY CARDVEND.

       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJRNL.

       FD  MANIFEST-FILE.
       COPY XMITMAN.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-XREF-STATUS                 PIC XX.
       01  WS-REQ-STATUS                  PIC XX.
       01  WS-PNDC-STATUS                 PIC XX.
       01  WS-MDEC-STATUS                 PIC XX.
       01  WS-RCTL-STATUS                 PIC XX.
       01  WS-VEND-STATUS                 PIC XX.
       01  WS-CJ-STATUS                   PIC XX.
       01  WS-XM-STATUS                   PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM              PIC 9(6).
           05  WS-RUN-DD                  PIC 9(2).
       01  WS-NEXT-MONTH                  PIC 9(6).
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05  WS-NEXT-YYYY               PIC 9(4).
           05  WS-NEXT-MM                 PIC 9(2).
       01  WS-LAST-REISSUE-MONTH          PIC 9(6)  VALUE 0.

      *> A card is good for this many years, to the end of the
      *> month it was issued in.
       01  WS-CARD-LIFE-YEARS             PIC 9(2)  VALUE 3.
       01  WS-EXP-BASE                    PIC 9(8).
       01  WS-EXP-BASE-R REDEFINES WS-EXP-BASE.
           05  WS-EXP-BASE-YYYY           PIC 9(4).
           05  WS-EXP-BASE-MM             PIC 9(2).
           05  WS-EXP-BASE-DD             PIC 9(2).
       01  WS-EXP-WORK                    PIC 9(8).
       01  WS-EXP-WORK-R REDEFINES WS-EXP-WORK.
           05  WS-EXP-WORK-YYYY           PIC 9(4).
           05  WS-EXP-WORK-MM             PIC 9(2).
           05  WS-EXP-WORK-DD             PIC 9(2).
       01  WS-NEW-EXPIRY                  PIC 9(8).

      *>----------------------------------------------------------------*
      *> Customer master — status, name and branch by account, for
      *> the issue edit, the vendor extract and the auto-cancel pass.
      *>----------------------------------------------------------------*
       01  WS-CU-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CU-TABLE-AREA.
           05  WS-CU-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CU-COUNT
                   INDEXED BY WS-CU-IDX.
               10  WS-CU-ID               PIC X(8).
               10  WS-CU-STATUS           PIC X(1).
               10  WS-CU-NAME             PIC X(25).
               10  WS-CU-BRANCH           PIC X(3).
       01  WS-CUST-FOUND-FLAG             PIC X(1)  VALUE 'N'.
           88  CUST-FOUND                           VALUE 'Y'.
       01  WS-FIND-CUST-ID                PIC X(8).

      *>----------------------------------------------------------------*
      *> Card cross-reference — loaded whole and rewritten at end;
      *> each row is the CARDXREF.cpy layout.
      *>----------------------------------------------------------------*
       01  WS-XR-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-XR-TABLE-AREA.
           05  WS-XR-ROW OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-XR-COUNT
                   INDEXED BY WS-XR-IDX.
               10  WS-XR-CARD-NUMBER      PIC X(16).
               10  WS-XR-CUST-ID          PIC X(8).
               10  WS-XR-STATUS           PIC X(1).
               10  WS-XR-ISSUE-DATE       PIC 9(8).
               10  WS-XR-EXPIRY-DATE      PIC 9(8).
       01  WS-CARD-FOUND-FLAG             PIC X(1)  VALUE 'N'.
           88  CARD-FOUND                           VALUE 'Y'.
       01  WS-FIND-CARD-NUMBER            PIC X(16).
       01  WS-NEW-CARD-STATUS             PIC X(1).
       01  WS-ADD-CARD-NUMBER             PIC X(16).
       01  WS-ADD-CUST-ID                 PIC X(8).
       01  WS-VEND-ACTION                 PIC X(2).

      *>----------------------------------------------------------------*
      *> Parked requests — the raw image, what this run did with it
      *> (N = parked this run, U = undecided carryover, A = applied,
      *> D = denied, R = refused at approval by the re-edit) and the
      *> deciding operator.
      *>----------------------------------------------------------------*
       01  WS-PND-COUNT                   PIC 9(3)  VALUE 0.
       01  WS-PND-TABLE-AREA.
           05  WS-PND-ROW OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PND-COUNT
                   INDEXED BY WS-PND-IDX.
               10  WS-PND-IMAGE           PIC X(70).
               10  WS-PND-DISP            PIC X(1).
               10  WS-PND-SUPERVISOR      PIC X(8).

       01  WS-MDC-COUNT                   PIC 9(3)  VALUE 0.
       01  WS-MDC-TABLE-AREA.
           05  WS-MDC-ROW OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-MDC-COUNT
                   INDEXED BY WS-MDC-IDX.
               10  WS-MDC-ACCT            PIC X(8).
               10  WS-MDC-SEQ             PIC 9(6).
               10  WS-MDC-DECISION        PIC X(1).
               10  WS-MDC-SUPERVISOR      PIC X(8).

       01  WS-EDIT-REASON                 PIC X(30).

      *> Change-journal row being built.
       01  WS-CJ-ACCT                     PIC X(8).
       01  WS-CJ-FIELD                    PIC X(12).
       01  WS-CJ-OLD-VALUE                PIC X(25).
       01  WS-CJ-NEW-VALUE                PIC X(25).
       01  WS-CJ-REF                      PIC X(10).
      *> The requester behind a request-driven change; blank for a
      *> change the close, escheat or reissue pass made on its own
       01  WS-CJ-OPERATOR                 PIC X(8).

       01  WS-CTR-REQUESTS-READ           PIC 9(5)  VALUE 0.
       01  WS-CTR-PARKED                  PIC 9(5)  VALUE 0.
       01  WS-CTR-REJECTED                PIC 9(5)  VALUE 0.
       01  WS-CTR-APPLIED                 PIC 9(5)  VALUE 0.
       01  WS-CTR-DENIED                  PIC 9(5)  VALUE 0.
       01  WS-CTR-SELF-APPROVED           PIC 9(5)  VALUE 0.
       01  WS-CTR-CARRIED                 PIC 9(5)  VALUE 0.
       01  WS-CTR-AUTO-CANCELLED          PIC 9(5)  VALUE 0.
       01  WS-CTR-REISSUED                PIC 9(5)  VALUE 0.
       01  WS-CTR-REISSUE-HELD            PIC 9(5)  VALUE 0.
       01  WS-CTR-VENDOR                  PIC 9(7)  VALUE 0.
       01  WS-CTR-JOURNALED               PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(40)
               VALUE 'CARD MAINTENANCE REPORT - RUN DATE '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(52) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(4)   VALUE 'ACT'.
           05  FILLER              PIC X(18)  VALUE 'CARD NUMBER'.
           05  FILLER              PIC X(10)  VALUE 'ACCT-ID'.
           05  FILLER              PIC X(8)   VALUE 'SEQ'.
           05  FILLER              PIC X(10)  VALUE 'MAKER'.
           05  FILLER              PIC X(10)  VALUE 'CHECKER'.
           05  FILLER              PIC X(40)  VALUE 'OUTCOME'.
       01  DTL-LINE.
           05  DTL-ACTION                 PIC X(2).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-CARD-NUMBER            PIC X(16).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-SEQ                    PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-MAKER                  PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-CHECKER                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-OUTCOME                PIC X(40).
       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(40).
           05  TOT-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(49) VALUE SPACES.
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 1100-LOAD-MASTER
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 1200-LOAD-XREF
               PERFORM 1300-LOAD-PENDING
               PERFORM 1400-LOAD-REQUESTS
               PERFORM 1500-LOAD-DECISIONS
               PERFORM 1600-OPEN-VENDOR-EXTRACT
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-RESOLVE-PENDING
               PERFORM 3000-AUTO-CANCEL
               PERFORM 4000-REISSUE-PASS
               PERFORM 5000-REWRITE-XREF
               PERFORM 5100-REWRITE-PENDING
               PERFORM 5200-CLEAR-INTAKE
               PERFORM 7000-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- CARDMNT: Card Lifecycle Maintenance ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           MOVE WS-RUN-YYYYMM TO WS-NEXT-MONTH
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CARDMNT: ERROR opening CARD-MAINT-REPORT.TXT'
                       ', STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

      *>================================================================*
      *> LOAD MASTER — without the master there is no judging an
      *> issue or a closed account, so the run stops here.
      *>================================================================*
       1100-LOAD-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'CARDMNT: ERROR opening NEW-CUSTOMERS.DAT, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       IF WS-CU-COUNT = 5000
                           DISPLAY 'CARDMNT: ERROR more than 5000 '
                               'master records; table full'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CU-COUNT
                       MOVE CUST-ID     TO WS-CU-ID(WS-CU-COUNT)
                       MOVE CUST-STATUS TO WS-CU-STATUS(WS-CU-COUNT)
                       MOVE CUST-NAME   TO WS-CU-NAME(WS-CU-COUNT)
                       MOVE CUST-BRANCH TO WS-CU-BRANCH(WS-CU-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

      *>================================================================*
      *> LOAD XREF — a shop with no cards yet has no file; the run
      *> starts from an empty table and an issue creates it.
      *>================================================================*
       1200-LOAD-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CARDMNT: No card cross-reference on file.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XREF-STATUS NOT = '00'
               READ XREF-FILE
                   AT END
                       MOVE '10' TO WS-XREF-STATUS
                   NOT AT END
                       IF WS-XR-COUNT = 2000
                           DISPLAY 'CARDMNT: ERROR more than 2000 '
                               'cards; table full, run abandoned '
                               'before any rewrite'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-XR-COUNT
                       MOVE CARD-XREF-RECORD
                           TO WS-XR-ROW(WS-XR-COUNT)
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           .

       1300-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF WS-PNDC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PNDC-STATUS NOT = '00'
               READ PENDING-FILE
                   AT END
                       MOVE '10' TO WS-PNDC-STATUS
                   NOT AT END
                       PERFORM 1450-ADD-PENDING-ROW
                       MOVE 'U' TO WS-PND-DISP(WS-PND-COUNT)
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           .

      *>================================================================*
      *> LOAD REQUESTS — each new request is edited against the
      *> card file and master as they stand; one that fails goes on
      *> the report and no further, one that passes parks for its
      *> second approval.
      *>================================================================*
       1400-LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REQ-STATUS NOT = '00'
               READ REQUEST-FILE
                   AT END
                       MOVE '10' TO WS-REQ-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-REQUESTS-READ
                       PERFORM 1410-EDIT-REQUEST
                       IF WS-EDIT-REASON = SPACES
                           PERFORM 1440-CHECK-DUPLICATE
                       END-IF
                       MOVE SPACES TO DTL-CHECKER
                       IF WS-EDIT-REASON = SPACES
                           MOVE CARD-MAINT-REQUEST TO PENDING-RECORD
                           PERFORM 1450-ADD-PENDING-ROW
                           MOVE 'N' TO WS-PND-DISP(WS-PND-COUNT)
                           ADD 1 TO WS-CTR-PARKED
                           MOVE 'PARKED FOR SECOND APPROVAL'
                               TO DTL-OUTCOME
                       ELSE
                           ADD 1 TO WS-CTR-REJECTED
                           MOVE SPACES TO DTL-OUTCOME
                           STRING 'REJECTED - ' DELIMITED BY SIZE
                                  WS-EDIT-REASON DELIMITED BY SIZE
                               INTO DTL-OUTCOME
                       END-IF
                       PERFORM 8400-WRITE-REQUEST-DETAIL
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           .

      *>================================================================*
      *> EDIT REQUEST — sets WS-EDIT-REASON when the request cannot
      *> apply to the card file as it now stands. Run at intake and
      *> again at approval.
      *>================================================================*
       1410-EDIT-REQUEST.
           MOVE SPACES TO WS-EDIT-REASON
           IF CRQ-REQUESTED-BY = SPACES
               MOVE 'NO REQUESTING OPERATOR' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT (CRQ-ISSUE OR CRQ-HOT-CARD OR CRQ-CANCEL
                   OR CRQ-REPLACE OR CRQ-PIN-MAILER)
               MOVE 'UNKNOWN ACTION' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CRQ-CARD-NUMBER = SPACES
               MOVE 'NO CARD NUMBER' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CRQ-ISSUE
               PERFORM 1420-EDIT-ISSUE
           ELSE
               PERFORM 1430-EDIT-EXISTING-CARD
           END-IF
           .

       1420-EDIT-ISSUE.
           MOVE CRQ-CARD-NUMBER TO WS-FIND-CARD-NUMBER
           PERFORM 8100-FIND-CARD
           IF CARD-FOUND
               MOVE 'CARD NUMBER ALREADY ON FILE' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CRQ-CUST-ID TO WS-FIND-CUST-ID
           PERFORM 8200-FIND-CUSTOMER
           IF NOT CUST-FOUND
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-STATUS(WS-CU-IDX) NOT = 'A'
               MOVE 'ACCOUNT NOT ACTIVE' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-COUNT = 2000
               MOVE 'CARD FILE FULL' TO WS-EDIT-REASON
           END-IF
           .

       1430-EDIT-EXISTING-CARD.
           IF CRQ-REPLACE
               IF CRQ-NEW-CARD-NUMBER = SPACES
                   MOVE 'NO REPLACEMENT CARD NUMBER'
                       TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE CRQ-NEW-CARD-NUMBER TO WS-FIND-CARD-NUMBER
               PERFORM 8100-FIND-CARD
               IF CARD-FOUND
                   MOVE 'REPLACEMENT NUMBER ON FILE'
                       TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-XR-COUNT = 2000
                   MOVE 'CARD FILE FULL' TO WS-EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CRQ-CARD-NUMBER TO WS-FIND-CARD-NUMBER
           PERFORM 8100-FIND-CARD
           IF NOT CARD-FOUND
               MOVE 'CARD NOT ON FILE' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CRQ-CUST-ID = SPACES
               MOVE WS-XR-CUST-ID(WS-XR-IDX) TO CRQ-CUST-ID
           END-IF
           IF CRQ-CUST-ID NOT = WS-XR-CUST-ID(WS-XR-IDX)
               MOVE 'CARD NOT LINKED TO ACCOUNT' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-STATUS(WS-XR-IDX) = 'C'
               MOVE 'CARD ALREADY CANCELLED' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CRQ-HOT-CARD AND WS-XR-STATUS(WS-XR-IDX) = 'H'
               MOVE 'CARD ALREADY HOT-CARDED' TO WS-EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CRQ-PIN-MAILER AND WS-XR-STATUS(WS-XR-IDX) = 'H'
               MOVE 'CARD IS HOT-CARDED' TO WS-EDIT-REASON
           END-IF
           .

      *> A request already waiting under the same account and
      *> sequence is a re-keyed duplicate — the decision file could
      *> not tell the two apart.
       1440-CHECK-DUPLICATE.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
               OR WS-EDIT-REASON NOT = SPACES
               IF WS-PND-IMAGE(WS-PND-IDX)(19:8) = CRQ-CUST-ID
                   AND WS-PND-IMAGE(WS-PND-IDX)(43:6) = CRQ-SEQ
                   MOVE 'DUPLICATE OF PENDING REQUEST'
                       TO WS-EDIT-REASON
               END-IF
           END-PERFORM
           .

       1450-ADD-PENDING-ROW.
           IF WS-PND-COUNT = 200
               DISPLAY 'CARDMNT: ERROR more than 200 pending card '
                   'requests; table full, run abandoned before any '
                   'rewrite'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PND-COUNT
           MOVE PENDING-RECORD TO WS-PND-IMAGE(WS-PND-COUNT)
           MOVE SPACES TO WS-PND-SUPERVISOR(WS-PND-COUNT)
           .

       1500-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-MDEC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MDEC-STATUS NOT = '00'
                   OR WS-MDC-COUNT = 200
               READ DECISION-FILE
                   AT END
                       MOVE '10' TO WS-MDEC-STATUS
                   NOT AT END
                       ADD 1 TO WS-MDC-COUNT
                       MOVE MDEC-ACCT-ID
                           TO WS-MDC-ACCT(WS-MDC-COUNT)
                       MOVE MDEC-SEQ
                           TO WS-MDC-SEQ(WS-MDC-COUNT)
                       MOVE MDEC-DECISION
                           TO WS-MDC-DECISION(WS-MDC-COUNT)
                       MOVE MDEC-SUPERVISOR
                           TO WS-MDC-SUPERVISOR(WS-MDC-COUNT)
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           .

      *>================================================================*
      *> OPEN VENDOR EXTRACT — opened only once every table has
      *> loaded, so an overflow stop leaves yesterday's extract
      *> untouched.
      *>================================================================*
       1600-OPEN-VENDOR-EXTRACT.
           OPEN OUTPUT VENDOR-FILE
           IF WS-VEND-STATUS NOT = '00'
               DISPLAY 'CARDMNT: ERROR opening CARD-VENDOR-EXTRACT'
                       '.DAT, STATUS=' WS-VEND-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           .

      *>================================================================*
      *> RESOLVE PENDING — match second-operator decisions against
      *> the parked requests. A request parked THIS run can be
      *> decided this run if the decision is already on file.
      *>================================================================*
       2000-RESOLVE-PENDING.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
               MOVE WS-PND-IMAGE(WS-PND-IDX) TO CARD-MAINT-REQUEST
               PERFORM 2100-FIND-DECISION
           END-PERFORM
           .

       2100-FIND-DECISION.
           PERFORM VARYING WS-MDC-IDX FROM 1 BY 1
               UNTIL WS-MDC-IDX > WS-MDC-COUNT
               OR (WS-MDC-ACCT(WS-MDC-IDX) = CRQ-CUST-ID
                   AND WS-MDC-SEQ(WS-MDC-IDX) = CRQ-SEQ)
               CONTINUE
           END-PERFORM
           IF WS-MDC-IDX > WS-MDC-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MDC-SUPERVISOR(WS-MDC-IDX) TO DTL-CHECKER
           IF WS-MDC-DECISION(WS-MDC-IDX) NOT = 'A'
               MOVE 'D' TO WS-PND-DISP(WS-PND-IDX)
               MOVE WS-MDC-SUPERVISOR(WS-MDC-IDX)
                   TO WS-PND-SUPERVISOR(WS-PND-IDX)
               ADD 1 TO WS-CTR-DENIED
               MOVE 'DENIED' TO DTL-OUTCOME
               PERFORM 8400-WRITE-REQUEST-DETAIL
               EXIT PARAGRAPH
           END-IF
      *> The maker cannot be the checker — the request waits for a
      *> second operator's approval.
           IF WS-MDC-SUPERVISOR(WS-MDC-IDX) = CRQ-REQUESTED-BY
               ADD 1 TO WS-CTR-SELF-APPROVED
               MOVE 'APPROVAL BY REQUESTER IGNORED' TO DTL-OUTCOME
               PERFORM 8400-WRITE-REQUEST-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MDC-SUPERVISOR(WS-MDC-IDX)
               TO WS-PND-SUPERVISOR(WS-PND-IDX)
           PERFORM 1410-EDIT-REQUEST
           IF WS-EDIT-REASON NOT = SPACES
               MOVE 'R' TO WS-PND-DISP(WS-PND-IDX)
               ADD 1 TO WS-CTR-REJECTED
               MOVE SPACES TO DTL-OUTCOME
               STRING 'NOT APPLIED - ' DELIMITED BY SIZE
                      WS-EDIT-REASON DELIMITED BY SIZE
                   INTO DTL-OUTCOME
               PERFORM 8400-WRITE-REQUEST-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-PND-DISP(WS-PND-IDX)
           MOVE CRQ-SEQ TO WS-CJ-REF
           MOVE CRQ-REQUESTED-BY TO WS-CJ-OPERATOR
           PERFORM 2200-APPLY-REQUEST
           ADD 1 TO WS-CTR-APPLIED
           MOVE 'APPLIED' TO DTL-OUTCOME
           PERFORM 8400-WRITE-REQUEST-DETAIL
           .

      *>================================================================*
      *> APPLY REQUEST — the edit has just passed, so for anything
      *> but an issue WS-XR-IDX is on the card acted on.
      *>================================================================*
       2200-APPLY-REQUEST.
           EVALUATE TRUE
               WHEN CRQ-ISSUE
                   MOVE CRQ-CARD-NUMBER TO WS-ADD-CARD-NUMBER
                   MOVE CRQ-CUST-ID     TO WS-ADD-CUST-ID
                   MOVE 'IS'            TO WS-VEND-ACTION
                   PERFORM 2240-ADD-CARD
               WHEN CRQ-HOT-CARD
                   MOVE 'H' TO WS-NEW-CARD-STATUS
                   PERFORM 2250-SET-CARD-STATUS
               WHEN CRQ-CANCEL
                   MOVE 'C' TO WS-NEW-CARD-STATUS
                   PERFORM 2250-SET-CARD-STATUS
               WHEN CRQ-REPLACE
                   MOVE 'C' TO WS-NEW-CARD-STATUS
                   PERFORM 2250-SET-CARD-STATUS
                   MOVE CRQ-NEW-CARD-NUMBER TO WS-ADD-CARD-NUMBER
                   MOVE CRQ-CUST-ID         TO WS-ADD-CUST-ID
                   MOVE 'RP'                TO WS-VEND-ACTION
                   PERFORM 2240-ADD-CARD
               WHEN CRQ-PIN-MAILER
                   MOVE 'CARD PIN'         TO WS-CJ-FIELD
                   MOVE CRQ-CUST-ID        TO WS-CJ-ACCT
                   MOVE SPACES             TO WS-CJ-OLD-VALUE
                   MOVE SPACES             TO WS-CJ-NEW-VALUE
                   STRING CRQ-CARD-NUMBER DELIMITED BY SIZE
                          ' MAILER' DELIMITED BY SIZE
                       INTO WS-CJ-NEW-VALUE
                   PERFORM 8960-WRITE-CHANGE-JOURNAL
                   MOVE 'PM' TO WS-VEND-ACTION
                   PERFORM 8300-WRITE-VENDOR-ROW
           END-EVALUATE
           .

      *> New card row — active from today to the end of its issue
      *> month WS-CARD-LIFE-YEARS on.
       2240-ADD-CARD.
           ADD 1 TO WS-XR-COUNT
           SET WS-XR-IDX TO WS-XR-COUNT
           MOVE WS-RUN-DATE TO WS-EXP-BASE
           PERFORM 8500-COMPUTE-EXPIRY
           MOVE WS-ADD-CARD-NUMBER TO WS-XR-CARD-NUMBER(WS-XR-IDX)
           MOVE WS-ADD-CUST-ID     TO WS-XR-CUST-ID(WS-XR-IDX)
           MOVE 'A'                TO WS-XR-STATUS(WS-XR-IDX)
           MOVE WS-RUN-DATE        TO WS-XR-ISSUE-DATE(WS-XR-IDX)
           MOVE WS-NEW-EXPIRY      TO WS-XR-EXPIRY-DATE(WS-XR-IDX)
           MOVE 'CARD ISSUED'      TO WS-CJ-FIELD
           MOVE WS-ADD-CUST-ID     TO WS-CJ-ACCT
           MOVE SPACES             TO WS-CJ-OLD-VALUE
           MOVE SPACES             TO WS-CJ-NEW-VALUE
           MOVE WS-ADD-CARD-NUMBER TO WS-CJ-NEW-VALUE(1:16)
           MOVE WS-NEW-EXPIRY      TO WS-CJ-NEW-VALUE(18:8)
           PERFORM 8960-WRITE-CHANGE-JOURNAL
           PERFORM 8300-WRITE-VENDOR-ROW
           .

      *> Status change on the card at WS-XR-IDX, journaled as
      *> card number and status before and after.
       2250-SET-CARD-STATUS.
           MOVE 'CARD STATUS'    TO WS-CJ-FIELD
           MOVE WS-XR-CUST-ID(WS-XR-IDX) TO WS-CJ-ACCT
           MOVE SPACES           TO WS-CJ-OLD-VALUE
           MOVE SPACES           TO WS-CJ-NEW-VALUE
           MOVE WS-XR-CARD-NUMBER(WS-XR-IDX)
               TO WS-CJ-OLD-VALUE(1:16)
           MOVE WS-XR-STATUS(WS-XR-IDX) TO WS-CJ-OLD-VALUE(18:1)
           MOVE WS-XR-CARD-NUMBER(WS-XR-IDX)
               TO WS-CJ-NEW-VALUE(1:16)
           MOVE WS-NEW-CARD-STATUS      TO WS-CJ-NEW-VALUE(18:1)
           MOVE WS-NEW-CARD-STATUS TO WS-XR-STATUS(WS-XR-IDX)
           PERFORM 8960-WRITE-CHANGE-JOURNAL
           .

      *>================================================================*
      *> AUTO-CANCEL — a card left open on an account the master
      *> shows closed or escheated is cancelled; the journal
      *> reference says which.
      *>================================================================*
       3000-AUTO-CANCEL.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               IF WS-XR-STATUS(WS-XR-IDX) NOT = 'C'
                   MOVE WS-XR-CUST-ID(WS-XR-IDX) TO WS-FIND-CUST-ID
                   PERFORM 8200-FIND-CUSTOMER
                   IF CUST-FOUND
                       AND (WS-CU-STATUS(WS-CU-IDX) = 'C'
                            OR WS-CU-STATUS(WS-CU-IDX) = 'E')
                       PERFORM 3100-CANCEL-FOR-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       3100-CANCEL-FOR-ACCOUNT.
           IF WS-CU-STATUS(WS-CU-IDX) = 'C'
               MOVE 'ACCT CLOSE' TO WS-CJ-REF
               MOVE SPACES       TO WS-CJ-OPERATOR
               MOVE 'AUTO-CANCELLED - ACCOUNT CLOSED'
                   TO DTL-OUTCOME
           ELSE
               MOVE 'ESCHEAT'    TO WS-CJ-REF
               MOVE SPACES       TO WS-CJ-OPERATOR
               MOVE 'AUTO-CANCELLED - ACCOUNT ESCHEATED'
                   TO DTL-OUTCOME
           END-IF
           MOVE 'C' TO WS-NEW-CARD-STATUS
           PERFORM 2250-SET-CARD-STATUS
           ADD 1 TO WS-CTR-AUTO-CANCELLED
           MOVE 'CN' TO DTL-ACTION
           PERFORM 8410-WRITE-CARD-DETAIL
           .

      *>================================================================*
      *> REISSUE PASS — first run of the month only. An active card
      *> expiring next month is extended WS-CARD-LIFE-YEARS and sent
      *> to the vendor under the same number; one on an account
      *> that is not active is held and reported instead.
      *>================================================================*
       4000-REISSUE-PASS.
           OPEN INPUT REISSUE-CTL-FILE
           IF WS-RCTL-STATUS = '00'
               READ REISSUE-CTL-FILE
                   NOT AT END
                       IF RCTL-LAST-MONTH IS NUMERIC
                           MOVE RCTL-LAST-MONTH
                               TO WS-LAST-REISSUE-MONTH
                       END-IF
               END-READ
               CLOSE REISSUE-CTL-FILE
           END-IF
           IF WS-LAST-REISSUE-MONTH NOT < WS-RUN-YYYYMM
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'CARDMNT: Monthly reissue pass for cards '
               'expiring ' WS-NEXT-MONTH
           MOVE 'REISSUE' TO WS-CJ-REF
           MOVE SPACES    TO WS-CJ-OPERATOR
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               IF WS-XR-STATUS(WS-XR-IDX) = 'A'
                   AND WS-XR-EXPIRY-DATE(WS-XR-IDX)(1:6)
                       = WS-NEXT-MONTH
                   PERFORM 4100-REISSUE-CARD
               END-IF
           END-PERFORM
           OPEN OUTPUT REISSUE-CTL-FILE
           IF WS-RCTL-STATUS = '00'
               MOVE SPACES         TO REISSUE-CTL-RECORD
               MOVE WS-RUN-YYYYMM  TO RCTL-LAST-MONTH
               WRITE REISSUE-CTL-RECORD
               CLOSE REISSUE-CTL-FILE
           END-IF
           .

       4100-REISSUE-CARD.
           MOVE 'RI' TO DTL-ACTION
           MOVE WS-XR-CUST-ID(WS-XR-IDX) TO WS-FIND-CUST-ID
           PERFORM 8200-FIND-CUSTOMER
           IF NOT CUST-FOUND
                   OR WS-CU-STATUS(WS-CU-IDX) NOT = 'A'
               ADD 1 TO WS-CTR-REISSUE-HELD
               MOVE 'REISSUE HELD - ACCOUNT NOT ACTIVE'
                   TO DTL-OUTCOME
               PERFORM 8410-WRITE-CARD-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XR-EXPIRY-DATE(WS-XR-IDX) TO WS-EXP-BASE
           PERFORM 8500-COMPUTE-EXPIRY
           MOVE 'CARD EXPIRY'    TO WS-CJ-FIELD
           MOVE WS-XR-CUST-ID(WS-XR-IDX) TO WS-CJ-ACCT
           MOVE SPACES           TO WS-CJ-OLD-VALUE
           MOVE SPACES           TO WS-CJ-NEW-VALUE
           MOVE WS-XR-CARD-NUMBER(WS-XR-IDX)
               TO WS-CJ-OLD-VALUE(1:16)
           MOVE WS-XR-EXPIRY-DATE(WS-XR-IDX)
               TO WS-CJ-OLD-VALUE(18:8)
           MOVE WS-XR-CARD-NUMBER(WS-XR-IDX)
               TO WS-CJ-NEW-VALUE(1:16)
           MOVE WS-NEW-EXPIRY    TO WS-CJ-NEW-VALUE(18:8)
           MOVE WS-NEW-EXPIRY    TO WS-XR-EXPIRY-DATE(WS-XR-IDX)
           PERFORM 8960-WRITE-CHANGE-JOURNAL
           MOVE 'RI' TO WS-VEND-ACTION
           PERFORM 8300-WRITE-VENDOR-ROW
           ADD 1 TO WS-CTR-REISSUED
           MOVE 'REISSUED TO VENDOR' TO DTL-OUTCOME
           PERFORM 8410-WRITE-CARD-DETAIL
           .

       5000-REWRITE-XREF.
           OPEN OUTPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CARDMNT: ERROR rewriting CARD-XREF.DAT, '
                       'STATUS=' WS-XREF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               IF WS-XR-ROW(WS-XR-IDX) NOT = SPACES
                   WRITE CARD-XREF-RECORD FROM WS-XR-ROW(WS-XR-IDX)
               END-IF
           END-PERFORM
           CLOSE XREF-FILE
           .

      *>================================================================*
      *> REWRITE PENDING — what is still waiting (newly parked plus
      *> undecided carryover) goes back on the parking file;
      *> applied, denied and refused requests come off it.
      *>================================================================*
       5100-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE
           IF WS-PNDC-STATUS NOT = '00'
               DISPLAY 'CARDMNT: ERROR rewriting PENDING-CARD-MAINT'
                       '.DAT, STATUS=' WS-PNDC-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-DISP(WS-PND-IDX) = 'N'
                   OR WS-PND-DISP(WS-PND-IDX) = 'U'
                   MOVE WS-PND-IMAGE(WS-PND-IDX) TO PENDING-RECORD
                   WRITE PENDING-RECORD
                   ADD 1 TO WS-CTR-CARRIED
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE
           .

      *>================================================================*
      *> CLEAR INTAKE — requests now live on the parking file and
      *> decisions have been acted on; both intake files are
      *> emptied so a rerun does not take them again.
      *>================================================================*
       5200-CLEAR-INTAKE.
           IF WS-CTR-REQUESTS-READ > 0
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
           END-IF
           IF WS-MDC-COUNT > 0
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
           END-IF
           .

       7000-FINAL-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REQUESTS RECEIVED'               TO TOT-LABEL
           MOVE WS-CTR-REQUESTS-READ              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REJECTED AT EDIT'                TO TOT-LABEL
           MOVE WS-CTR-REJECTED                   TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PARKED FOR SECOND APPROVAL'      TO TOT-LABEL
           MOVE WS-CTR-PARKED                     TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'APPLIED'                         TO TOT-LABEL
           MOVE WS-CTR-APPLIED                    TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DENIED'                          TO TOT-LABEL
           MOVE WS-CTR-DENIED                     TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'APPROVALS BY REQUESTER IGNORED'  TO TOT-LABEL
           MOVE WS-CTR-SELF-APPROVED              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'STILL PENDING'                   TO TOT-LABEL
           MOVE WS-CTR-CARRIED                    TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AUTO-CANCELLED (CLOSED/ESCHEATED)' TO TOT-LABEL
           MOVE WS-CTR-AUTO-CANCELLED             TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REISSUED'                        TO TOT-LABEL
           MOVE WS-CTR-REISSUED                   TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REISSUE HELD'                    TO TOT-LABEL
           MOVE WS-CTR-REISSUE-HELD               TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'VENDOR EXTRACT ROWS'             TO TOT-LABEL
           MOVE WS-CTR-VENDOR                     TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES
           .

      *>================================================================*
      *> FIND CARD — WS-XR-IDX on the row for WS-FIND-CARD-NUMBER.
      *>================================================================*
       8100-FIND-CARD.
           MOVE 'N' TO WS-CARD-FOUND-FLAG
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               OR WS-XR-CARD-NUMBER(WS-XR-IDX) = WS-FIND-CARD-NUMBER
               CONTINUE
           END-PERFORM
           IF WS-XR-IDX NOT > WS-XR-COUNT
               MOVE 'Y' TO WS-CARD-FOUND-FLAG
           END-IF
           .

       8200-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               OR WS-CU-ID(WS-CU-IDX) = WS-FIND-CUST-ID
               CONTINUE
           END-PERFORM
           IF WS-CU-IDX NOT > WS-CU-COUNT
               MOVE 'Y' TO WS-CUST-FOUND-FLAG
           END-IF
           .

      *>================================================================*
      *> WRITE VENDOR ROW — for the card at WS-XR-IDX; the embossed
      *> name and branch come off the master.
      *>================================================================*
       8300-WRITE-VENDOR-ROW.
           INITIALIZE CARD-VENDOR-RECORD
           MOVE WS-VEND-ACTION               TO CVX-ACTION
           MOVE WS-XR-CARD-NUMBER(WS-XR-IDX) TO CVX-CARD-NUMBER
           MOVE WS-XR-CUST-ID(WS-XR-IDX)     TO CVX-CUST-ID
           MOVE WS-XR-EXPIRY-DATE(WS-XR-IDX) TO CVX-EXPIRY-DATE
           MOVE WS-RUN-DATE                  TO CVX-RUN-DATE
           MOVE WS-XR-CUST-ID(WS-XR-IDX)     TO WS-FIND-CUST-ID
           PERFORM 8200-FIND-CUSTOMER
           IF CUST-FOUND
               MOVE WS-CU-NAME(WS-CU-IDX)    TO CVX-NAME
               MOVE WS-CU-BRANCH(WS-CU-IDX)  TO CVX-BRANCH
           END-IF
           WRITE CARD-VENDOR-RECORD
           ADD 1 TO WS-CTR-VENDOR
           .

      *>================================================================*
      *> WRITE DETAIL — card numbers print masked to the first six
      *> and last four digits.
      *>================================================================*
       8400-WRITE-REQUEST-DETAIL.
           MOVE CRQ-ACTION       TO DTL-ACTION
           MOVE CRQ-CARD-NUMBER  TO WS-FIND-CARD-NUMBER
           MOVE CRQ-CUST-ID      TO DTL-ACCT-ID
           MOVE CRQ-SEQ          TO DTL-SEQ
           MOVE CRQ-REQUESTED-BY TO DTL-MAKER
           PERFORM 8420-PRINT-DETAIL
           .

       8410-WRITE-CARD-DETAIL.
           MOVE WS-XR-CARD-NUMBER(WS-XR-IDX) TO WS-FIND-CARD-NUMBER
           MOVE WS-XR-CUST-ID(WS-XR-IDX)     TO DTL-ACCT-ID
           MOVE SPACES                       TO DTL-SEQ
           MOVE 'CARDMNT'                    TO DTL-MAKER
           MOVE SPACES                       TO DTL-CHECKER
           PERFORM 8420-PRINT-DETAIL
           .

       8420-PRINT-DETAIL.
           MOVE WS-FIND-CARD-NUMBER TO DTL-CARD-NUMBER
           MOVE '******'            TO DTL-CARD-NUMBER(7:6)
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO DTL-CHECKER
           .

      *>================================================================*
      *> COMPUTE EXPIRY — last day of WS-EXP-BASE's month,
      *> WS-CARD-LIFE-YEARS later: the day before the first of the
      *> following month.
      *>================================================================*
       8500-COMPUTE-EXPIRY.
           COMPUTE WS-EXP-WORK-YYYY =
               WS-EXP-BASE-YYYY + WS-CARD-LIFE-YEARS
           IF WS-EXP-BASE-MM = 12
               ADD 1 TO WS-EXP-WORK-YYYY
               MOVE 1 TO WS-EXP-WORK-MM
           ELSE
               COMPUTE WS-EXP-WORK-MM = WS-EXP-BASE-MM + 1
           END-IF
           MOVE 1 TO WS-EXP-WORK-DD
           COMPUTE WS-NEW-EXPIRY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EXP-WORK) - 1)
           .

      *>================================================================*
      *> WRITE CHANGE JOURNAL — one row per card change, opened per
      *> event the way ACCTMAIN's is. The request reference is the
      *> driving request's sequence, or the pass that made the
      *> change; the operator is the request's maker, blank for a
      *> pass.
      *>================================================================*
       8960-WRITE-CHANGE-JOURNAL.
           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF WS-CJ-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           IF WS-CJ-STATUS = '00'
               INITIALIZE CHANGE-JOURNAL-RECORD
               MOVE WS-CJ-ACCT      TO CJ-ACCT-ID
               MOVE WS-CJ-FIELD     TO CJ-FIELD
               MOVE WS-CJ-OLD-VALUE TO CJ-OLD-VALUE
               MOVE WS-CJ-NEW-VALUE TO CJ-NEW-VALUE
               MOVE 'CARDMNT'       TO CJ-SOURCE
               MOVE WS-CJ-REF       TO CJ-REQUEST-REF
               MOVE WS-CJ-OPERATOR  TO CJ-OPERATOR-ID
               MOVE WS-RUN-DATE     TO CJ-DATE
               WRITE CHANGE-JOURNAL-RECORD
               CLOSE CHANGE-JOURNAL-FILE
               ADD 1 TO WS-CTR-JOURNALED
           END-IF
           .

      *>================================================================*
      *> WRITE MANIFEST — the vendor extract's signature for the
      *> acknowledgment tracker; a card file carries no dollars, so
      *> the hash is zero.
      *>================================================================*
       8970-WRITE-MANIFEST.
           OPEN EXTEND MANIFEST-FILE
           IF WS-XM-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           IF WS-XM-STATUS = '00'
               INITIALIZE TRANSMIT-MANIFEST-RECORD
               MOVE 'data/CARD-VENDOR-EXTRACT.DAT' TO XM-FILENAME
               MOVE WS-RUN-DATE            TO XM-CYCLE-DATE
               MOVE WS-CTR-VENDOR          TO XM-REC-COUNT
               MOVE 0                      TO XM-AMOUNT-HASH
               SET  XM-SENT                TO TRUE
               WRITE TRANSMIT-MANIFEST-RECORD
               CLOSE MANIFEST-FILE
           END-IF
           .

       9000-TERMINATE.
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-VEND-STATUS = '00'
               CLOSE VENDOR-FILE
               IF WS-CTR-VENDOR > 0
                   PERFORM 8970-WRITE-MANIFEST
               END-IF
           END-IF
           IF WS-RETURN-CODE < 4
               AND (WS-CTR-REJECTED > 0 OR WS-CTR-DENIED > 0
                    OR WS-CTR-REISSUE-HELD > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- CARDMNT Summary ---'
           DISPLAY '  Requests read       : ' WS-CTR-REQUESTS-READ
           DISPLAY '  Parked              : ' WS-CTR-PARKED
           DISPLAY '  Applied             : ' WS-CTR-APPLIED
           DISPLAY '  Denied              : ' WS-CTR-DENIED
           DISPLAY '  Rejected            : ' WS-CTR-REJECTED
           DISPLAY '  Still pending       : ' WS-CTR-CARRIED
           DISPLAY '  Auto-cancelled      : ' WS-CTR-AUTO-CANCELLED
           DISPLAY '  Reissued            : ' WS-CTR-REISSUED
           DISPLAY '  Vendor extract rows : ' WS-CTR-VENDOR
           DISPLAY '  Journal rows        : ' WS-CTR-JOURNALED
           DISPLAY '  Return code         : ' WS-RETURN-CODE
           .
