      *>================================================================*
      *> ESTSETL.cob — Deceased-Account Estate Settlement
      *>
      *> Closes out the account of a deceased owner. ACCTMAIN's
      *> date-of-death request put the account on ESTATE-REGISTER
      *> .DAT and TXNAPPLY set it to deceased ('D'). Operations then
      *> keys a settlement request on ESTATE-SETTLE-REQUESTS.DAT
      *> (ESTREQ.cpy). The request needs two people: the one who
      *> keyed it and a different one who approved it. For each
      *> request that passes its edits this run generates
      *>   - a 'TREAS RECL' withdrawal returning to Treasury the
      *>     federal benefits TXNAPPLY flagged on BENEFIT-RECLAIM
      *>     .DAT as paid after the date of death. It is capped at
      *>     the balance, and any shortfall is shown on the report;
      *>   - the remaining balance, paid either to the estate as an
      *>     'ESTATE STL' withdrawal carrying the serial of the
      *>     official check in TRANS-CHECK-NO, with the check's issue
      *>     row appended to OFFICIAL-CHECK-REQUESTS.DAT for OFCHECK
      *>     to put on the official-check register, or to the
      *>     surviving joint owner on
      *>     CUST-SECONDARY-ID as an 'ESTATE STL' transfer pair;
      *>   - a 'CL' maintenance action that closes the account,
      *> all dropped into data/ESTATE-TRANS.DAT for TXNSORT's merge,
      *> the same synthetic-transaction pattern CHRGOFF uses. The
      *> register row is marked settled, the reclaim rows are marked
      *> returned, the settlement is journaled, and the estate gets
      *> an 'ESTL' notice.
      *>
      *> Settlement works from the balance on the prior cycle's
      *> ending master, so it is run standalone after the daily
      *> chain, once the executor's paperwork is complete.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT       (SEQUENTIAL, CUSTREC)
      *>         data/ESTATE-SETTLE-REQUESTS.DAT (LINE SEQUENTIAL,
      *>                                       ESTREQ, consumed)
      *>         data/NOTICE-MESSAGES.DAT     (LINE SEQUENTIAL, NOTMSG)
      *> I/O:    data/ESTATE-REGISTER.DAT     (LINE SEQUENTIAL, ESTATE,
      *>                                       rewritten)
      *>         data/BENEFIT-RECLAIM.DAT     (LINE SEQUENTIAL,
      *>                                       BENRECL, rewritten)
      *> Output: data/ESTATE-TRANS.DAT        (LINE SEQUENTIAL,
      *>                                       TRANSREC, merged by
      *>                                       TXNSORT)
      *>         data/CHANGE-JOURNAL.DAT      (LINE SEQUENTIAL, appended)
      *>         data/CUSTOMER-NOTICES.DAT    (LINE SEQUENTIAL, appended)
      *>         data/OFFICIAL-CHECK-REQUESTS.DAT (LINE SEQUENTIAL,
      *>                                       OFCKREQ, appended)
      *>         data/HELD-MAIL.DAT           (appended by MAILCHK when
      *>                                       an address is flagged)
      *>         data/ESTATE-SETTLE-REPORT.TXT (LINE SEQUENTIAL, print)
      *>
      *> Return codes:  0 = all requests settled,
      *>                4 = one or more requests rejected, or a
      *>                    reclamation was short,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESTSETL.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT REQUEST-FILE
               ASSIGN TO 'data/ESTATE-SETTLE-REQUESTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO 'data/ESTATE-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTR-STATUS.

           SELECT RECLAIM-FILE
               ASSIGN TO 'data/BENEFIT-RECLAIM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRC-STATUS.

           SELECT ESTATE-TRANS-FILE
               ASSIGN TO 'data/ESTATE-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETRANS-STATUS.

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO 'data/CHANGE-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO 'data/CUSTOMER-NOTICES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT NOTICE-MSG-FILE
               ASSIGN TO 'data/NOTICE-MESSAGES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTMSG-STATUS.

           SELECT OFCK-REQUEST-FILE
               ASSIGN TO 'data/OFFICIAL-CHECK-REQUESTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFCK-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/ESTATE-SETTLE-REPORT.TXT'
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

       FD  REQUEST-FILE.
       COPY ESTREQ.

       FD  REGISTER-FILE.
       COPY ESTATE.

       FD  RECLAIM-FILE.
       COPY BENRECL.

       FD  ESTATE-TRANS-FILE.
       01  ESTATE-TRANS-RECORD            PIC X(90).

       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJRNL.

       FD  NOTICE-FILE.
       COPY NOTICE.

       FD  NOTICE-MSG-FILE.
       COPY NOTMSG.

       FD  OFCK-REQUEST-FILE.
       COPY OFCKREQ.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(100).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       COPY TRANSREC.

       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-REQ-STATUS                  PIC XX.
       01  WS-ESTR-STATUS                 PIC XX.
       01  WS-BRC-STATUS                  PIC XX.
       01  WS-ETRANS-STATUS               PIC XX.
       01  WS-CJ-STATUS                   PIC XX.
       01  WS-NOTICE-STATUS               PIC XX.
       01  WS-NOTMSG-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.
       01  WS-OFCK-STATUS                 PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).

      *>----------------------------------------------------------------*
      *> Customer master — the fields settlement needs, loaded whole
      *> at startup, since requests arrive in keying order and the
      *> survivor's account is looked up as well as the deceased's.
      *>----------------------------------------------------------------*
       01  WS-CU-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CU-TABLE-AREA.
           05  WS-CU-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CU-COUNT
                   INDEXED BY WS-CU-IDX.
               10  WS-CU-ID               PIC X(8).
               10  WS-CU-NAME             PIC X(25).
               10  WS-CU-BRANCH           PIC X(3).
               10  WS-CU-STATUS           PIC X(1).
               10  WS-CU-BALANCE          PIC S9(7)V99 COMP-3.
               10  WS-CU-SECONDARY-ID     PIC X(8).
               10  WS-CU-JOINT-IND        PIC X(1).
       01  WS-FIND-CUST-ID                PIC X(8).
       01  WS-DEC-IDX                     PIC 9(5)  VALUE 0.
       01  WS-SURV-IDX                    PIC 9(5)  VALUE 0.

      *>----------------------------------------------------------------*
      *> Estate register and benefit-reclaim file — the file image
      *> per row, worked in memory and rewritten at end of run.
      *>----------------------------------------------------------------*
       01  WS-EST-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-EST-TABLE-AREA.
           05  WS-EST-ROW OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-EST-COUNT
                   INDEXED BY WS-EST-IDX
                                          PIC X(80).
       01  WS-BRC-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-BRC-TABLE-AREA.
           05  WS-BRC-ROW OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BRC-COUNT
                   INDEXED BY WS-BRC-IDX
                                          PIC X(60).

       01  WS-NM-COUNT                    PIC 9(2)  VALUE 0.
       01  WS-NM-TABLE-AREA.
           05  WS-NM-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-NM-COUNT
                   INDEXED BY WS-NM-IDX.
               10  WS-NM-CODE             PIC X(4).
               10  WS-NM-TEXT             PIC X(45).

      *>----------------------------------------------------------------*
      *> Synthetic-transaction sequence — ESTSETL's own block, the
      *> way CHRGOFF and the other generators each run theirs.
      *>----------------------------------------------------------------*
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 995001.

       01  WS-REJECT-REASON               PIC X(20).
       01  WS-BALANCE                     PIC S9(7)V99.
       01  WS-RECLAIM-OWED                PIC 9(7)V99.
       01  WS-RECLAIM-AMOUNT              PIC 9(7)V99.
       01  WS-RECLAIM-SHORT               PIC 9(7)V99.
       01  WS-SETTLE-AMOUNT               PIC 9(7)V99.

       01  WS-CTR-REQS-READ               PIC 9(5)  VALUE 0.
       01  WS-CTR-SETTLED                 PIC 9(5)  VALUE 0.
       01  WS-CTR-TO-ESTATE               PIC 9(5)  VALUE 0.
       01  WS-CTR-TO-JOINT                PIC 9(5)  VALUE 0.
       01  WS-CTR-REJECTED                PIC 9(5)  VALUE 0.
       01  WS-CTR-RECLAIMS                PIC 9(5)  VALUE 0.
       01  WS-CTR-RECL-SHORT              PIC 9(5)  VALUE 0.
       01  WS-CTR-TRANS-WRITTEN           PIC 9(5)  VALUE 0.
       01  WS-CTR-JOURNALED               PIC 9(5)  VALUE 0.
       01  WS-CTR-CHECKS-REQUESTED        PIC 9(5)  VALUE 0.
       01  WS-CTR-NOTICES                 PIC 9(5)  VALUE 0.
       01  WS-CTR-NOTICES-HELD            PIC 9(5)  VALUE 0.
       01  WS-TOTAL-RECLAIMED             PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-SETTLED               PIC 9(9)V99 VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(38)
               VALUE 'ESTATE SETTLEMENT - DECEASED ACCTS - '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(54) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(10)  VALUE 'ACCT-ID'.
           05  FILLER              PIC X(27)  VALUE 'NAME'.
           05  FILLER              PIC X(10)  VALUE 'PAY-TO'.
           05  FILLER              PIC X(16)  VALUE '          AMOUNT'.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(35)  VALUE 'ACTION'.
       01  DTL-LINE.
           05  DTL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-NAME                   PIC X(25).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-PAY-TO                 PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-ACTION                 PIC X(20).
           05  FILLER                     PIC X(15) VALUE SPACES.
       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(30).
           05  TOT-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(41) VALUE SPACES.
       01  BLANK-LINE                     PIC X(100) VALUE SPACES.

      *> Returned-mail check contract with MAILCHK
       COPY CHKMAIL.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-PROCESS-REQUESTS
               PERFORM 5000-REWRITE-REGISTER
               PERFORM 5100-REWRITE-RECLAIMS
               PERFORM 7000-FINAL-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- ESTSETL: Deceased-Account Estate Settlement ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           PERFORM 1100-LOAD-MASTER
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-REGISTER
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-LOAD-RECLAIMS
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1400-LOAD-NOTICE-MESSAGES
           OPEN OUTPUT ESTATE-TRANS-FILE
           IF WS-ETRANS-STATUS NOT = '00'
               DISPLAY 'ESTSETL: ERROR opening ESTATE-TRANS.DAT, '
                       'STATUS=' WS-ETRANS-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               OPEN OUTPUT NOTICE-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           .

       1100-LOAD-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'ESTSETL: ERROR opening customer master, '
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
                           DISPLAY 'ESTSETL: ERROR - more than 5000 '
                               'accounts; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CU-COUNT
                       MOVE CUST-ID       TO WS-CU-ID(WS-CU-COUNT)
                       MOVE CUST-NAME     TO WS-CU-NAME(WS-CU-COUNT)
                       MOVE CUST-BRANCH   TO WS-CU-BRANCH(WS-CU-COUNT)
                       MOVE CUST-STATUS   TO WS-CU-STATUS(WS-CU-COUNT)
                       MOVE CUST-BALANCE
                           TO WS-CU-BALANCE(WS-CU-COUNT)
                       MOVE CUST-SECONDARY-ID
                           TO WS-CU-SECONDARY-ID(WS-CU-COUNT)
                       MOVE CUST-JOINT-IND
                           TO WS-CU-JOINT-IND(WS-CU-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       1200-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-ESTR-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-ESTR-STATUS NOT = '00'
               DISPLAY 'ESTSETL: ERROR opening ESTATE-REGISTER.DAT, '
                       'STATUS=' WS-ESTR-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ESTR-STATUS NOT = '00'
               READ REGISTER-FILE
                   AT END
                       MOVE '10' TO WS-ESTR-STATUS
                   NOT AT END
      *> The register is rewritten from this table at end of run,
      *> so an overflow must stop the run rather than drop rows
                       IF WS-EST-COUNT = 2000
                           DISPLAY 'ESTSETL: ERROR - more than 2000 '
                               'register rows; table full, run '
                               'abandoned before any rewrite'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EST-COUNT
                       MOVE ESTATE-REGISTER-RECORD
                           TO WS-EST-ROW(WS-EST-COUNT)
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .

       1300-LOAD-RECLAIMS.
           OPEN INPUT RECLAIM-FILE
           IF WS-BRC-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-BRC-STATUS NOT = '00'
               DISPLAY 'ESTSETL: ERROR opening BENEFIT-RECLAIM.DAT, '
                       'STATUS=' WS-BRC-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BRC-STATUS NOT = '00'
               READ RECLAIM-FILE
                   AT END
                       MOVE '10' TO WS-BRC-STATUS
                   NOT AT END
                       IF WS-BRC-COUNT = 2000
                           DISPLAY 'ESTSETL: ERROR - more than 2000 '
                               'benefit-reclaim rows; table full, '
                               'run abandoned before any rewrite'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BRC-COUNT
                       MOVE BENEFIT-RECLAIM-RECORD
                           TO WS-BRC-ROW(WS-BRC-COUNT)
               END-READ
           END-PERFORM
           CLOSE RECLAIM-FILE
           .

       1400-LOAD-NOTICE-MESSAGES.
           OPEN INPUT NOTICE-MSG-FILE
           IF WS-NOTMSG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-NOTMSG-STATUS NOT = '00'
                   OR WS-NM-COUNT = 20
               READ NOTICE-MSG-FILE
                   AT END
                       MOVE '10' TO WS-NOTMSG-STATUS
                   NOT AT END
                       ADD 1 TO WS-NM-COUNT
                       MOVE NM-EVENT-CODE
                           TO WS-NM-CODE(WS-NM-COUNT)
                       MOVE NM-TEXT
                           TO WS-NM-TEXT(WS-NM-COUNT)
               END-READ
           END-PERFORM
           CLOSE NOTICE-MSG-FILE
           .

      *>================================================================*
      *> PROCESS REQUESTS — each request is edited and then settled
      *> or rejected. The file is emptied afterwards, so a rerun
      *> cannot settle the same estate twice. A rejected request has
      *> to be keyed again once the problem is fixed.
      *>================================================================*
       2000-PROCESS-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'ESTSETL: No settlement requests this run.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REQ-STATUS NOT = '00'
               READ REQUEST-FILE
                   AT END
                       MOVE '10' TO WS-REQ-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-REQS-READ
                       PERFORM 2100-EDIT-REQUEST
                       IF WS-REJECT-REASON = SPACES
                           PERFORM 3000-SETTLE-ESTATE
                       ELSE
                           PERFORM 2900-REJECT-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           OPEN OUTPUT REQUEST-FILE
           CLOSE REQUEST-FILE
           .

      *>================================================================*
      *> EDIT REQUEST — two different people on the request; an open
      *> register row; the account on the master and already posted
      *> deceased; a balance that is not overdrawn; for an estate
      *> payout, the serial of the official check; and, for a
      *> survivor payout, a joint owner who is on the master and
      *> active.
      *>================================================================*
       2100-EDIT-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-DEC-IDX
           MOVE 0 TO WS-SURV-IDX
           IF ESR-REQUESTED-BY = SPACES
               OR ESR-APPROVED-BY = SPACES
               OR ESR-REQUESTED-BY = ESR-APPROVED-BY
               MOVE 'NO DUAL CONTROL' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT ESR-TO-ESTATE AND NOT ESR-TO-JOINT
               MOVE 'BAD SETTLE-TO' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ESR-TO-ESTATE
               AND (ESR-CHECK-SERIAL NOT NUMERIC
                    OR ESR-CHECK-SERIAL = 0)
               MOVE 'NO CHECK SERIAL' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-COUNT
               OR (WS-EST-ROW(WS-EST-IDX)(1:8) = ESR-ACCT-ID
                   AND WS-EST-ROW(WS-EST-IDX)(56:1) = 'O')
               CONTINUE
           END-PERFORM
           IF WS-EST-IDX > WS-EST-COUNT
               MOVE 'NOT ON REGISTER' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ESR-ACCT-ID TO WS-FIND-CUST-ID
           PERFORM 8100-FIND-CUSTOMER
           IF WS-CU-IDX > WS-CU-COUNT
               MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           SET WS-DEC-IDX TO WS-CU-IDX
           IF WS-CU-STATUS(WS-DEC-IDX) NOT = 'D'
               MOVE 'NOT DECEASED STATUS' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-BALANCE(WS-DEC-IDX) < 0
               MOVE 'ACCOUNT OVERDRAWN' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ESR-TO-JOINT
               IF WS-CU-JOINT-IND(WS-DEC-IDX) NOT = 'Y'
                   OR WS-CU-SECONDARY-ID(WS-DEC-IDX) = SPACES
                   MOVE 'NO JOINT OWNER' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CU-SECONDARY-ID(WS-DEC-IDX) TO WS-FIND-CUST-ID
               PERFORM 8100-FIND-CUSTOMER
               IF WS-CU-IDX > WS-CU-COUNT
                   MOVE 'SURVIVOR NOT FOUND' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-CU-STATUS(WS-CU-IDX) NOT = 'A'
                   MOVE 'SURVIVOR NOT ACTIVE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               SET WS-SURV-IDX TO WS-CU-IDX
           END-IF
           .

       2900-REJECT-REQUEST.
           MOVE ESR-ACCT-ID      TO DTL-ACCT-ID
           MOVE SPACES           TO DTL-NAME
           IF WS-DEC-IDX > 0
               MOVE WS-CU-NAME(WS-DEC-IDX) TO DTL-NAME
           END-IF
           MOVE SPACES           TO DTL-PAY-TO
           MOVE 0                TO DTL-AMOUNT
           MOVE WS-REJECT-REASON TO DTL-ACTION
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           DISPLAY 'ESTSETL: Settlement rejected, acct=' ESR-ACCT-ID
               ' - ' WS-REJECT-REASON
           ADD 1 TO WS-CTR-REJECTED
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           .

      *>================================================================*
      *> SETTLE ESTATE — the Treasury return first, then the payout
      *> of whatever is left, then the close. The sequence numbers
      *> rise in that order, so TXNSORT posts them in that order.
      *>================================================================*
       3000-SETTLE-ESTATE.
           MOVE WS-CU-BALANCE(WS-DEC-IDX) TO WS-BALANCE
           PERFORM 3100-RETURN-BENEFITS
           COMPUTE WS-SETTLE-AMOUNT = WS-BALANCE - WS-RECLAIM-AMOUNT
           IF WS-SETTLE-AMOUNT > 0
               IF ESR-TO-ESTATE
                   PERFORM 3200-PAY-ESTATE
               ELSE
                   PERFORM 3300-PAY-SURVIVOR
               END-IF
           END-IF
           IF ESR-TO-ESTATE
               ADD 1 TO WS-CTR-TO-ESTATE
           ELSE
               ADD 1 TO WS-CTR-TO-JOINT
           END-IF
           PERFORM 3400-CLOSE-ACCOUNT
           PERFORM 3500-MARK-REGISTER
           PERFORM 8960-WRITE-CHANGE-JOURNAL
           PERFORM 8950-EMIT-NOTICE
           ADD 1 TO WS-CTR-SETTLED
           ADD WS-SETTLE-AMOUNT TO WS-TOTAL-SETTLED
           .

      *>================================================================*
      *> RETURN BENEFITS — total the flagged post-death benefits for
      *> the account and send them back to Treasury in one debit. The
      *> return is capped at the balance. A shortfall means the
      *> money has already gone, and Treasury then recovers it from
      *> whoever withdrew it, so the shortfall goes on the report.
      *>================================================================*
       3100-RETURN-BENEFITS.
           MOVE 0 TO WS-RECLAIM-OWED
           MOVE 0 TO WS-RECLAIM-AMOUNT
           MOVE 0 TO WS-RECLAIM-SHORT
           PERFORM VARYING WS-BRC-IDX FROM 1 BY 1
               UNTIL WS-BRC-IDX > WS-BRC-COUNT
               MOVE WS-BRC-ROW(WS-BRC-IDX) TO BENEFIT-RECLAIM-RECORD
               IF BRC-ACCT-ID = ESR-ACCT-ID AND BRC-FLAGGED
                   ADD BRC-AMOUNT TO WS-RECLAIM-OWED
                   SET BRC-RETURNED TO TRUE
                   MOVE WS-RUN-DATE TO BRC-RETURN-DATE
                   MOVE BENEFIT-RECLAIM-RECORD
                       TO WS-BRC-ROW(WS-BRC-IDX)
               END-IF
           END-PERFORM
           IF WS-RECLAIM-OWED = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RECLAIM-OWED > WS-BALANCE
               MOVE WS-BALANCE TO WS-RECLAIM-AMOUNT
               COMPUTE WS-RECLAIM-SHORT =
                   WS-RECLAIM-OWED - WS-RECLAIM-AMOUNT
           ELSE
               MOVE WS-RECLAIM-OWED TO WS-RECLAIM-AMOUNT
           END-IF
           IF WS-RECLAIM-AMOUNT > 0
               INITIALIZE TRANSACTION-RECORD
               MOVE ESR-ACCT-ID       TO TRANS-ACCT-ID
               SET  TRANS-WITHDRAW    TO TRUE
               MOVE WS-RECLAIM-AMOUNT TO TRANS-AMOUNT
               MOVE 'TREAS RECL'      TO TRANS-DESC
               PERFORM 8200-WRITE-TRANS
               ADD 1 TO WS-CTR-RECLAIMS
               ADD WS-RECLAIM-AMOUNT TO WS-TOTAL-RECLAIMED
               MOVE 'TREASURY'        TO DTL-PAY-TO
               MOVE WS-RECLAIM-AMOUNT TO DTL-AMOUNT
               MOVE 'BENEFIT RETURNED' TO DTL-ACTION
               PERFORM 8300-WRITE-DETAIL
           END-IF
           IF WS-RECLAIM-SHORT > 0
               ADD 1 TO WS-CTR-RECL-SHORT
               MOVE 'TREASURY'        TO DTL-PAY-TO
               MOVE WS-RECLAIM-SHORT  TO DTL-AMOUNT
               MOVE 'RECLAMATION SHORT' TO DTL-ACTION
               PERFORM 8300-WRITE-DETAIL
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *>================================================================*
      *> PAY ESTATE — the debit carries the check serial so OFCHECK
      *> can see it post, and the check goes onto the official-check
      *> register through the branches' own request file.
      *>================================================================*
       3200-PAY-ESTATE.
           INITIALIZE TRANSACTION-RECORD
           MOVE ESR-ACCT-ID       TO TRANS-ACCT-ID
           SET  TRANS-WITHDRAW    TO TRUE
           MOVE WS-SETTLE-AMOUNT  TO TRANS-AMOUNT
           MOVE 'ESTATE STL'      TO TRANS-DESC
           MOVE ESR-CHECK-SERIAL  TO TRANS-CHECK-NO
           PERFORM 8200-WRITE-TRANS
           PERFORM 3250-REQUEST-OFFICIAL-CHECK
           MOVE 'ESTATE'          TO DTL-PAY-TO
           MOVE WS-SETTLE-AMOUNT  TO DTL-AMOUNT
           MOVE 'PAID TO ESTATE'  TO DTL-ACTION
           PERFORM 8300-WRITE-DETAIL
           .

       3250-REQUEST-OFFICIAL-CHECK.
           OPEN EXTEND OFCK-REQUEST-FILE
           IF WS-OFCK-STATUS NOT = '00'
               OPEN OUTPUT OFCK-REQUEST-FILE
           END-IF
           IF WS-OFCK-STATUS NOT = '00'
               DISPLAY 'ESTSETL: ERROR opening OFFICIAL-CHECK-REQUESTS'
                       '.DAT, STATUS=' WS-OFCK-STATUS
                       ' - check ' ESR-CHECK-SERIAL ' not registered'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE OFFICIAL-CHECK-REQUEST
           SET  OCQ-ISSUE         TO TRUE
           MOVE ESR-CHECK-SERIAL  TO OCQ-SERIAL
           SET  OCQ-ESTATE-PAYOUT TO TRUE
           MOVE ESR-ACCT-ID       TO OCQ-ACCT-ID
           STRING 'ESTATE OF ' WS-CU-NAME(WS-DEC-IDX)
               DELIMITED BY SIZE INTO OCQ-PAYEE
           MOVE WS-SETTLE-AMOUNT  TO OCQ-AMOUNT
           MOVE WS-CU-BRANCH(WS-DEC-IDX) TO OCQ-BRANCH
           MOVE ESR-REQUESTED-BY  TO OCQ-KEYED-BY
           WRITE OFFICIAL-CHECK-REQUEST
           CLOSE OFCK-REQUEST-FILE
           ADD 1 TO WS-CTR-CHECKS-REQUESTED
           .

      *>================================================================*
      *> PAY SURVIVOR — a transfer pair under one TRANS-SEQ, the way
      *> ACCTMERG moves a duplicate's balance to its survivor.
      *>================================================================*
       3300-PAY-SURVIVOR.
           INITIALIZE TRANSACTION-RECORD
           MOVE ESR-ACCT-ID       TO TRANS-ACCT-ID
           SET  TRANS-TRANSFER    TO TRUE
           MOVE WS-SETTLE-AMOUNT  TO TRANS-AMOUNT
           MOVE WS-RUN-DATE       TO TRANS-DATE
           MOVE WS-CU-BRANCH(WS-DEC-IDX) TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ       TO TRANS-SEQ
           MOVE 'ESTATE STL'      TO TRANS-DESC
           MOVE WS-CU-ID(WS-SURV-IDX) TO TRANS-XFER-ACCT-ID
           SET  TRANS-XFER-DEBIT  TO TRUE
           MOVE ESR-REQUESTED-BY  TO TRANS-OPERATOR-ID
           MOVE ESR-APPROVED-BY   TO TRANS-APPROVER-ID
           WRITE ESTATE-TRANS-RECORD FROM TRANSACTION-RECORD
           MOVE WS-CU-ID(WS-SURV-IDX) TO TRANS-ACCT-ID
           MOVE ESR-ACCT-ID       TO TRANS-XFER-ACCT-ID
           SET  TRANS-XFER-CREDIT TO TRUE
           WRITE ESTATE-TRANS-RECORD FROM TRANSACTION-RECORD
           ADD 1 TO WS-NEXT-SEQ
           ADD 2 TO WS-CTR-TRANS-WRITTEN
           MOVE WS-CU-ID(WS-SURV-IDX) TO DTL-PAY-TO
           MOVE WS-SETTLE-AMOUNT  TO DTL-AMOUNT
           MOVE 'PAID TO SURVIVOR' TO DTL-ACTION
           PERFORM 8300-WRITE-DETAIL
           .

       3400-CLOSE-ACCOUNT.
           INITIALIZE TRANSACTION-RECORD
           MOVE ESR-ACCT-ID       TO TRANS-ACCT-ID
           SET  TRANS-MAINTENANCE TO TRUE
           MOVE ZEROES            TO TRANS-AMOUNT
           MOVE 'CL'              TO TRANS-DESC(1:2)
           PERFORM 8200-WRITE-TRANS
           MOVE SPACES            TO DTL-PAY-TO
           MOVE 0                 TO DTL-AMOUNT
           MOVE 'ACCOUNT CLOSED'  TO DTL-ACTION
           PERFORM 8300-WRITE-DETAIL
           .

       3500-MARK-REGISTER.
           MOVE WS-EST-ROW(WS-EST-IDX) TO ESTATE-REGISTER-RECORD
           SET  EST-SETTLED       TO TRUE
           MOVE WS-RUN-DATE       TO EST-SETTLE-DATE
           MOVE ESR-SETTLE-TO     TO EST-SETTLE-TO
           MOVE WS-SETTLE-AMOUNT  TO EST-SETTLE-AMOUNT
           MOVE ESTATE-REGISTER-RECORD TO WS-EST-ROW(WS-EST-IDX)
           .

       5000-REWRITE-REGISTER.
           IF WS-EST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-ESTR-STATUS NOT = '00'
               DISPLAY 'ESTSETL: ERROR rewriting ESTATE-REGISTER.DAT, '
                       'STATUS=' WS-ESTR-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-COUNT
               MOVE WS-EST-ROW(WS-EST-IDX) TO ESTATE-REGISTER-RECORD
               WRITE ESTATE-REGISTER-RECORD
           END-PERFORM
           CLOSE REGISTER-FILE
           .

       5100-REWRITE-RECLAIMS.
           IF WS-BRC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RECLAIM-FILE
           IF WS-BRC-STATUS NOT = '00'
               DISPLAY 'ESTSETL: ERROR rewriting BENEFIT-RECLAIM.DAT, '
                       'STATUS=' WS-BRC-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BRC-IDX FROM 1 BY 1
               UNTIL WS-BRC-IDX > WS-BRC-COUNT
               MOVE WS-BRC-ROW(WS-BRC-IDX) TO BENEFIT-RECLAIM-RECORD
               WRITE BENEFIT-RECLAIM-RECORD
           END-PERFORM
           CLOSE RECLAIM-FILE
           .

       7000-FINAL-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ESTATES SETTLED'          TO TOT-LABEL
           MOVE WS-CTR-SETTLED             TO TOT-COUNT
           MOVE WS-TOTAL-SETTLED           TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BENEFITS RETURNED'        TO TOT-LABEL
           MOVE WS-CTR-RECLAIMS            TO TOT-COUNT
           MOVE WS-TOTAL-RECLAIMED         TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REQUESTS REJECTED'        TO TOT-LABEL
           MOVE WS-CTR-REJECTED            TO TOT-COUNT
           MOVE 0                          TO TOT-AMOUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

       8100-FIND-CUSTOMER.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               OR WS-CU-ID(WS-CU-IDX) = WS-FIND-CUST-ID
               CONTINUE
           END-PERFORM
           .

      *> Common fields of a generated transaction — the caller sets
      *> account, type, amount and description.
       8200-WRITE-TRANS.
           MOVE WS-RUN-DATE              TO TRANS-DATE
           MOVE ESR-REQUESTED-BY         TO TRANS-OPERATOR-ID
           MOVE ESR-APPROVED-BY          TO TRANS-APPROVER-ID
           MOVE WS-CU-BRANCH(WS-DEC-IDX) TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ              TO TRANS-SEQ
           ADD 1 TO WS-NEXT-SEQ
           WRITE ESTATE-TRANS-RECORD FROM TRANSACTION-RECORD
           ADD 1 TO WS-CTR-TRANS-WRITTEN
           .

       8300-WRITE-DETAIL.
           MOVE ESR-ACCT-ID             TO DTL-ACCT-ID
           MOVE WS-CU-NAME(WS-DEC-IDX)  TO DTL-NAME
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> EMIT NOTICE — the estate is told the account has been
      *> settled and for how much. The wording comes from the
      *> editable message table.
      *>================================================================*
       8950-EMIT-NOTICE.
           IF WS-NOTICE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           INITIALIZE CUSTOMER-NOTICE-RECORD
           MOVE ESR-ACCT-ID      TO NOT-ACCT-ID
           MOVE 'ESTL'           TO NOT-EVENT-CODE
           MOVE WS-SETTLE-AMOUNT TO NOT-AMOUNT
           MOVE WS-RUN-DATE      TO NOT-DATE
           MOVE 'THE ESTATE ACCOUNT HAS BEEN SETTLED AND CLOSED'
               TO NOT-TEXT
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
               UNTIL WS-NM-IDX > WS-NM-COUNT
               IF WS-NM-CODE(WS-NM-IDX) = 'ESTL'
                   MOVE WS-NM-TEXT(WS-NM-IDX) TO NOT-TEXT
               END-IF
           END-PERFORM
           MOVE SPACES           TO MAIL-CHECK-REQUEST
           SET MC-FUNC-HOLD      TO TRUE
           MOVE NOT-ACCT-ID      TO MC-ACCT-ID
           MOVE 'ESTSETL'        TO MC-SOURCE
           MOVE NOT-EVENT-CODE   TO MC-ITEM-TYPE
           MOVE NOT-DATE         TO MC-ITEM-DATE
           MOVE NOT-AMOUNT       TO MC-AMOUNT
           MOVE NOT-TEXT         TO MC-TEXT
           CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE
           IF MC-UNDELIVERABLE
               ADD 1 TO WS-CTR-NOTICES-HELD
               EXIT PARAGRAPH
           END-IF
           WRITE CUSTOMER-NOTICE-RECORD
           ADD 1 TO WS-CTR-NOTICES
           .

      *>================================================================*
      *> WRITE CHANGE JOURNAL — the register's move from open to
      *> settled, with who keyed and who approved it in the values
      *> and the request sequence as the reference.
      *>================================================================*
       8960-WRITE-CHANGE-JOURNAL.
           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF WS-CJ-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           IF WS-CJ-STATUS = '00'
               INITIALIZE CHANGE-JOURNAL-RECORD
               MOVE ESR-ACCT-ID      TO CJ-ACCT-ID
               MOVE 'ESTATE'         TO CJ-FIELD
               STRING 'OPEN BY ' ESR-REQUESTED-BY
                   DELIMITED BY SIZE INTO CJ-OLD-VALUE
               STRING 'SETTLED ' ESR-SETTLE-TO ' BY ' ESR-APPROVED-BY
                   DELIMITED BY SIZE INTO CJ-NEW-VALUE
               MOVE 'ESTSETL'        TO CJ-SOURCE
               MOVE ESR-SEQ          TO CJ-REQUEST-REF
               MOVE ESR-REQUESTED-BY TO CJ-OPERATOR-ID
               MOVE WS-RUN-DATE      TO CJ-DATE
               WRITE CHANGE-JOURNAL-RECORD
               CLOSE CHANGE-JOURNAL-FILE
               ADD 1 TO WS-CTR-JOURNALED
           END-IF
           .

       9000-TERMINATE.
           IF WS-ETRANS-STATUS = '00'
               CLOSE ESTATE-TRANS-FILE
           END-IF
           IF WS-NOTICE-STATUS = '00'
               CLOSE NOTICE-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           DISPLAY '--- ESTSETL Summary ---'
           DISPLAY '  Requests read      : ' WS-CTR-REQS-READ
           DISPLAY '  Estates settled    : ' WS-CTR-SETTLED
           DISPLAY '    To the estate    : ' WS-CTR-TO-ESTATE
           DISPLAY '    To joint survivor: ' WS-CTR-TO-JOINT
           DISPLAY '  Amount settled     : ' WS-TOTAL-SETTLED
           DISPLAY '  Benefit returns    : ' WS-CTR-RECLAIMS
           DISPLAY '  Amount returned    : ' WS-TOTAL-RECLAIMED
           DISPLAY '  Reclamations short : ' WS-CTR-RECL-SHORT
           DISPLAY '  Requests rejected  : ' WS-CTR-REJECTED
           DISPLAY '  Transactions written: ' WS-CTR-TRANS-WRITTEN
           DISPLAY '  Changes journaled  : ' WS-CTR-JOURNALED
           DISPLAY '  Official checks    : ' WS-CTR-CHECKS-REQUESTED
           DISPLAY '  Notices emitted    : ' WS-CTR-NOTICES
           DISPLAY '  Notices held       : ' WS-CTR-NOTICES-HELD
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
