      *> need to land in one sorted run before TXNVALID sees them. A
      *> feed that hasn't shown up yet for this cycle (status '35') is
      *> skipped rather than treated as fatal.
      *>
      *> Within each account the items are posted in the order the
      *> posting-order policy on POSTING-POLICY.DAT lays down (see
      *> POSTPOL.cpy), not in the order the feeds happened to arrive:
      *> each item is given its class's rank and an in-class key,
      *> and the sort runs on account, rank, key and then TRANS-SEQ.
      *> The policy actually applied, house default included, is
      *> written to POSTING-POLICY-APPLIED.DAT for TXNAPPLY, TXNRPT
      *> and POSTSIM.
      *>
      *> An item still arriving on an acquired portfolio's old
      *> account number is re-keyed to the new number here, before
      *> it is ranked and sorted, for as long as the conversion
      *> cross-reference's grace period runs (ACCTXLAT answers as of
      *> the processing date) — so it sorts and posts under the
      *> account it now belongs to. A transfer's counter-account is
      *> re-keyed the same way.
      *>
      *> The branch platform's feeds (WS-CTL-FEED-TABLE) come from
      *> outside the shop and must be wrapped in the sender's header
      *> and trailer (FEEDCTL.cpy). Before anything is sorted, each
      *> is proved through FEEDCHK — sender, file date, row count,
      *> amount hash — and the checks go on FEED-ACCEPTANCE.TXT. A
      *> feed that fails is moved whole to data/QUARANTINE-<feed>
      *> and the step ends RC 8 without sorting, leaving every other
      *> feed on disk for the re-run.
      *>
      *> Every item leaves here with TRANS-ORIGIN set from the feed
      *> it was read off (1060-SET-FEED-ORIGIN) — the only place the
      *> system-origin marker is ever set.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TXNSORT.

               FILE STATUS IS WS-SORTED-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'SORTWORK'.
      *> Posting-order policy — ops-maintained; a missing file means
      *> the house policy applies.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POSTING-POLICY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT APPLIED-POLICY-FILE
               ASSIGN TO 'data/POSTING-POLICY-APPLIED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
      *> Chain control totals — opened fresh here at the top of each
      *> cycle; every later step appends its own rows and CTLBAL
      *> proves the handoffs at the end of the chain.
               ASSIGN TO 'data/CONTROL-TOTALS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           SELECT QUARANTINE-FILE
               ASSIGN TO WS-QUAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  UNSORTED-FILE.
       01  UNSORTED-RECORD                PIC X(91).
      *> Sender header/trailer rows on the branch platform's feeds
       COPY FEEDCTL.

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD              PIC X(91).

       FD  SORTED-FILE.
       01  SORTED-RECORD                  PIC X(91).

       FD  CONTROL-FILE.
       COPY CTLTOTAL.

       FD  POLICY-FILE.
       COPY POSTPOL.

       FD  APPLIED-POLICY-FILE.
       01  APPLIED-POLICY-RECORD         PIC X(30).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

      *> Sort Description — SD, not FD. Keys inline to match TRANSREC.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CURRENCY             PIC X(3).
           05  SORT-ORIG-AMOUNT          PIC 9(7)V99.
           05  SORT-CHECK-NO             PIC 9(6).
           05  SORT-OPERATOR-ID          PIC X(8).
           05  SORT-APPROVER-ID          PIC X(8).
           05  SORT-ORIGIN               PIC X(1).
      *> Posting-order keys, set by 1150-RANK-ITEM; not written out
           05  SORT-POST-RANK            PIC 9(1).
           05  SORT-POST-KEY             PIC 9(9).

       WORKING-STORAGE SECTION.
       COPY TRANSREC.
       01  WS-RECORDS-READ               PIC 9(7)  VALUE ZERO.
       01  WS-RECORDS-FILTERED           PIC 9(7)  VALUE ZERO.
       01  WS-RECORDS-WRITTEN            PIC 9(7)  VALUE ZERO.
       01  WS-RECORDS-REDIRECTED         PIC 9(7)  VALUE ZERO.
       01  WS-PDATE-STATUS               PIC XX.
       01  WS-PROC-DATE                  PIC 9(8).
       COPY XLATACCT.
       01  WS-EOF-FLAG                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
           88  WS-NOT-EOF                          VALUE 'N'.
           05  FILLER       PIC X(32) VALUE 'data/TERM-TRANS.DAT'.
           05  FILLER       PIC X(32)
               VALUE 'data/ANALYSIS-TRANS.DAT'.
           05  FILLER       PIC X(32) VALUE 'data/LOAN-TRANS.DAT'.
           05  FILLER       PIC X(32)
               VALUE 'data/CHARGEOFF-TRANS.DAT'.
           05  FILLER       PIC X(32)
               VALUE 'data/ACH-RECEIVE-TRANS.DAT'.
           05  FILLER       PIC X(32) VALUE 'data/ESTATE-TRANS.DAT'.
           05  FILLER       PIC X(32)
               VALUE 'data/ZBA-SWEEP-TRANS.DAT'.
           05  FILLER       PIC X(32) VALUE 'data/SDBOX-TRANS.DAT'.
           05  FILLER       PIC X(32) VALUE 'data/CIP-TRANS.DAT'.
           05  FILLER       PIC X(32)
               VALUE 'data/OFFICIAL-CHECK-TRANS.DAT'.
           05  FILLER       PIC X(32)
               VALUE 'data/CLAIMS-DISB-TRANS.DAT'.
       01  WS-FEED-TABLE REDEFINES WS-FEED-TABLE-VALUES.
           05  WS-FEED-NAME       PIC X(32) OCCURS 28 TIMES
                   INDEXED BY WS-FEED-IDX.
       01  WS-FEED-COUNT                 PIC 9(2)  VALUE 28.
       01  WS-FEED-NOT-FOUND-SW          PIC X(1)  VALUE 'N'.
           88  WS-FEED-NOT-FOUND                   VALUE 'Y'.
           88  WS-FEED-FOUND                       VALUE 'N'.

      *>----------------------------------------------------------------*
      *> Feeds that come from outside senders, with the sender ID each
      *> must carry on its header. Only these are proved before the
      *> sort; the in-house feeds above are written by our own steps.
      *>----------------------------------------------------------------*
       01  WS-CTL-FEED-VALUES.
           05  FILLER       PIC X(32) VALUE 'data/TRANSACTIONS.DAT'.
           05  FILLER       PIC X(8)  VALUE 'BRCHMAIN'.
           05  FILLER       PIC X(32) VALUE 'data/TRANSACTIONS-BR1.DAT'.
           05  FILLER       PIC X(8)  VALUE 'BRCH-BR1'.
           05  FILLER       PIC X(32) VALUE 'data/TRANSACTIONS-BR2.DAT'.
           05  FILLER       PIC X(8)  VALUE 'BRCH-BR2'.
           05  FILLER       PIC X(32) VALUE 'data/TRANSACTIONS-BR3.DAT'.
           05  FILLER       PIC X(8)  VALUE 'BRCH-BR3'.
       01  WS-CTL-FEED-TABLE REDEFINES WS-CTL-FEED-VALUES.
           05  WS-CTL-FEED OCCURS 4 TIMES
                   INDEXED BY WS-CTL-IDX.
               10  WS-CTL-FEED-NAME      PIC X(32).
               10  WS-CTL-FEED-SENDER    PIC X(8).
       01  WS-CTL-FEED-COUNT             PIC 9(1)  VALUE 4.
       01  WS-FEED-CONTROLLED-SW         PIC X(1)  VALUE 'N'.
           88  WS-FEED-CONTROLLED                  VALUE 'Y'.
       01  WS-FEEDS-QUARANTINED          PIC 9(1)  VALUE 0.
      *> TRANS-ORIGIN for every item off the feed being read — set
      *> from the feed's name by 1050, blank for any feed not ours
       01  WS-FEED-ORIGIN                PIC X(1)  VALUE SPACE.
       01  WS-QUAR-FILENAME              PIC X(48).
       01  WS-QUAR-STATUS                PIC XX.
       COPY CHKFEED.

      *>----------------------------------------------------------------*
      *> Posting-order policy in effect — one entry per item class it
      *> ranks. A class with no entry ranks 8, behind every listed
      *> class; maintenance always ranks 9.
      *>----------------------------------------------------------------*
       01  WS-POLICY-STATUS              PIC XX.
       01  WS-APPLIED-STATUS             PIC XX.
       01  WS-POL-NAME                   PIC X(12) VALUE SPACES.
       01  WS-POL-COUNT                  PIC 9(1)  VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-POL-IDX.
               10  WS-POL-RANK           PIC 9(1).
               10  WS-POL-CLASS          PIC X(2).
               10  WS-POL-ORDER          PIC X(2).
       01  WS-POL-ROWS-IGNORED           PIC 9(3)  VALUE 0.
       01  WS-ITEM-CLASS                 PIC X(2).
       01  WS-ITEM-RANK                  PIC 9(1).
       01  WS-ITEM-KEY                   PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY '================================================'
           DISPLAY 'TXNSORT -- Step 1: Sort Transactions'
           DISPLAY '================================================'

           PERFORM 0400-GET-PROC-DATE
           PERFORM 0500-LOAD-POSTING-POLICY
           PERFORM 0600-PROVE-BRANCH-FEEDS
           IF WS-FEEDS-QUARANTINED > 0
               DISPLAY 'TXNSORT: FATAL - ' WS-FEEDS-QUARANTINED
                   ' branch feed(s) quarantined, nothing sorted'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCT-ID
               ON ASCENDING KEY SORT-POST-RANK
               ON ASCENDING KEY SORT-POST-KEY
               ON ASCENDING KEY SORT-SEQ
               INPUT  PROCEDURE IS 1000-INPUT-PROC
               OUTPUT PROCEDURE IS 2000-OUTPUT-PROC
           DISPLAY '  Records read    : ' WS-RECORDS-READ
           DISPLAY '  Records filtered: ' WS-RECORDS-FILTERED
           DISPLAY '  Records written : ' WS-RECORDS-WRITTEN
           DISPLAY '  Redirected      : ' WS-RECORDS-REDIRECTED
           DISPLAY '  Posting order   : ' WS-POL-NAME
           DISPLAY '  Return code     : ' RETURN-CODE
           DISPLAY '================================================'
           PERFORM 9500-WRITE-CONTROL-TOTALS
               CLOSE CONTROL-FILE
           END-IF.

      *> Processing date the conversion grace periods are judged
      *> against; no file means the wall clock.
       0400-GET-PROC-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROC-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-PROC-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.

      *>================================================================*
      *> LOAD POSTING POLICY — take the 'E' rows off the policy file.
      *> A row with an unknown class or order, a rank outside 1-7,
      *> or a class already ranked is ignored with a warning rather
      *> than failing the cycle. With no usable row at all the house
      *> policy applies. Either way the result is written out as the
      *> applied policy.
      *>================================================================*
       0500-LOAD-POSTING-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = '00'
               PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
                   READ POLICY-FILE
                       AT END
                           MOVE '10' TO WS-POLICY-STATUS
                       NOT AT END
                           IF POL-IN-EFFECT
                               PERFORM 0550-ADD-POLICY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF
           IF WS-POL-COUNT = 0
               PERFORM 0560-DEFAULT-POLICY
           END-IF
           DISPLAY 'TXNSORT: Posting order policy ' WS-POL-NAME
               ' - ' WS-POL-COUNT ' class(es) ranked.'
           PERFORM 0570-WRITE-APPLIED-POLICY
           .

       0550-ADD-POLICY-ROW.
           IF NOT POL-VALID-CLASS OR NOT POL-VALID-ORDER
               OR POL-RANK NOT NUMERIC
               OR POL-RANK < 1 OR POL-RANK > 7
               ADD 1 TO WS-POL-ROWS-IGNORED
               DISPLAY 'TXNSORT: WARNING - posting policy row '
                   'ignored, class=' POL-CLASS ' order=' POL-ORDER
                   ' rank=' POL-RANK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               OR WS-POL-CLASS(WS-POL-IDX) = POL-CLASS
               CONTINUE
           END-PERFORM
           IF WS-POL-IDX NOT > WS-POL-COUNT
               ADD 1 TO WS-POL-ROWS-IGNORED
               DISPLAY 'TXNSORT: WARNING - posting policy class '
                   POL-CLASS ' ranked twice, later row ignored'
               EXIT PARAGRAPH
           END-IF
           IF WS-POL-COUNT = 0
               MOVE POL-NAME TO WS-POL-NAME
           END-IF
           ADD 1 TO WS-POL-COUNT
           MOVE POL-RANK  TO WS-POL-RANK(WS-POL-COUNT)
           MOVE POL-CLASS TO WS-POL-CLASS(WS-POL-COUNT)
           MOVE POL-ORDER TO WS-POL-ORDER(WS-POL-COUNT)
           .

      *> House policy — credits, then card items, then checks by
      *> serial number, then every other debit smallest first
       0560-DEFAULT-POLICY.
           MOVE 'STANDARD' TO WS-POL-NAME
           MOVE 4 TO WS-POL-COUNT
           MOVE 1    TO WS-POL-RANK(1)
           MOVE 'CR' TO WS-POL-CLASS(1)
           MOVE 'AR' TO WS-POL-ORDER(1)
           MOVE 2    TO WS-POL-RANK(2)
           MOVE 'CD' TO WS-POL-CLASS(2)
           MOVE 'AR' TO WS-POL-ORDER(2)
           MOVE 3    TO WS-POL-RANK(3)
           MOVE 'CK' TO WS-POL-CLASS(3)
           MOVE 'CN' TO WS-POL-ORDER(3)
           MOVE 4    TO WS-POL-RANK(4)
           MOVE 'DB' TO WS-POL-CLASS(4)
           MOVE 'LH' TO WS-POL-ORDER(4)
           .

       0570-WRITE-APPLIED-POLICY.
           OPEN OUTPUT APPLIED-POLICY-FILE
           IF WS-APPLIED-STATUS NOT = '00'
               DISPLAY 'TXNSORT: WARNING - cannot write '
                   'POSTING-POLICY-APPLIED.DAT, status='
                   WS-APPLIED-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               INITIALIZE POSTING-POLICY-RECORD
               SET  POL-IN-EFFECT TO TRUE
               MOVE WS-POL-NAME   TO POL-NAME
               MOVE WS-POL-RANK(WS-POL-IDX)  TO POL-RANK
               MOVE WS-POL-CLASS(WS-POL-IDX) TO POL-CLASS
               MOVE WS-POL-ORDER(WS-POL-IDX) TO POL-ORDER
               WRITE APPLIED-POLICY-RECORD FROM POSTING-POLICY-RECORD
           END-PERFORM
           CLOSE APPLIED-POLICY-FILE
           .

      *>================================================================*
      *> PROVE BRANCH FEEDS — every row of every outside feed goes
      *> past FEEDCHK before the sort starts, so a bad feed stops the
      *> cycle with nothing released. A feed not present is reported
      *> as not received, as 1050 would skip it.
      *>================================================================*
       0600-PROVE-BRANCH-FEEDS.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-FEED-COUNT
               PERFORM 0650-PROVE-ONE-FEED
           END-PERFORM
           .

       0650-PROVE-ONE-FEED.
           MOVE WS-CTL-FEED-NAME(WS-CTL-IDX) TO WS-INPUT-FILENAME
           INITIALIZE FEED-CHECK-REQUEST
           MOVE 'TXNSORT'                     TO FK-STEP
           MOVE WS-INPUT-FILENAME(6:27)       TO FK-FEED-NAME
           MOVE WS-CTL-FEED-SENDER(WS-CTL-IDX) TO FK-EXPECTED-SENDER
           MOVE WS-PROC-DATE                  TO FK-RUN-DATE
           STRING 'QUARANTINE-' FK-FEED-NAME DELIMITED BY SPACE
               INTO FK-QUARANTINE-FILE
           MOVE 'N'                           TO FK-NEW-REPORT
           SET FK-FUNC-BEGIN TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE

           OPEN INPUT UNSORTED-FILE
           IF WS-UNSORTED-STATUS NOT = '00'
               AND WS-UNSORTED-STATUS NOT = '35'
               DISPLAY 'TXNSORT: FATAL - Cannot open '
                   WS-INPUT-FILENAME ', status=' WS-UNSORTED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-UNSORTED-STATUS = '00'
               SET FK-FUNC-RECORD TO TRUE
               PERFORM UNTIL WS-UNSORTED-STATUS NOT = '00'
                   READ UNSORTED-FILE INTO TRANSACTION-RECORD
                       AT END
                           MOVE '10' TO WS-UNSORTED-STATUS
                       NOT AT END
                           MOVE UNSORTED-RECORD TO FK-RECORD
                           IF FCR-CONTROL
                               MOVE 0 TO FK-AMOUNT
                           ELSE
                               MOVE TRANS-AMOUNT TO FK-AMOUNT
                           END-IF
                           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                                FEED-CHECK-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE UNSORTED-FILE
           END-IF

           SET FK-FUNC-END TO TRUE
           CALL 'FEEDCHK' USING FEED-CHECK-REQUEST
                                FEED-CHECK-RESPONSE
           IF FK-QUARANTINED
               ADD 1 TO WS-FEEDS-QUARANTINED
               DISPLAY 'TXNSORT: ' FUNCTION TRIM(FK-FEED-NAME)
                   ' REJECTED - ' FUNCTION TRIM(FK-REASON)
               PERFORM 0660-QUARANTINE-FEED
           END-IF
           .

      *> The failed feed is copied whole to its quarantine file and
      *> the original emptied, the way 1075 empties a consumed feed.
       0660-QUARANTINE-FEED.
           MOVE SPACES TO WS-QUAR-FILENAME
           STRING 'data/' FK-QUARANTINE-FILE DELIMITED BY SPACE
               INTO WS-QUAR-FILENAME
           OPEN INPUT UNSORTED-FILE
           OPEN OUTPUT QUARANTINE-FILE
           IF WS-QUAR-STATUS NOT = '00'
               DISPLAY 'TXNSORT: ERROR opening ' WS-QUAR-FILENAME
                   ', status=' WS-QUAR-STATUS
               CLOSE UNSORTED-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-UNSORTED-STATUS NOT = '00'
               READ UNSORTED-FILE
                   AT END
                       MOVE '10' TO WS-UNSORTED-STATUS
                   NOT AT END
                       WRITE QUARANTINE-RECORD FROM UNSORTED-RECORD
               END-READ
           END-PERFORM
           CLOSE UNSORTED-FILE
           CLOSE QUARANTINE-FILE
           OPEN OUTPUT UNSORTED-FILE
           CLOSE UNSORTED-FILE
           DISPLAY 'TXNSORT: ' FUNCTION TRIM(FK-FEED-NAME)
               ' moved to ' FUNCTION TRIM(WS-QUAR-FILENAME)
           .

      *> INPUT PROCEDURE — Read, filter, release to sort, one feed
      *> at a time, until every entry in WS-FEED-TABLE has been tried.
       1000-INPUT-PROC.
               STOP RUN
           END-IF
           IF WS-FEED-FOUND
      *> An outside feed's header and trailer were proved by 0600
      *> and are passed over here.
               MOVE 'N' TO WS-FEED-CONTROLLED-SW
               SET WS-CTL-IDX TO 1
               SEARCH WS-CTL-FEED
                   WHEN WS-CTL-FEED-NAME(WS-CTL-IDX)
                           = WS-INPUT-FILENAME
                       SET WS-FEED-CONTROLLED TO TRUE
               END-SEARCH
               PERFORM 1060-SET-FEED-ORIGIN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ UNSORTED-FILE INTO TRANSACTION-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NOT (WS-FEED-CONTROLLED AND FCR-CONTROL)
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM 1100-FILTER-AND-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNSORTED-FILE
           END-IF
           .

      *> The steps whose items TXNVALID and TXNAPPLY treat apart
      *> each write a feed of their own; an item is marked with its
      *> origin only when it was read off that feed. Whatever an item
      *> carried in TRANS-ORIGIN on arrival is overwritten.
       1060-SET-FEED-ORIGIN.
           EVALUATE WS-INPUT-FILENAME
               WHEN 'data/LOAN-TRANS.DAT'
                   MOVE 'L' TO WS-FEED-ORIGIN
               WHEN 'data/CHARGEOFF-TRANS.DAT'
                   MOVE 'C' TO WS-FEED-ORIGIN
               WHEN 'data/ESTATE-TRANS.DAT'
                   MOVE 'E' TO WS-FEED-ORIGIN
               WHEN 'data/ZBA-SWEEP-TRANS.DAT'
                   MOVE 'Z' TO WS-FEED-ORIGIN
               WHEN OTHER
                   MOVE SPACE TO WS-FEED-ORIGIN
           END-EVALUATE
           .

      *>================================================================*
      *> Once the sort has delivered SORTED-TRANS.DAT, every feed it
      *> consumed is emptied — the synthetic feeds (escheat, month-
           .

       1100-FILTER-AND-RELEASE.
           MOVE WS-FEED-ORIGIN TO TRANS-ORIGIN
           IF TRANS-ACCT-ID = SPACES OR TRANS-ACCT-ID = LOW-VALUES
               ADD 1 TO WS-RECORDS-FILTERED
               DISPLAY '  Filtered: blank ACCT-ID at record '
           ELSE
               ADD 1 TO WS-RECORDS-RELEASED
               ADD TRANS-AMOUNT TO WS-HASH-RELEASED
               PERFORM 1120-REDIRECT-CONVERTED
               PERFORM 1150-RANK-ITEM
               MOVE TRANSACTION-RECORD TO SORT-RECORD
               MOVE WS-ITEM-RANK TO SORT-POST-RANK
               MOVE WS-ITEM-KEY  TO SORT-POST-KEY
               RELEASE SORT-RECORD
           END-IF.

      *>================================================================*
      *> REDIRECT CONVERTED — an item on an acquired account's old
      *> number, inside its grace period, is re-keyed to the new
      *> number before it is ranked. A retired old number is left as
      *> it is for TXNVALID to reject.
      *>================================================================*
       1120-REDIRECT-CONVERTED.
           MOVE TRANS-ACCT-ID TO XL-ACCT-ID
           MOVE WS-PROC-DATE  TO XL-AS-OF-DATE
           CALL 'ACCTXLAT' USING ACCT-XLATE-REQUEST
                                 ACCT-XLATE-RESPONSE
           IF XL-REDIRECTED
               ADD 1 TO WS-RECORDS-REDIRECTED
               DISPLAY '  Redirected: old acct=' TRANS-ACCT-ID
                   ' to ' XL-NEW-ACCT-ID ' at record '
                   WS-RECORDS-READ
               MOVE XL-NEW-ACCT-ID TO TRANS-ACCT-ID
           END-IF
           IF TRANS-XFER-ACCT-ID NOT = SPACES
               MOVE TRANS-XFER-ACCT-ID TO XL-ACCT-ID
               CALL 'ACCTXLAT' USING ACCT-XLATE-REQUEST
                                     ACCT-XLATE-RESPONSE
               IF XL-REDIRECTED
                   MOVE XL-NEW-ACCT-ID TO TRANS-XFER-ACCT-ID
               END-IF
           END-IF.

      *>================================================================*
      *> RANK ITEM — class the transaction the way POSTPOL.cpy defines
      *> the classes, then take its class's rank and in-class key off
      *> the policy. An arrival-order class keys on zero, leaving
      *> TRANS-SEQ to decide.
      *>================================================================*
       1150-RANK-ITEM.
           MOVE 0 TO WS-ITEM-KEY
           IF TRANS-MAINTENANCE
               MOVE 9 TO WS-ITEM-RANK
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TRANS-DEPOSIT OR TRANS-INTEREST
                   MOVE 'CR' TO WS-ITEM-CLASS
               WHEN TRANS-TRANSFER AND TRANS-XFER-CREDIT
                   MOVE 'CR' TO WS-ITEM-CLASS
               WHEN TRANS-WITHDRAW
                   AND (TRANS-DESC(1:4) = 'ATM ' OR 'POS ')
                   MOVE 'CD' TO WS-ITEM-CLASS
               WHEN TRANS-WITHDRAW AND TRANS-CHECK-NO > 0
                   MOVE 'CK' TO WS-ITEM-CLASS
               WHEN OTHER
                   MOVE 'DB' TO WS-ITEM-CLASS
           END-EVALUATE
           MOVE 8 TO WS-ITEM-RANK
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               OR WS-POL-CLASS(WS-POL-IDX) = WS-ITEM-CLASS
               CONTINUE
           END-PERFORM
           IF WS-POL-IDX > WS-POL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POL-RANK(WS-POL-IDX) TO WS-ITEM-RANK
           EVALUATE WS-POL-ORDER(WS-POL-IDX)
               WHEN 'CN'
                   MOVE TRANS-CHECK-NO TO WS-ITEM-KEY
               WHEN 'LH'
                   COMPUTE WS-ITEM-KEY = TRANS-AMOUNT * 100
               WHEN 'HL'
                   COMPUTE WS-ITEM-KEY =
                       999999999 - TRANS-AMOUNT * 100
           END-EVALUATE
           .

      *> OUTPUT PROCEDURE — Return sorted records, write output
       2000-OUTPUT-PROC.
           OPEN OUTPUT SORTED-FILE
