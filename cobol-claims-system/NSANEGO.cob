      *>================================================================*
      *> NSANEGO.cob — Surprise-billing open-negotiation tracking
      *> Compile: cobc -x -free -I copybooks NSANEGO.cob
      *> Tracks the negotiation window CLMPROC opens for each claim
      *> it paid under the federal surprise-billing protections.
      *> The provider has 30 business days from the remittance to
      *> open negotiation over the qualifying-payment-amount
      *> payment; once that period runs out unsettled, either side
      *> has 4 business days to start independent dispute
      *> resolution. Posts the negotiation events recorded since the
      *> last run, ages every window by the run date (a window never
      *> opened lapses; a negotiation never taken to dispute closes
      *> at the payment made), and lists the windows still live with
      *> their deadlines. Events are consumed once posted.
      *>
      *> Input:  data/NSA-WINDOWS.DAT      (LINE SEQ, NSAWIN)
      *>         data/NSA-EVENTS.DAT       (LINE SEQUENTIAL: claim
      *>                 X(12), event X(1) N=negotiation opened
      *>                 S=settled I=dispute resolution started,
      *>                 date 9(8), settled amount S9(7)V99 sign
      *>                 leading separate)
      *> Output: data/NSA-WINDOWS.DAT      (rewritten)
      *>         data/NSA-WINDOW-REPORT.TXT (LINE SEQUENTIAL, print)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSANEGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-FILE
               ASSIGN TO 'data/NSA-WINDOWS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIN-STATUS.
           SELECT EVENT-FILE
               ASSIGN TO 'data/NSA-EVENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/NSA-WINDOW-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-FILE.
       COPY NSAWIN.

       FD  EVENT-FILE.
       01  NSA-EVENT-RECORD.
           05  NSE-CLAIM-ID           PIC X(12).
           05  NSE-EVENT              PIC X(1).
               88  NSE-NEGOTIATION-OPENED VALUE 'N'.
               88  NSE-SETTLED            VALUE 'S'.
               88  NSE-IDR-STARTED        VALUE 'I'.
           05  NSE-EVENT-DATE         PIC 9(8).
           05  NSE-SETTLED-AMT        PIC S9(7)V99
                                      SIGN LEADING SEPARATE.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-WIN-STATUS              PIC XX.
       01  WS-EVT-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-INT                 PIC 9(8).
       01  WS-DUE-INT                 PIC 9(8).
       01  WS-DAYS-LEFT               PIC S9(5).

      *> Windows held whole and rewritten with events applied
       01  WS-NW-COUNT                PIC 9(3) VALUE 0.
       01  WS-NW-TABLE.
           05  WS-NW-ENTRY OCCURS 200.
               10  WS-NW-CLAIM        PIC X(12).
               10  WS-NW-PROVIDER     PIC X(10).
               10  WS-NW-MEMBER       PIC X(10).
               10  WS-NW-BILLED       PIC S9(7)V99.
               10  WS-NW-QPA          PIC S9(7)V99.
               10  WS-NW-PAID         PIC S9(7)V99.
               10  WS-NW-NOTICE       PIC 9(8).
               10  WS-NW-WINDOW-END   PIC 9(8).
               10  WS-NW-IDR-DEADLINE PIC 9(8).
               10  WS-NW-STATUS       PIC X(1).
               10  WS-NW-STATUS-DATE  PIC 9(8).
               10  WS-NW-SETTLED      PIC S9(7)V99.
       01  WS-NW-IDX                  PIC 9(3).

       01  WS-EVENTS-READ             PIC 9(5) VALUE 0.
       01  WS-EVENTS-POSTED           PIC 9(5) VALUE 0.
       01  WS-EVENTS-REJECTED         PIC 9(5) VALUE 0.
       01  WS-WINDOWS-LAPSED          PIC 9(5) VALUE 0.
       01  WS-WINDOWS-CLOSED          PIC 9(5) VALUE 0.
       01  WS-WINDOWS-LIVE            PIC 9(5) VALUE 0.

       01  HDR-LINE-1                 PIC X(120)
           VALUE 'SURPRISE-BILLING NEGOTIATION WINDOWS STILL OPEN'.
       01  HDR-LINE-2.
           05  FILLER                 PIC X(44)
               VALUE 'CLAIM         PROVIDER    ST  NOTICE    WIND'.
           05  FILLER                 PIC X(76)
               VALUE 'OW END  IDR DEADLINE      QPA AMOUNT  DAYS LEFT'.
       01  DTL-LINE.
           05  DTL-CLAIM              PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-PROVIDER           PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-STATUS             PIC X(1).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  DTL-NOTICE             PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-WINDOW-END         PIC 9(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  DTL-IDR-DEADLINE       PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-QPA                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-DAYS-LEFT          PIC ZZ,ZZ9-.
           05  FILLER                 PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'NSANEGO - SURPRISE-BILLING NEGOTIATION TRACKING'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-WINDOWS
           PERFORM APPLY-EVENTS
           PERFORM AGE-WINDOWS
           PERFORM REWRITE-WINDOWS
           PERFORM WRITE-WINDOW-REPORT
           DISPLAY 'NSANEGO COMPLETE'
           DISPLAY '  EVENTS READ:        ' WS-EVENTS-READ
           DISPLAY '  EVENTS POSTED:      ' WS-EVENTS-POSTED
           DISPLAY '  EVENTS REJECTED:    ' WS-EVENTS-REJECTED
           DISPLAY '  WINDOWS LAPSED:     ' WS-WINDOWS-LAPSED
           DISPLAY '  NEGOTIATIONS CLOSED:' WS-WINDOWS-CLOSED
           DISPLAY '  WINDOWS STILL LIVE: ' WS-WINDOWS-LIVE
           IF WS-EVENTS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-WINDOWS.
           OPEN INPUT WINDOW-FILE
           IF WS-WIN-STATUS NOT = '00'
               DISPLAY 'NSANEGO: NO NSA-WINDOWS.DAT ON FILE'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WINDOW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> The window file is rewritten from this table, so overflow
      *> must stop the run rather than drop a live deadline
                       IF WS-NW-COUNT = 200
                           DISPLAY 'NSANEGO: ERROR - MORE THAN 200 '
                               'NEGOTIATION WINDOWS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NW-COUNT
                       MOVE NSW-CLAIM-ID
                           TO WS-NW-CLAIM(WS-NW-COUNT)
                       MOVE NSW-PROVIDER-ID
                           TO WS-NW-PROVIDER(WS-NW-COUNT)
                       MOVE NSW-MEMBER-ID
                           TO WS-NW-MEMBER(WS-NW-COUNT)
                       MOVE NSW-BILLED-AMT
                           TO WS-NW-BILLED(WS-NW-COUNT)
                       MOVE NSW-QPA-AMT
                           TO WS-NW-QPA(WS-NW-COUNT)
                       MOVE NSW-PAID-AMT
                           TO WS-NW-PAID(WS-NW-COUNT)
                       MOVE NSW-NOTICE-DATE
                           TO WS-NW-NOTICE(WS-NW-COUNT)
                       MOVE NSW-WINDOW-END
                           TO WS-NW-WINDOW-END(WS-NW-COUNT)
                       MOVE NSW-IDR-DEADLINE
                           TO WS-NW-IDR-DEADLINE(WS-NW-COUNT)
                       MOVE NSW-STATUS
                           TO WS-NW-STATUS(WS-NW-COUNT)
                       MOVE NSW-STATUS-DATE
                           TO WS-NW-STATUS-DATE(WS-NW-COUNT)
                       MOVE NSW-SETTLED-AMT
                           TO WS-NW-SETTLED(WS-NW-COUNT)
               END-READ
           END-PERFORM
           CLOSE WINDOW-FILE
           DISPLAY 'NSA WINDOWS LOADED: ' WS-NW-COUNT.

      *>================================================================*
      *> APPLY-EVENTS: Each event against the claim's live window
      *> (open, negotiating or in dispute resolution). The event
      *> file is consumed once applied.
      *>================================================================*
       APPLY-EVENTS.
           OPEN INPUT EVENT-FILE
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'NSANEGO: NO NSA-EVENTS.DAT - NOTHING TO POST'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       PERFORM POST-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE
           OPEN OUTPUT EVENT-FILE
           CLOSE EVENT-FILE.

      *>================================================================*
      *> POST-ONE-EVENT: Negotiation opens only on an open window,
      *> on or before its end; dispute resolution starts only out of
      *> a negotiation, after the window ends and by the dispute
      *> deadline; a settlement ends any live window. Anything else
      *> is rejected for the negotiation desk to look at.
      *>================================================================*
       POST-ONE-EVENT.
           PERFORM VARYING WS-NW-IDX FROM 1 BY 1
               UNTIL WS-NW-IDX > WS-NW-COUNT
               OR (WS-NW-CLAIM(WS-NW-IDX) = NSE-CLAIM-ID
                   AND (WS-NW-STATUS(WS-NW-IDX) = 'O'
                        OR WS-NW-STATUS(WS-NW-IDX) = 'N'
                        OR WS-NW-STATUS(WS-NW-IDX) = 'I'))
               CONTINUE
           END-PERFORM
           IF WS-NW-IDX > WS-NW-COUNT
               DISPLAY 'NSANEGO: EVENT FOR ' NSE-CLAIM-ID
                   ' MATCHES NO LIVE WINDOW'
               ADD 1 TO WS-EVENTS-REJECTED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN NSE-NEGOTIATION-OPENED
                   IF WS-NW-STATUS(WS-NW-IDX) NOT = 'O'
                       OR NSE-EVENT-DATE > WS-NW-WINDOW-END(WS-NW-IDX)
                       DISPLAY 'NSANEGO: NEGOTIATION FOR '
                           NSE-CLAIM-ID ' NOT WITHIN OPEN WINDOW'
                       ADD 1 TO WS-EVENTS-REJECTED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'N' TO WS-NW-STATUS(WS-NW-IDX)
               WHEN NSE-IDR-STARTED
                   IF WS-NW-STATUS(WS-NW-IDX) NOT = 'N'
                       OR NSE-EVENT-DATE
                          NOT > WS-NW-WINDOW-END(WS-NW-IDX)
                       OR NSE-EVENT-DATE
                          > WS-NW-IDR-DEADLINE(WS-NW-IDX)
                       DISPLAY 'NSANEGO: DISPUTE RESOLUTION FOR '
                           NSE-CLAIM-ID ' OUTSIDE ITS PERIOD'
                       ADD 1 TO WS-EVENTS-REJECTED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'I' TO WS-NW-STATUS(WS-NW-IDX)
               WHEN NSE-SETTLED
                   MOVE 'S' TO WS-NW-STATUS(WS-NW-IDX)
                   MOVE NSE-SETTLED-AMT TO WS-NW-SETTLED(WS-NW-IDX)
               WHEN OTHER
                   DISPLAY 'NSANEGO: UNKNOWN EVENT ' NSE-EVENT
                       ' FOR ' NSE-CLAIM-ID
                   ADD 1 TO WS-EVENTS-REJECTED
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE NSE-EVENT-DATE TO WS-NW-STATUS-DATE(WS-NW-IDX)
           ADD 1 TO WS-EVENTS-POSTED.

      *>================================================================*
      *> AGE-WINDOWS: A window the provider let run out lapses and
      *> the payment stands; a negotiation nobody took to dispute
      *> resolution by its deadline closes at the payment made
      *>================================================================*
       AGE-WINDOWS.
           PERFORM VARYING WS-NW-IDX FROM 1 BY 1
               UNTIL WS-NW-IDX > WS-NW-COUNT
               IF WS-NW-STATUS(WS-NW-IDX) = 'O'
                   AND WS-RUN-DATE > WS-NW-WINDOW-END(WS-NW-IDX)
                   MOVE 'X' TO WS-NW-STATUS(WS-NW-IDX)
                   MOVE WS-RUN-DATE TO WS-NW-STATUS-DATE(WS-NW-IDX)
                   ADD 1 TO WS-WINDOWS-LAPSED
               END-IF
               IF WS-NW-STATUS(WS-NW-IDX) = 'N'
                   AND WS-RUN-DATE > WS-NW-IDR-DEADLINE(WS-NW-IDX)
                   MOVE 'C' TO WS-NW-STATUS(WS-NW-IDX)
                   MOVE WS-RUN-DATE TO WS-NW-STATUS-DATE(WS-NW-IDX)
                   ADD 1 TO WS-WINDOWS-CLOSED
               END-IF
           END-PERFORM.

       REWRITE-WINDOWS.
           IF WS-NW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WINDOW-FILE
           IF WS-WIN-STATUS NOT = '00'
               DISPLAY 'NSANEGO: ERROR REWRITING WINDOWS: '
                   WS-WIN-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NW-IDX FROM 1 BY 1
               UNTIL WS-NW-IDX > WS-NW-COUNT
               MOVE WS-NW-CLAIM(WS-NW-IDX)        TO NSW-CLAIM-ID
               MOVE WS-NW-PROVIDER(WS-NW-IDX)     TO NSW-PROVIDER-ID
               MOVE WS-NW-MEMBER(WS-NW-IDX)       TO NSW-MEMBER-ID
               MOVE WS-NW-BILLED(WS-NW-IDX)       TO NSW-BILLED-AMT
               MOVE WS-NW-QPA(WS-NW-IDX)          TO NSW-QPA-AMT
               MOVE WS-NW-PAID(WS-NW-IDX)         TO NSW-PAID-AMT
               MOVE WS-NW-NOTICE(WS-NW-IDX)       TO NSW-NOTICE-DATE
               MOVE WS-NW-WINDOW-END(WS-NW-IDX)   TO NSW-WINDOW-END
               MOVE WS-NW-IDR-DEADLINE(WS-NW-IDX) TO NSW-IDR-DEADLINE
               MOVE WS-NW-STATUS(WS-NW-IDX)       TO NSW-STATUS
               MOVE WS-NW-STATUS-DATE(WS-NW-IDX)  TO NSW-STATUS-DATE
               MOVE WS-NW-SETTLED(WS-NW-IDX)      TO NSW-SETTLED-AMT
               MOVE SPACES                        TO NSW-FILLER
               WRITE NSA-WINDOW-RECORD
           END-PERFORM
           CLOSE WINDOW-FILE.

      *>================================================================*
      *> WRITE-WINDOW-REPORT: Every window still live, with the days
      *> left to the deadline that matters now — the window end
      *> while it is open, the dispute deadline once negotiating.
      *> A window in dispute resolution has no deadline of ours left.
      *>================================================================*
       WRITE-WINDOW-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM VARYING WS-NW-IDX FROM 1 BY 1
               UNTIL WS-NW-IDX > WS-NW-COUNT
               IF WS-NW-STATUS(WS-NW-IDX) = 'O'
                   OR WS-NW-STATUS(WS-NW-IDX) = 'N'
                   OR WS-NW-STATUS(WS-NW-IDX) = 'I'
                   ADD 1 TO WS-WINDOWS-LIVE
                   MOVE 0 TO WS-DAYS-LEFT
                   IF WS-NW-STATUS(WS-NW-IDX) = 'O'
                       COMPUTE WS-DUE-INT =
                           FUNCTION INTEGER-OF-DATE
                               (WS-NW-WINDOW-END(WS-NW-IDX))
                       COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-RUN-INT
                   END-IF
                   IF WS-NW-STATUS(WS-NW-IDX) = 'N'
                       COMPUTE WS-DUE-INT =
                           FUNCTION INTEGER-OF-DATE
                               (WS-NW-IDR-DEADLINE(WS-NW-IDX))
                       COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-RUN-INT
                   END-IF
                   MOVE WS-NW-CLAIM(WS-NW-IDX)        TO DTL-CLAIM
                   MOVE WS-NW-PROVIDER(WS-NW-IDX)     TO DTL-PROVIDER
                   MOVE WS-NW-STATUS(WS-NW-IDX)       TO DTL-STATUS
                   MOVE WS-NW-NOTICE(WS-NW-IDX)       TO DTL-NOTICE
                   MOVE WS-NW-WINDOW-END(WS-NW-IDX)   TO DTL-WINDOW-END
                   MOVE WS-NW-IDR-DEADLINE(WS-NW-IDX)
                       TO DTL-IDR-DEADLINE
                   MOVE WS-NW-QPA(WS-NW-IDX)          TO DTL-QPA
                   MOVE WS-DAYS-LEFT                  TO DTL-DAYS-LEFT
                   WRITE REPORT-LINE FROM DTL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE.
