      *>================================================================*
      *> COBRADM.cob — COBRA continuation coverage administration
      *> Compile: cobc -x -free -I copybooks COBRADM.cob
      *> Offers and runs continuation coverage for members who lose
      *> eligibility, so HR departments get election notices from
      *> us instead of calls we can't answer. Each run:
      *>   - opens a case for every qualifying event on
      *>     COBRA-QUALIFYING-EVENTS.DAT (ENRL834 terminations,
      *>     DEPAGE age-outs), with the maximum coverage period its
      *>     event carries: 18 months for the end of employment, 36
      *>     for divorce, the employee's death or a dependent's
      *>     age-out
      *>   - sends the election notice, addressed off MEMBERS.DAT,
      *>     the first run after the event is captured; the 44-day
      *>     notice window runs from the loss of coverage and a
      *>     notice sent after it lists on the report
      *>   - opens the 60-day election period, running to the later
      *>     of 60 days after the loss of coverage and 60 days after
      *>     the notice; an open period past its deadline lapses
      *>   - applies elections and waivers: an election reinstates
      *>     the member's policy on POLICIES.DAT back to the loss of
      *>     coverage, marked POL-ON-CONTINUATION, with the term
      *>     date set to the end of the maximum coverage period
      *>   - bills each elected member individually at 102% of the
      *>     group rate for their plan type off PREMIUM-RATES.DAT,
      *>     applies their payments a whole month at a time, and
      *>     terminates continuation at the end of the last month
      *>     paid once a premium is unpaid past grace: 45 days after
      *>     the election for the first premium, 30 days after the
      *>     first of the month for each later one. An elected
      *>     member who never pays the first premium ends at the
      *>     original loss of coverage.
      *>   - closes cases whose maximum coverage period has ended
      *> Qualifying events, elections and payments are consumed once
      *> read. A notice that can't be addressed stays pending for
      *> the next run.
      *>
      *> Input:  data/COBRA-QUALIFYING-EVENTS.DAT (LINE SEQ, COBRAQE)
      *>         data/COBRA-ELECTIONS.DAT  (LINE SEQUENTIAL: member
      *>                 X(10), E elect / W waive, postmark 9(8))
      *>         data/COBRA-PAYMENTS.DAT   (LINE SEQUENTIAL: member
      *>                 X(10), amount 9(5)V99, received 9(8))
      *>         data/COBRA-CASES.DAT      (LINE SEQ, COBRACAS)
      *>         data/POLICIES.DAT         (SEQUENTIAL, POLREC)
      *>         data/MEMBERS.DAT          (SEQUENTIAL, MBRMAST)
      *>         data/PREMIUM-RATES.DAT    (LINE SEQ: plan X(1),
      *>                 monthly rate 9(5)V99)
      *> Output: data/COBRA-CASES.DAT      (rewritten)
      *>         data/POLICIES.DAT         (rewritten)
      *>         data/COBRA-NOTICES.TXT    (election notices)
      *>         data/COBRA-INVOICES.TXT   (premium statements)
      *>         data/COBRA-REPORT.TXT     (LINE SEQUENTIAL, print)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRADM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE
               ASSIGN TO 'data/COBRA-QUALIFYING-EVENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQE-STATUS.
           SELECT ELECTION-FILE
               ASSIGN TO 'data/COBRA-ELECTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELE-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO 'data/COBRA-PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT CASE-FILE
               ASSIGN TO 'data/COBRA-CASES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO 'data/MEMBERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT RATE-FILE
               ASSIGN TO 'data/PREMIUM-RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO 'data/COBRA-NOTICES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO 'data/COBRA-INVOICES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/COBRA-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       COPY COBRAQE.

       FD  ELECTION-FILE.
       01  COBRA-ELECTION-RECORD.
           05  CEL-MEMBER-ID          PIC X(10).
           05  CEL-ACTION             PIC X(1).
               88  CEL-ELECT              VALUE 'E'.
               88  CEL-WAIVE              VALUE 'W'.
           05  CEL-DATE               PIC 9(8).

       FD  PAYMENT-FILE.
       01  COBRA-PAYMENT-RECORD.
           05  CPY-MEMBER-ID          PIC X(10).
           05  CPY-AMOUNT             PIC 9(5)V99.
           05  CPY-DATE               PIC 9(8).

       FD  CASE-FILE.
       COPY COBRACAS.

       FD  POLICY-FILE.
       COPY POLREC.

       FD  MEMBER-FILE.
       COPY MBRMAST.

       FD  RATE-FILE.
       01  PREMIUM-RATE-RECORD.
           05  PRR-PLAN-TYPE          PIC X(1).
           05  PRR-MONTHLY-RATE       PIC 9(5)V99.

       FD  NOTICE-FILE.
       01  NOTICE-LINE                PIC X(100).

       FD  INVOICE-FILE.
       01  INVOICE-LINE               PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CQE-STATUS              PIC XX.
       01  WS-ELE-STATUS              PIC XX.
       01  WS-PAY-STATUS              PIC XX.
       01  WS-CAS-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-MBR-STATUS              PIC XX.
       01  WS-RATE-STATUS             PIC XX.
       01  WS-NTC-STATUS              PIC XX.
       01  WS-INV-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-MONTH               PIC 9(6).
       01  WS-RUN-INT                 PIC 9(7).

      *> Statutory windows and the continuation surcharge
       01  WS-NOTICE-DAYS             PIC 9(3) VALUE 044.
       01  WS-ELECTION-DAYS           PIC 9(3) VALUE 060.
       01  WS-FIRST-PREMIUM-DAYS      PIC 9(3) VALUE 045.
       01  WS-GRACE-DAYS              PIC 9(3) VALUE 030.
       01  WS-PREMIUM-FACTOR          PIC 9V99 VALUE 1.02.

       01  WS-RT-COUNT                PIC 9(1) VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 5.
               10  WS-RT-PLAN         PIC X(1).
               10  WS-RT-RATE         PIC 9(5)V99.
       01  WS-RT-IDX                  PIC 9(1).

       01  WS-MB-COUNT                PIC 9(4) VALUE 0.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 1000.
               10  WS-MB-ID           PIC X(10).
               10  WS-MB-NAME         PIC X(25).
               10  WS-MB-ADDRESS      PIC X(30).
               10  WS-MB-CITY         PIC X(15).
               10  WS-MB-STATE        PIC X(2).
               10  WS-MB-ZIP          PIC X(9).
       01  WS-MB-IDX                  PIC 9(4).
       01  WS-MB-FOUND                PIC 9(4).

      *> Whole policy master in memory for the rewrite
       01  WS-POL-COUNT               PIC 9(4) VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-IMAGE           PIC X(79) OCCURS 1000.
       01  WS-POL-IDX                 PIC 9(4).
       01  WS-POL-FOUND               PIC 9(4).

      *> Whole case master in memory for the rewrite
       01  WS-CS-COUNT                PIC 9(4) VALUE 0.
       01  WS-CS-TABLE.
           05  WS-CS-IMAGE            PIC X(150) OCCURS 1000.
       01  WS-CS-IDX                  PIC 9(4).
       01  WS-CS-FOUND                PIC 9(4).

      *> Date and month arithmetic
       01  WS-START-DATE              PIC 9(8).
       01  WS-START-MONTH             PIC 9(6).
       01  WS-END-MONTH               PIC 9(6).
       01  WS-CALC-DATE               PIC 9(8).
       01  WS-CALC-PARTS REDEFINES WS-CALC-DATE.
           05  WS-CD-YEAR             PIC 9(4).
           05  WS-CD-MONTH            PIC 9(2).
           05  WS-CD-DAY              PIC 9(2).
       01  WS-MONTH-TOTAL             PIC 9(6).
       01  WS-MONTH-WORK              PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MW-YEAR             PIC 9(4).
           05  WS-MW-MONTH            PIC 9(2).
       01  WS-MONTH-END               PIC 9(8).
       01  WS-NEXT-UNPAID             PIC 9(6).
       01  WS-DEADLINE                PIC 9(8).
       01  WS-MONTHS-DUE              PIC 9(3).
       01  WS-AMOUNT-DUE              PIC S9(7)V99.

       01  WS-CUR-TEXT                PIC X(60).
       01  WS-EVENT-TEXT              PIC X(40).

       01  WS-EVENTS-CAPTURED         PIC 9(5) VALUE 0.
       01  WS-EVENTS-DUPLICATE        PIC 9(5) VALUE 0.
       01  WS-NOTICES-SENT            PIC 9(5) VALUE 0.
       01  WS-NOTICES-LATE            PIC 9(5) VALUE 0.
       01  WS-ELECTIONS               PIC 9(5) VALUE 0.
       01  WS-WAIVERS                 PIC 9(5) VALUE 0.
       01  WS-LAPSES                  PIC 9(5) VALUE 0.
       01  WS-PAYMENTS                PIC 9(5) VALUE 0.
       01  WS-STATEMENTS              PIC 9(5) VALUE 0.
       01  WS-TERMS-NONPAY            PIC 9(5) VALUE 0.
       01  WS-TERMS-MAXIMUM           PIC 9(5) VALUE 0.
       01  WS-EXCEPTIONS              PIC 9(5) VALUE 0.

       01  LTR-ADDR-1.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  LTA-NAME           PIC X(25).
           05  FILLER             PIC X(71) VALUE SPACES.
       01  LTR-ADDR-2.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  LTA-ADDR1          PIC X(30).
           05  FILLER             PIC X(66) VALUE SPACES.
       01  LTR-ADDR-3.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  LTA-CITY           PIC X(15).
           05  LTA-STATE          PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  LTA-ZIP            PIC X(9).
           05  FILLER             PIC X(69) VALUE SPACES.
       01  LTR-SEPARATOR              PIC X(100) VALUE ALL '='.
       01  BLANK-LINE                 PIC X(100) VALUE SPACES.

       01  NTC-TITLE                  PIC X(100)
           VALUE '    CONTINUATION COVERAGE (COBRA) ELECTION NOTICE'.
       01  NTC-LOSS-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(26)
               VALUE 'YOUR COVERAGE UNDER POLICY'.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  NTL-POLICY         PIC X(5).
           05  FILLER             PIC X(10) VALUE ' ENDED ON '.
           05  NTL-LOSS           PIC 9(8).
           05  FILLER             PIC X(46) VALUE ' BECAUSE OF:'.
       01  NTC-EVENT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  NTE-TEXT           PIC X(40).
           05  FILLER             PIC X(54) VALUE SPACES.
       01  NTC-PERIOD-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(38)
               VALUE 'YOU MAY ELECT TO CONTINUE COVERAGE FOR'.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  NTP-MONTHS         PIC Z9.
           05  FILLER             PIC X(16) VALUE ' MONTHS, THROUGH'.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  NTP-END            PIC 9(8).
           05  FILLER             PIC X(30) VALUE '.'.
       01  NTC-PREMIUM-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(18)
               VALUE 'MONTHLY PREMIUM: $'.
           05  NTR-PREMIUM        PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(69)
               VALUE ' (102% OF THE GROUP RATE FOR YOUR PLAN)'.
       01  NTC-DEADLINE-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(61)
               VALUE 'TO ELECT, RETURN THE ELECTION FORM POSTMARKED NO '
                   & 'LATER THAN '.
           05  NTD-DEADLINE       PIC 9(8).
           05  FILLER             PIC X(27) VALUE '.'.
       01  NTC-TERMS-1                PIC X(100)
           VALUE '    COVERAGE ELECTED IS RETROACTIVE TO THE DAY AFTER '
               & 'YOUR COVERAGE ENDED. THE FIRST PREMIUM IS'.
       01  NTC-TERMS-2                PIC X(100)
           VALUE '    DUE WITHIN 45 DAYS OF YOUR ELECTION; LATER '
               & 'PREMIUMS ARE DUE ON THE FIRST OF EACH MONTH'.
       01  NTC-TERMS-3                PIC X(100)
           VALUE '    WITH A 30-DAY GRACE PERIOD. COVERAGE ENDS AT THE '
               & 'END OF THE LAST MONTH PAID IF A PREMIUM'.
       01  NTC-TERMS-4                PIC X(100)
           VALUE '    IS NOT RECEIVED BY THE END OF ITS GRACE PERIOD.'.

       01  INV-TITLE                  PIC X(100)
           VALUE '    CONTINUATION COVERAGE (COBRA) PREMIUM STATEMENT'.
       01  INV-MEMBER-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE 'MEMBER: '.
           05  INM-MEMBER         PIC X(10).
           05  FILLER             PIC X(10) VALUE '  POLICY: '.
           05  INM-POLICY         PIC X(5).
           05  FILLER             PIC X(19)
               VALUE '  STATEMENT MONTH: '.
           05  INM-MONTH          PIC 9(6).
           05  FILLER             PIC X(38) VALUE SPACES.
       01  INV-AMOUNT-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(18) VALUE 'MONTHLY PREMIUM: $'.
           05  INA-PREMIUM        PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(16) VALUE '  PAID THROUGH: '.
           05  INA-PAID-THROUGH   PIC 9(6).
           05  FILLER             PIC X(47) VALUE SPACES.
       01  INV-DUE-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(13) VALUE 'AMOUNT DUE: $'.
           05  IND-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(21)
               VALUE '  FOR MONTHS THROUGH '.
           05  IND-THROUGH        PIC 9(6).
           05  FILLER             PIC X(10) VALUE '  PAY BY: '.
           05  IND-PAY-BY         PIC 9(8).
           05  FILLER             PIC X(28) VALUE SPACES.

       01  HDR-LINE-1                 PIC X(100)
           VALUE 'COBRA CONTINUATION COVERAGE ACTIVITY'.
       01  HDR-LINE-2                 PIC X(100)
           VALUE 'MEMBER      POLICY  EV  ST  DATE      ACTION'.
       01  DTL-LINE.
           05  DTL-MEMBER             PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-POLICY             PIC X(5).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  DTL-EVENT              PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-STATUS             PIC X(1).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  DTL-DATE               PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-TEXT               PIC X(62).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'COBRADM - COBRA CONTINUATION ADMINISTRATION'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOAD-RATES
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-POLICIES
           PERFORM LOAD-CASES
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT INVOICE-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           PERFORM CAPTURE-QUALIFYING-EVENTS
           PERFORM APPLY-ELECTIONS
           PERFORM APPLY-PAYMENTS
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               PERFORM ADVANCE-ONE-CASE
           END-PERFORM
           PERFORM REWRITE-POLICIES
           PERFORM REWRITE-CASES
           CLOSE NOTICE-FILE INVOICE-FILE REPORT-FILE
           DISPLAY 'COBRADM COMPLETE'
           DISPLAY '  EVENTS CAPTURED:     ' WS-EVENTS-CAPTURED
           DISPLAY '  EVENTS DUPLICATE:    ' WS-EVENTS-DUPLICATE
           DISPLAY '  NOTICES SENT:        ' WS-NOTICES-SENT
           DISPLAY '    AFTER 44 DAYS:     ' WS-NOTICES-LATE
           DISPLAY '  ELECTIONS:           ' WS-ELECTIONS
           DISPLAY '  WAIVERS:             ' WS-WAIVERS
           DISPLAY '  ELECTIONS LAPSED:    ' WS-LAPSES
           DISPLAY '  PAYMENTS APPLIED:    ' WS-PAYMENTS
           DISPLAY '  STATEMENTS:          ' WS-STATEMENTS
           DISPLAY '  TERMED NONPAYMENT:   ' WS-TERMS-NONPAY
           DISPLAY '  MAXIMUM PERIOD ENDED:' WS-TERMS-MAXIMUM
           DISPLAY '  EXCEPTIONS:          ' WS-EXCEPTIONS
           IF WS-EXCEPTIONS > 0 OR WS-NOTICES-LATE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'COBRADM: NO PREMIUM-RATES.DAT - NOTHING '
                   'TO BILL AT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RT-COUNT < 5
                           ADD 1 TO WS-RT-COUNT
                           MOVE PRR-PLAN-TYPE
                               TO WS-RT-PLAN(WS-RT-COUNT)
                           MOVE PRR-MONTHLY-RATE
                               TO WS-RT-RATE(WS-RT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       LOAD-MEMBERS.
           OPEN INPUT MEMBER-FILE
           IF WS-MBR-STATUS NOT = '00'
               DISPLAY 'COBRADM: NO MEMBERS.DAT - NOTICES CANNOT BE '
                   'ADDRESSED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MB-COUNT = 1000
                           DISPLAY 'COBRADM: ERROR - MORE THAN 1000 '
                               'MEMBERS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MB-COUNT
                       MOVE MBR-MEMBER-ID
                           TO WS-MB-ID(WS-MB-COUNT)
                       MOVE MBR-NAME
                           TO WS-MB-NAME(WS-MB-COUNT)
                       MOVE MBR-ADDRESS-LINE1
                           TO WS-MB-ADDRESS(WS-MB-COUNT)
                       MOVE MBR-CITY
                           TO WS-MB-CITY(WS-MB-COUNT)
                       MOVE MBR-STATE
                           TO WS-MB-STATE(WS-MB-COUNT)
                       MOVE MBR-ZIP
                           TO WS-MB-ZIP(WS-MB-COUNT)
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'COBRADM: ERROR OPENING POLICIES: '
                   WS-POL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> POLICIES.DAT is rewritten from this table, so overflow
      *> must stop the run rather than truncate the policy file
                       IF WS-POL-COUNT = 1000
                           DISPLAY 'COBRADM: ERROR - POLICIES.DAT '
                               'EXCEEDS THE 1000-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-POL-COUNT
                       MOVE POLICY-RECORD
                           TO WS-POL-IMAGE(WS-POL-COUNT)
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       LOAD-CASES.
           OPEN INPUT CASE-FILE
           IF WS-CAS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CASE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CS-COUNT = 1000
                           DISPLAY 'COBRADM: ERROR - MORE THAN 1000 '
                               'COBRA CASES - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CS-COUNT
                       MOVE COBRA-CASE-RECORD
                           TO WS-CS-IMAGE(WS-CS-COUNT)
               END-READ
           END-PERFORM
           CLOSE CASE-FILE.

      *>================================================================*
      *> CAPTURE-QUALIFYING-EVENTS: A case per member per loss of
      *> coverage — the same event reported twice opens one case
      *>================================================================*
       CAPTURE-QUALIFYING-EVENTS.
           OPEN INPUT EVENT-FILE
           IF WS-CQE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CAPTURE-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE
           OPEN OUTPUT EVENT-FILE
           CLOSE EVENT-FILE.

       CAPTURE-ONE-EVENT.
           IF CQE-LOSS-DATE IS NOT NUMERIC OR CQE-LOSS-DATE = 0
               MOVE CQE-MEMBER-ID  TO DTL-MEMBER
               MOVE CQE-POLICY-ID  TO DTL-POLICY
               MOVE CQE-EVENT-CODE TO DTL-EVENT
               MOVE SPACE          TO DTL-STATUS
               MOVE 0              TO DTL-DATE
               MOVE 'EXCEPTION - QUALIFYING EVENT WITH NO LOSS DATE'
                   TO DTL-TEXT
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-IMAGE(WS-CS-IDX) TO COBRA-CASE-RECORD
               IF CBC-MEMBER-ID = CQE-MEMBER-ID
                   AND CBC-LOSS-DATE = CQE-LOSS-DATE
                   ADD 1 TO WS-EVENTS-DUPLICATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CS-COUNT = 1000
               DISPLAY 'COBRADM: ERROR - COBRA CASE TABLE FULL - '
                   'RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE COBRA-CASE-RECORD
           MOVE CQE-MEMBER-ID  TO CBC-MEMBER-ID
           MOVE CQE-POLICY-ID  TO CBC-POLICY-ID
           MOVE CQE-EVENT-CODE TO CBC-EVENT-CODE
           MOVE CQE-EVENT-DATE TO CBC-EVENT-DATE
           MOVE CQE-LOSS-DATE  TO CBC-LOSS-DATE
           MOVE 'Q'            TO CBC-STATUS
           COMPUTE CBC-NOTICE-DUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CBC-LOSS-DATE)
               + WS-NOTICE-DAYS)
           IF CBC-EVENT-CODE = 'TE'
               MOVE 18 TO CBC-MAX-MONTHS
           ELSE
               MOVE 36 TO CBC-MAX-MONTHS
           END-IF
           PERFORM COMPUTE-COVERAGE-END
      *> The plan type the premium is priced at comes off the
      *> policy the member lost
           MOVE 'P' TO CBC-POL-TYPE
           PERFORM FIND-CASE-POLICY
           IF WS-POL-FOUND > 0
               MOVE WS-POL-IMAGE(WS-POL-FOUND) TO POLICY-RECORD
               MOVE POL-TYPE TO CBC-POL-TYPE
               MOVE POL-POLICY-ID TO CBC-POLICY-ID
           END-IF
           ADD 1 TO WS-CS-COUNT
           MOVE COBRA-CASE-RECORD TO WS-CS-IMAGE(WS-CS-COUNT)
           ADD 1 TO WS-EVENTS-CAPTURED
           MOVE 'QUALIFYING EVENT CAPTURED - CASE OPENED' TO WS-CUR-TEXT
           MOVE CBC-LOSS-DATE TO DTL-DATE
           PERFORM REPORT-CASE.

      *> The maximum coverage period runs from the day after the loss
      *> of coverage for CBC-MAX-MONTHS months
       COMPUTE-COVERAGE-END.
           COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CBC-LOSS-DATE) + 1)
           MOVE WS-START-DATE TO WS-CALC-DATE
           COMPUTE WS-MONTH-TOTAL = WS-CD-YEAR * 12 + WS-CD-MONTH - 1
               + CBC-MAX-MONTHS
           COMPUTE WS-CD-YEAR = WS-MONTH-TOTAL / 12
           COMPUTE WS-CD-MONTH = FUNCTION MOD(WS-MONTH-TOTAL, 12) + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CALC-DATE) = 0
               SUBTRACT 1 FROM WS-CD-DAY
           END-PERFORM
           COMPUTE CBC-COVERAGE-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) - 1).

      *> The policy row the case continues — the member's latest row
      *> under the case's policy ID (any policy when none is named)
       FIND-CASE-POLICY.
           MOVE 0 TO WS-POL-FOUND
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               MOVE WS-POL-IMAGE(WS-POL-IDX) TO POLICY-RECORD
               IF POL-MEMBER-ID = CBC-MEMBER-ID
                   AND (CBC-POLICY-ID = SPACES
                        OR POL-POLICY-ID = CBC-POLICY-ID)
                   MOVE WS-POL-IDX TO WS-POL-FOUND
               END-IF
           END-PERFORM.

      *>================================================================*
      *> APPLY-ELECTIONS: An election inside the election period
      *> reinstates coverage; a waiver closes the case
      *>================================================================*
       APPLY-ELECTIONS.
           OPEN INPUT ELECTION-FILE
           IF WS-ELE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ELECTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-ELECTION
               END-READ
           END-PERFORM
           CLOSE ELECTION-FILE
           OPEN OUTPUT ELECTION-FILE
           CLOSE ELECTION-FILE.

       APPLY-ONE-ELECTION.
           MOVE 0 TO WS-CS-FOUND
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-IMAGE(WS-CS-IDX) TO COBRA-CASE-RECORD
               IF CBC-MEMBER-ID = CEL-MEMBER-ID
                   AND CBC-ELECTION-OPEN
                   MOVE WS-CS-IDX TO WS-CS-FOUND
               END-IF
           END-PERFORM
           IF WS-CS-FOUND = 0
               MOVE CEL-MEMBER-ID TO DTL-MEMBER
               MOVE SPACES        TO DTL-POLICY
               MOVE SPACES        TO DTL-EVENT
               MOVE CEL-ACTION    TO DTL-STATUS
               MOVE CEL-DATE      TO DTL-DATE
               MOVE 'EXCEPTION - ELECTION WITH NO OPEN ELECTION PERIOD'
                   TO DTL-TEXT
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CS-IMAGE(WS-CS-FOUND) TO COBRA-CASE-RECORD
           MOVE CEL-DATE TO DTL-DATE
           IF CEL-DATE > CBC-ELECT-DEADLINE
               MOVE 'EXCEPTION - ELECTION POSTMARKED AFTER DEADLINE'
                   TO WS-CUR-TEXT
               PERFORM REPORT-CASE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           IF CEL-WAIVE
               MOVE 'W' TO CBC-STATUS
               MOVE CEL-DATE TO CBC-ELECT-DATE
               MOVE COBRA-CASE-RECORD TO WS-CS-IMAGE(WS-CS-FOUND)
               ADD 1 TO WS-WAIVERS
               MOVE 'CONTINUATION COVERAGE WAIVED' TO WS-CUR-TEXT
               PERFORM REPORT-CASE
               EXIT PARAGRAPH
           END-IF
           IF NOT CEL-ELECT
               MOVE 'EXCEPTION - ELECTION ACTION NOT E OR W'
                   TO WS-CUR-TEXT
               PERFORM REPORT-CASE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CASE-POLICY
           IF WS-POL-FOUND = 0
               MOVE 'EXCEPTION - ELECTED BUT NO POLICY ROW TO REINSTATE'
                   TO WS-CUR-TEXT
               PERFORM REPORT-CASE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POL-IMAGE(WS-POL-FOUND) TO POLICY-RECORD
           MOVE CBC-COVERAGE-END TO POL-TERM-DATE
           MOVE 'C' TO POL-CONTINUATION-IND
           MOVE POLICY-RECORD TO WS-POL-IMAGE(WS-POL-FOUND)
           MOVE 'E' TO CBC-STATUS
           MOVE CEL-DATE TO CBC-ELECT-DATE
           MOVE COBRA-CASE-RECORD TO WS-CS-IMAGE(WS-CS-FOUND)
           ADD 1 TO WS-ELECTIONS
           MOVE 'ELECTED - POLICY REINSTATED ON CONTINUATION'
               TO WS-CUR-TEXT
           PERFORM REPORT-CASE.

      *>================================================================*
      *> APPLY-PAYMENTS: Premium received goes to the member's
      *> elected case as credit, then buys whole months
      *>================================================================*
       APPLY-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-PAYMENT
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE
           OPEN OUTPUT PAYMENT-FILE
           CLOSE PAYMENT-FILE.

       APPLY-ONE-PAYMENT.
           MOVE 0 TO WS-CS-FOUND
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-IMAGE(WS-CS-IDX) TO COBRA-CASE-RECORD
               IF CBC-MEMBER-ID = CPY-MEMBER-ID
                   AND CBC-ELECTED
                   MOVE WS-CS-IDX TO WS-CS-FOUND
               END-IF
           END-PERFORM
           IF WS-CS-FOUND = 0
               MOVE CPY-MEMBER-ID TO DTL-MEMBER
               MOVE SPACES        TO DTL-POLICY
               MOVE SPACES        TO DTL-EVENT
               MOVE SPACE         TO DTL-STATUS
               MOVE CPY-DATE      TO DTL-DATE
               MOVE 'EXCEPTION - PAYMENT WITH NO ELECTED CASE - REFUND'
                   TO DTL-TEXT
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CS-IMAGE(WS-CS-FOUND) TO COBRA-CASE-RECORD
           PERFORM PRICE-CASE
           ADD CPY-AMOUNT TO CBC-CREDIT
           PERFORM COMPUTE-CASE-MONTHS
           PERFORM UNTIL CBC-CREDIT < CBC-MONTHLY-PREMIUM
               OR CBC-MONTHLY-PREMIUM = 0
               OR WS-NEXT-UNPAID > WS-END-MONTH
               SUBTRACT CBC-MONTHLY-PREMIUM FROM CBC-CREDIT
               MOVE WS-NEXT-UNPAID TO CBC-PAID-THROUGH
               MOVE WS-NEXT-UNPAID TO WS-MONTH-WORK
               PERFORM ADD-ONE-MONTH
               MOVE WS-MONTH-WORK TO WS-NEXT-UNPAID
           END-PERFORM
           MOVE COBRA-CASE-RECORD TO WS-CS-IMAGE(WS-CS-FOUND)
           ADD 1 TO WS-PAYMENTS
           MOVE CPY-DATE TO DTL-DATE
           MOVE 'PREMIUM RECEIVED - PAID THROUGH' TO WS-CUR-TEXT
           MOVE CBC-PAID-THROUGH TO WS-CUR-TEXT(33:6)
           PERFORM REPORT-CASE.

      *> 102% of the group rate for the case's plan type
       PRICE-CASE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-PLAN(WS-RT-IDX) = CBC-POL-TYPE
                   COMPUTE CBC-MONTHLY-PREMIUM ROUNDED =
                       WS-RT-RATE(WS-RT-IDX) * WS-PREMIUM-FACTOR
               END-IF
           END-PERFORM.

      *> First and last covered months, and the first month unpaid
       COMPUTE-CASE-MONTHS.
           COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CBC-LOSS-DATE) + 1)
           MOVE WS-START-DATE(1:6) TO WS-START-MONTH
           MOVE CBC-COVERAGE-END(1:6) TO WS-END-MONTH
           IF CBC-PAID-THROUGH = 0
               MOVE WS-START-MONTH TO WS-NEXT-UNPAID
           ELSE
               MOVE CBC-PAID-THROUGH TO WS-MONTH-WORK
               PERFORM ADD-ONE-MONTH
               MOVE WS-MONTH-WORK TO WS-NEXT-UNPAID
           END-IF.

       ADD-ONE-MONTH.
           IF WS-MW-MONTH = 12
               ADD 1 TO WS-MW-YEAR
               MOVE 1 TO WS-MW-MONTH
           ELSE
               ADD 1 TO WS-MW-MONTH
           END-IF.

      *>================================================================*
      *> ADVANCE-ONE-CASE: Notice, election lapse, premium grace,
      *> maximum period and billing for one case
      *>================================================================*
       ADVANCE-ONE-CASE.
           MOVE WS-CS-IMAGE(WS-CS-IDX) TO COBRA-CASE-RECORD
           PERFORM PRICE-CASE
           EVALUATE TRUE
               WHEN CBC-NOTICE-PENDING
                   PERFORM SEND-ELECTION-NOTICE
               WHEN CBC-ELECTION-OPEN
                   IF WS-RUN-DATE > CBC-ELECT-DEADLINE
                       MOVE 'L' TO CBC-STATUS
                       ADD 1 TO WS-LAPSES
                       MOVE CBC-ELECT-DEADLINE TO DTL-DATE
                       MOVE 'ELECTION PERIOD ENDED WITH NO ELECTION'
                           TO WS-CUR-TEXT
                       PERFORM REPORT-CASE
                   END-IF
               WHEN CBC-ELECTED
                   PERFORM JUDGE-ELECTED-CASE
           END-EVALUATE
           MOVE COBRA-CASE-RECORD TO WS-CS-IMAGE(WS-CS-IDX).

       SEND-ELECTION-NOTICE.
           MOVE 0 TO WS-MB-FOUND
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-ID(WS-MB-IDX) = CBC-MEMBER-ID
                   MOVE WS-MB-IDX TO WS-MB-FOUND
               END-IF
           END-PERFORM
           IF WS-MB-FOUND = 0
               MOVE CBC-NOTICE-DUE TO DTL-DATE
               MOVE 'EXCEPTION - NO ADDRESS ON MEMBERS.DAT - '
                 & 'NOTICE HELD' TO WS-CUR-TEXT
               PERFORM REPORT-CASE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO CBC-NOTICE-DATE
      *> The election period runs 60 days from the later of the loss
      *> of coverage and the notice
           IF CBC-LOSS-DATE > CBC-NOTICE-DATE
               COMPUTE CBC-ELECT-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CBC-LOSS-DATE)
                   + WS-ELECTION-DAYS)
           ELSE
               COMPUTE CBC-ELECT-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   WS-RUN-INT + WS-ELECTION-DAYS)
           END-IF
           MOVE 'N' TO CBC-STATUS
           PERFORM ADDRESS-LETTER
           WRITE NOTICE-LINE FROM NTC-TITLE
           WRITE NOTICE-LINE FROM BLANK-LINE
           MOVE CBC-POLICY-ID TO NTL-POLICY
           MOVE CBC-LOSS-DATE TO NTL-LOSS
           WRITE NOTICE-LINE FROM NTC-LOSS-LINE
           EVALUATE CBC-EVENT-CODE
               WHEN 'TE'
                   MOVE 'END OF EMPLOYMENT OR RETIREMENT'
                       TO WS-EVENT-TEXT
               WHEN 'DV'
                   MOVE 'DIVORCE OR LEGAL SEPARATION'
                       TO WS-EVENT-TEXT
               WHEN 'DE'
                   MOVE 'DEATH OF THE COVERED EMPLOYEE'
                       TO WS-EVENT-TEXT
               WHEN 'DA'
                   MOVE 'LOSS OF DEPENDENT CHILD STATUS'
                       TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE 'LOSS OF ELIGIBILITY' TO WS-EVENT-TEXT
           END-EVALUATE
           MOVE WS-EVENT-TEXT TO NTE-TEXT
           WRITE NOTICE-LINE FROM NTC-EVENT-LINE
           WRITE NOTICE-LINE FROM BLANK-LINE
           MOVE CBC-MAX-MONTHS TO NTP-MONTHS
           MOVE CBC-COVERAGE-END TO NTP-END
           WRITE NOTICE-LINE FROM NTC-PERIOD-LINE
           MOVE CBC-MONTHLY-PREMIUM TO NTR-PREMIUM
           WRITE NOTICE-LINE FROM NTC-PREMIUM-LINE
           MOVE CBC-ELECT-DEADLINE TO NTD-DEADLINE
           WRITE NOTICE-LINE FROM NTC-DEADLINE-LINE
           WRITE NOTICE-LINE FROM BLANK-LINE
           WRITE NOTICE-LINE FROM NTC-TERMS-1
           WRITE NOTICE-LINE FROM NTC-TERMS-2
           WRITE NOTICE-LINE FROM NTC-TERMS-3
           WRITE NOTICE-LINE FROM NTC-TERMS-4
           WRITE NOTICE-LINE FROM BLANK-LINE
           ADD 1 TO WS-NOTICES-SENT
           MOVE CBC-ELECT-DEADLINE TO DTL-DATE
           IF WS-RUN-DATE > CBC-NOTICE-DUE
               ADD 1 TO WS-NOTICES-LATE
               MOVE 'ELECTION NOTICE SENT LATE - PAST 44-DAY WINDOW'
                   TO WS-CUR-TEXT
           ELSE
               MOVE 'ELECTION NOTICE SENT - ELECT BY DATE SHOWN'
                   TO WS-CUR-TEXT
           END-IF
           PERFORM REPORT-CASE.

       ADDRESS-LETTER.
           WRITE NOTICE-LINE FROM LTR-SEPARATOR
           MOVE WS-MB-NAME(WS-MB-FOUND)    TO LTA-NAME
           MOVE WS-MB-ADDRESS(WS-MB-FOUND) TO LTA-ADDR1
           MOVE WS-MB-CITY(WS-MB-FOUND)    TO LTA-CITY
           MOVE WS-MB-STATE(WS-MB-FOUND)   TO LTA-STATE
           MOVE WS-MB-ZIP(WS-MB-FOUND)     TO LTA-ZIP
           WRITE NOTICE-LINE FROM LTR-ADDR-1
           WRITE NOTICE-LINE FROM LTR-ADDR-2
           WRITE NOTICE-LINE FROM LTR-ADDR-3
           WRITE NOTICE-LINE FROM BLANK-LINE.

      *>================================================================*
      *> JUDGE-ELECTED-CASE: The maximum period, then premium grace,
      *> then this month's statement
      *>================================================================*
       JUDGE-ELECTED-CASE.
           IF WS-RUN-DATE > CBC-COVERAGE-END
               MOVE 'X' TO CBC-STATUS
               MOVE CBC-COVERAGE-END TO CBC-END-DATE
               ADD 1 TO WS-TERMS-MAXIMUM
               MOVE CBC-COVERAGE-END TO DTL-DATE
               MOVE 'MAXIMUM COVERAGE PERIOD ENDED - CASE CLOSED'
                   TO WS-CUR-TEXT
               PERFORM REPORT-CASE
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CASE-MONTHS
           IF WS-NEXT-UNPAID > WS-END-MONTH
               EXIT PARAGRAPH
           END-IF
           IF CBC-PAID-THROUGH = 0
               COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CBC-ELECT-DATE)
                   + WS-FIRST-PREMIUM-DAYS)
           ELSE
               MOVE WS-NEXT-UNPAID TO WS-CALC-DATE(1:6)
               MOVE 01 TO WS-CD-DAY
               COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
                   + WS-GRACE-DAYS)
           END-IF
           IF WS-RUN-DATE > WS-DEADLINE
               PERFORM TERMINATE-NONPAYMENT
               EXIT PARAGRAPH
           END-IF
           IF CBC-BILLED-THROUGH < WS-RUN-MONTH
               AND WS-NEXT-UNPAID NOT > WS-RUN-MONTH
               PERFORM WRITE-STATEMENT
           END-IF.

      *> Coverage ends with the last month paid — or, with nothing
      *> paid, at the original loss of coverage
       TERMINATE-NONPAYMENT.
           IF CBC-PAID-THROUGH = 0
               MOVE CBC-LOSS-DATE TO CBC-END-DATE
           ELSE
               MOVE CBC-PAID-THROUGH TO WS-MONTH-WORK
               PERFORM ADD-ONE-MONTH
               MOVE WS-MONTH-WORK TO WS-CALC-DATE(1:6)
               MOVE 01 TO WS-CD-DAY
               COMPUTE CBC-END-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) - 1)
           END-IF
           PERFORM FIND-CASE-POLICY
           IF WS-POL-FOUND > 0
               MOVE WS-POL-IMAGE(WS-POL-FOUND) TO POLICY-RECORD
               MOVE CBC-END-DATE TO POL-TERM-DATE
               MOVE POLICY-RECORD TO WS-POL-IMAGE(WS-POL-FOUND)
           END-IF
           MOVE 'T' TO CBC-STATUS
           ADD 1 TO WS-TERMS-NONPAY
           MOVE CBC-END-DATE TO DTL-DATE
           MOVE 'TERMINATED - PREMIUM UNPAID PAST GRACE PERIOD'
               TO WS-CUR-TEXT
           PERFORM REPORT-CASE.

      *> One statement a month: every unpaid month through this one,
      *> less credit on hand, due by the end of grace
       WRITE-STATEMENT.
           MOVE WS-RUN-MONTH TO CBC-BILLED-THROUGH
           MOVE WS-RUN-MONTH TO WS-MONTH-WORK
           COMPUTE WS-MONTH-TOTAL = WS-MW-YEAR * 12 + WS-MW-MONTH
           MOVE WS-NEXT-UNPAID TO WS-MONTH-WORK
           COMPUTE WS-MONTHS-DUE = WS-MONTH-TOTAL
               - (WS-MW-YEAR * 12 + WS-MW-MONTH) + 1
           COMPUTE WS-AMOUNT-DUE =
               WS-MONTHS-DUE * CBC-MONTHLY-PREMIUM - CBC-CREDIT
           IF WS-AMOUNT-DUE NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MB-FOUND
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-ID(WS-MB-IDX) = CBC-MEMBER-ID
                   MOVE WS-MB-IDX TO WS-MB-FOUND
               END-IF
           END-PERFORM
           IF WS-MB-FOUND = 0
               MOVE WS-DEADLINE TO DTL-DATE
               MOVE 'EXCEPTION - NO ADDRESS ON MEMBERS.DAT - '
                 & 'NO STATEMENT' TO WS-CUR-TEXT
               PERFORM REPORT-CASE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           WRITE INVOICE-LINE FROM LTR-SEPARATOR
           MOVE WS-MB-NAME(WS-MB-FOUND)    TO LTA-NAME
           MOVE WS-MB-ADDRESS(WS-MB-FOUND) TO LTA-ADDR1
           MOVE WS-MB-CITY(WS-MB-FOUND)    TO LTA-CITY
           MOVE WS-MB-STATE(WS-MB-FOUND)   TO LTA-STATE
           MOVE WS-MB-ZIP(WS-MB-FOUND)     TO LTA-ZIP
           WRITE INVOICE-LINE FROM LTR-ADDR-1
           WRITE INVOICE-LINE FROM LTR-ADDR-2
           WRITE INVOICE-LINE FROM LTR-ADDR-3
           WRITE INVOICE-LINE FROM BLANK-LINE
           WRITE INVOICE-LINE FROM INV-TITLE
           MOVE CBC-MEMBER-ID TO INM-MEMBER
           MOVE CBC-POLICY-ID TO INM-POLICY
           MOVE WS-RUN-MONTH  TO INM-MONTH
           WRITE INVOICE-LINE FROM INV-MEMBER-LINE
           MOVE CBC-MONTHLY-PREMIUM TO INA-PREMIUM
           MOVE CBC-PAID-THROUGH    TO INA-PAID-THROUGH
           WRITE INVOICE-LINE FROM INV-AMOUNT-LINE
           MOVE WS-AMOUNT-DUE TO IND-AMOUNT
           MOVE WS-RUN-MONTH  TO IND-THROUGH
           MOVE WS-DEADLINE   TO IND-PAY-BY
           WRITE INVOICE-LINE FROM INV-DUE-LINE
           WRITE INVOICE-LINE FROM BLANK-LINE
           ADD 1 TO WS-STATEMENTS
           MOVE WS-DEADLINE TO DTL-DATE
           MOVE 'PREMIUM STATEMENT SENT - PAY BY DATE SHOWN'
               TO WS-CUR-TEXT
           PERFORM REPORT-CASE.

       REPORT-CASE.
           MOVE CBC-MEMBER-ID  TO DTL-MEMBER
           MOVE CBC-POLICY-ID  TO DTL-POLICY
           MOVE CBC-EVENT-CODE TO DTL-EVENT
           MOVE CBC-STATUS     TO DTL-STATUS
           MOVE WS-CUR-TEXT    TO DTL-TEXT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.

       REWRITE-POLICIES.
           OPEN OUTPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'COBRADM: ERROR REWRITING POLICIES: '
                   WS-POL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
               MOVE WS-POL-IMAGE(WS-POL-IDX) TO POLICY-RECORD
               WRITE POLICY-RECORD
           END-PERFORM
           CLOSE POLICY-FILE.

       REWRITE-CASES.
           OPEN OUTPUT CASE-FILE
           IF WS-CAS-STATUS NOT = '00'
               DISPLAY 'COBRADM: ERROR REWRITING COBRA-CASES: '
                   WS-CAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE WS-CS-IMAGE(WS-CS-IDX) TO COBRA-CASE-RECORD
               WRITE COBRA-CASE-RECORD
           END-PERFORM
           CLOSE CASE-FILE.
