      *>================================================================*
      *> DEPAGE.cob — Dependent age-out termination and notices
      *> Compile: cobc -x -free -I copybooks DEPAGE.cob
      *> Monthly: finds every dependent child (MBR-RELATIONSHIP 'D')
      *> reaching their plan's limiting age, instead of waiting for
      *> the group to send the termination while claims we could
      *> deny are paid and later clawed back by RETRORPC.
      *> Coverage ends on the last day of the month the dependent
      *> turns the limiting age (PLN-DEP-AGE-LIMIT, else 26):
      *>   - 90 days before, the subscriber is sent an advance
      *>     notice explaining the disabled-dependent extension
      *>   - 30 days before, a final notice goes out, and the
      *>     termination is written to the 834 enrollment intake so
      *>     ENRL834 sets POL-TERM-DATE exactly as it would for a
      *>     group-sent termination, and the dependent is handed to
      *>     continuation-coverage administration
      *> A dependent the run first finds inside 30 days of (or past)
      *> the age-out date gets the final notice only; a termination
      *> already past when issued is flagged retroactive on the
      *> report.
      *> A disabled dependent certified on the certification file
      *> is extended: with no recertification date indefinitely,
      *> otherwise to the end of the recertification month, when
      *> the same notices and termination follow unless the
      *> certification is renewed. A policy the group has already
      *> terminated by that date needs nothing from this run.
      *> Every notice and termination is kept on the age-out
      *> history, so the monthly rerun never repeats one for the
      *> same coverage end date.
      *>
      *> Input:  data/MEMBERS.DAT          (SEQUENTIAL, MBRMAST)
      *>         data/POLICIES.DAT         (SEQUENTIAL, POLREC)
      *>         data/PLAN-DESIGNS.DAT     (LINE SEQ, PLANMAST)
      *>         data/DEPENDENT-CERTS.DAT  (LINE SEQUENTIAL: member
      *>                 X(10), certified 9(8), recertify by 9(8)
      *>                 or zero, certified by X(20))
      *>         data/DEPAGE-HISTORY.DAT   (LINE SEQUENTIAL)
      *> Output: data/DEPAGE-NOTICES.TXT   (subscriber notices)
      *>         data/ENROLLMENT-834.TXT   (terminations appended)
      *>         data/COBRA-QUALIFYING-EVENTS.DAT (appended, COBRAQE)
      *>         data/DEPAGE-HISTORY.DAT   (appended)
      *>         data/DEPAGE-REPORT.TXT    (LINE SEQUENTIAL, print)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE
               ASSIGN TO 'data/MEMBERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT PLAN-DESIGN-FILE
               ASSIGN TO 'data/PLAN-DESIGNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.
           SELECT CERT-FILE
               ASSIGN TO 'data/DEPENDENT-CERTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO 'data/DEPAGE-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO 'data/DEPAGE-NOTICES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.
           SELECT EDI-OUT-FILE
               ASSIGN TO 'data/ENROLLMENT-834.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDI-STATUS.
           SELECT COBRA-FILE
               ASSIGN TO 'data/COBRA-QUALIFYING-EVENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/DEPAGE-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       COPY MBRMAST.

       FD  POLICY-FILE.
       COPY POLREC.

       FD  PLAN-DESIGN-FILE.
       COPY PLANMAST.

       FD  CERT-FILE.
       01  DEPENDENT-CERT-RECORD.
           05  DCT-MEMBER-ID          PIC X(10).
           05  DCT-CERT-DATE          PIC 9(8).
           05  DCT-RECERT-DATE        PIC 9(8).
           05  DCT-CERTIFIED-BY       PIC X(20).

      *> One row per action taken for a dependent's coverage end
      *> date: 9 the 90-day notice, 3 the 30-day notice, T the
      *> termination and continuation-coverage hand-off
       FD  HISTORY-FILE.
       01  DEPAGE-HISTORY-RECORD.
           05  DAH-MEMBER-ID          PIC X(10).
           05  DAH-ACTION             PIC X(1).
           05  DAH-TERM-DATE          PIC 9(8).
           05  DAH-ACTION-DATE        PIC 9(8).
           05  DAH-POLICY-ID          PIC X(5).

       FD  NOTICE-FILE.
       01  NOTICE-LINE                PIC X(100).

       FD  EDI-OUT-FILE.
       01  EDI-SEGMENT-LINE           PIC X(250).

       FD  COBRA-FILE.
       COPY COBRAQE.

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MBR-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-PLN-STATUS              PIC XX.
       01  WS-CRT-STATUS              PIC XX.
       01  WS-HST-STATUS              PIC XX.
       01  WS-NTC-STATUS              PIC XX.
       01  WS-EDI-STATUS              PIC XX.
       01  WS-CQE-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-INT                 PIC 9(7).
       01  WS-DEFAULT-AGE-LIMIT       PIC 9(2) VALUE 26.

       01  WS-MB-COUNT                PIC 9(4) VALUE 0.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 1000.
               10  WS-MB-ID           PIC X(10).
               10  WS-MB-NAME         PIC X(25).
               10  WS-MB-ADDRESS      PIC X(30).
               10  WS-MB-CITY         PIC X(15).
               10  WS-MB-STATE        PIC X(2).
               10  WS-MB-ZIP          PIC X(9).
               10  WS-MB-DOB          PIC 9(8).
               10  WS-MB-RELATIONSHIP PIC X(1).
       01  WS-MB-IDX                  PIC 9(4).
       01  WS-MB-SUB                  PIC 9(4).
       01  WS-MB-SCAN                 PIC 9(4).

      *> The policy in force for each member — the latest-effective
      *> row not terminated before the run
       01  WS-PL-COUNT                PIC 9(4) VALUE 0.
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 1000.
               10  WS-PL-MEMBER       PIC X(10).
               10  WS-PL-POLICY       PIC X(5).
               10  WS-PL-EFF          PIC 9(8).
               10  WS-PL-TERM         PIC 9(8).
               10  WS-PL-FAMILY       PIC X(5).
               10  WS-PL-PLAN         PIC X(5).
       01  WS-PL-IDX                  PIC 9(4).
       01  WS-PL-SCAN                 PIC 9(4).

       01  WS-PA-COUNT                PIC 9(3) VALUE 0.
       01  WS-PA-TABLE.
           05  WS-PA-ENTRY OCCURS 100.
               10  WS-PA-PLAN         PIC X(5).
               10  WS-PA-AGE-LIMIT    PIC 9(2).
       01  WS-PA-IDX                  PIC 9(3).

       01  WS-CT-COUNT                PIC 9(3) VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 500.
               10  WS-CT-MEMBER       PIC X(10).
               10  WS-CT-RECERT       PIC 9(8).
       01  WS-CT-IDX                  PIC 9(3).

       01  WS-HS-COUNT                PIC 9(4) VALUE 0.
       01  WS-HS-TABLE.
           05  WS-HS-ENTRY OCCURS 3000.
               10  WS-HS-MEMBER       PIC X(10).
               10  WS-HS-ACTION       PIC X(1).
               10  WS-HS-TERM         PIC 9(8).
       01  WS-HS-IDX                  PIC 9(4).
       01  WS-HS-HIT                  PIC X(1).

      *> The dependent being worked
       01  WS-AGE-LIMIT               PIC 9(2).
       01  WS-AGE-OUT-DATE            PIC 9(8).
       01  WS-AGE-OUT-PARTS REDEFINES WS-AGE-OUT-DATE.
           05  WS-AO-YEAR             PIC 9(4).
           05  WS-AO-MONTH            PIC 9(2).
           05  WS-AO-DAY              PIC 9(2).
       01  WS-TERM-DATE               PIC 9(8).
       01  WS-MONTH-DATE              PIC 9(8).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-DATE.
           05  WS-MD-YEAR             PIC 9(4).
           05  WS-MD-MONTH            PIC 9(2).
           05  WS-MD-DAY              PIC 9(2).
       01  WS-MONTH-END               PIC 9(8).
       01  WS-DAYS-TO-TERM            PIC S9(7).
       01  WS-CUR-ACTION              PIC X(1).
       01  WS-CERTIFIED               PIC X(1).
           88  WS-CERT-INDEFINITE     VALUE 'I'.
           88  WS-CERT-DATED          VALUE 'D'.
           88  WS-CERT-NONE           VALUE 'N'.
       01  WS-CERT-RECERT             PIC 9(8).

       01  WS-EDI-NAME                PIC X(25).
       01  WS-EDI-LINE                PIC X(250).

       01  WS-DEPENDENTS-CHECKED      PIC 9(5) VALUE 0.
       01  WS-NOTICES-90              PIC 9(5) VALUE 0.
       01  WS-NOTICES-30              PIC 9(5) VALUE 0.
       01  WS-TERMS-ISSUED            PIC 9(5) VALUE 0.
       01  WS-RETRO-TERMS             PIC 9(5) VALUE 0.
       01  WS-EXTENDED                PIC 9(5) VALUE 0.
       01  WS-EXCEPTIONS              PIC 9(5) VALUE 0.

       01  NTC-ADDR-1.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  NTA-NAME           PIC X(25).
           05  FILLER             PIC X(71) VALUE SPACES.
       01  NTC-ADDR-2.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  NTA-ADDR1          PIC X(30).
           05  FILLER             PIC X(66) VALUE SPACES.
       01  NTC-ADDR-3.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  NTA-CITY           PIC X(15).
           05  NTA-STATE          PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  NTA-ZIP            PIC X(9).
           05  FILLER             PIC X(69) VALUE SPACES.
       01  NTC-TITLE-90               PIC X(100)
           VALUE '    ADVANCE NOTICE - DEPENDENT COVERAGE ENDING'.
       01  NTC-TITLE-30               PIC X(100)
           VALUE '    FINAL NOTICE - DEPENDENT COVERAGE ENDING'.
       01  NTC-DEPENDENT-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE 'YOUR DEPENDENT'.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  NTD-NAME           PIC X(25).
           05  FILLER             PIC X(9)  VALUE ' (MEMBER '.
           05  NTD-MEMBER         PIC X(10).
           05  FILLER             PIC X(1)  VALUE ')'.
           05  FILLER             PIC X(36) VALUE SPACES.
       01  NTC-AGE-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(35)
               VALUE 'REACHES THE PLAN''S LIMITING AGE OF '.
           05  NTG-AGE            PIC Z9.
           05  FILLER             PIC X(19)
               VALUE '. COVERAGE ENDS ON '.
           05  NTG-TERM           PIC 9(8).
           05  FILLER             PIC X(32) VALUE '.'.
       01  NTC-EXTENSION-1            PIC X(100)
           VALUE '    IF THIS DEPENDENT IS INCAPABLE OF SELF-SUPPORT '
               & 'BECAUSE OF A MENTAL OR PHYSICAL DISABILITY,'.
       01  NTC-EXTENSION-2            PIC X(100)
           VALUE '    RETURN THE ENCLOSED DISABLED-DEPENDENT '
               & 'CERTIFICATION BEFORE THAT DATE TO CONTINUE'.
       01  NTC-EXTENSION-3            PIC X(100)
           VALUE '    COVERAGE. IF IT IS NOT RECEIVED, INFORMATION ON '
               & 'ELECTING CONTINUATION COVERAGE WILL FOLLOW.'.
       01  NTC-SEPARATOR              PIC X(100) VALUE ALL '='.
       01  BLANK-LINE                 PIC X(100) VALUE SPACES.

       01  HDR-LINE-1                 PIC X(100)
           VALUE 'DEPENDENT AGE-OUT ACTIONS'.
       01  HDR-LINE-2.
           05  FILLER                 PIC X(42)
               VALUE 'DEPENDENT   SUBSCRIBER  POLICY  AGE-OUT   '.
           05  FILLER                 PIC X(58)
               VALUE 'COVER END ACTION'.
       01  DTL-LINE.
           05  DTL-MEMBER             PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-SUBSCRIBER         PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-POLICY             PIC X(5).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  DTL-AGE-OUT            PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-TERM               PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DTL-ACTION             PIC X(48).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'DEPAGE - DEPENDENT AGE-OUT'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-POLICIES
           PERFORM LOAD-PLAN-AGE-LIMITS
           PERFORM LOAD-CERTIFICATIONS
           PERFORM LOAD-HISTORY
           PERFORM OPEN-OUTPUTS
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-RELATIONSHIP(WS-MB-IDX) = 'D'
                   PERFORM CHECK-ONE-DEPENDENT
               END-IF
           END-PERFORM
           CLOSE NOTICE-FILE EDI-OUT-FILE COBRA-FILE HISTORY-FILE
                 REPORT-FILE
           DISPLAY 'DEPAGE COMPLETE'
           DISPLAY '  DEPENDENTS CHECKED:  ' WS-DEPENDENTS-CHECKED
           DISPLAY '  90-DAY NOTICES:      ' WS-NOTICES-90
           DISPLAY '  30-DAY NOTICES:      ' WS-NOTICES-30
           DISPLAY '  TERMINATIONS:        ' WS-TERMS-ISSUED
           DISPLAY '    RETROACTIVE:       ' WS-RETRO-TERMS
           DISPLAY '  DISABLED EXTENDED:   ' WS-EXTENDED
           DISPLAY '  EXCEPTIONS:          ' WS-EXCEPTIONS
           IF WS-EXCEPTIONS > 0 OR WS-RETRO-TERMS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-MEMBERS.
           OPEN INPUT MEMBER-FILE
           IF WS-MBR-STATUS NOT = '00'
               DISPLAY 'DEPAGE: ERROR OPENING MEMBERS: '
                   WS-MBR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> A dependent dropped here would simply never age out
                       IF WS-MB-COUNT = 1000
                           DISPLAY 'DEPAGE: ERROR - MORE THAN 1000 '
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
                       MOVE MBR-RELATIONSHIP
                           TO WS-MB-RELATIONSHIP(WS-MB-COUNT)
                       IF MBR-DOB IS NUMERIC
                           MOVE MBR-DOB TO WS-MB-DOB(WS-MB-COUNT)
                       ELSE
                           MOVE 0 TO WS-MB-DOB(WS-MB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'DEPAGE: ERROR OPENING POLICIES: '
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
                       IF POL-TERM-DATE = 0
                           OR POL-TERM-DATE >= WS-RUN-DATE
                           PERFORM NOTE-ONE-POLICY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       NOTE-ONE-POLICY.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               OR WS-PL-MEMBER(WS-PL-IDX) = POL-MEMBER-ID
               CONTINUE
           END-PERFORM
           IF WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-COUNT = 1000
                   DISPLAY 'DEPAGE: ERROR - MORE THAN 1000 MEMBERS '
                       'WITH COVERAGE - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PL-COUNT
           ELSE
               IF POL-EFFECTIVE-DATE < WS-PL-EFF(WS-PL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE POL-MEMBER-ID      TO WS-PL-MEMBER(WS-PL-IDX)
           MOVE POL-POLICY-ID      TO WS-PL-POLICY(WS-PL-IDX)
           MOVE POL-EFFECTIVE-DATE TO WS-PL-EFF(WS-PL-IDX)
           MOVE POL-TERM-DATE      TO WS-PL-TERM(WS-PL-IDX)
           MOVE POL-FAMILY-ID      TO WS-PL-FAMILY(WS-PL-IDX)
           MOVE POL-PLAN-ID        TO WS-PL-PLAN(WS-PL-IDX).

       LOAD-PLAN-AGE-LIMITS.
           OPEN INPUT PLAN-DESIGN-FILE
           IF WS-PLN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PLAN-DESIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PLN-DEP-AGE-LIMIT IS NUMERIC
                           AND PLN-DEP-AGE-LIMIT > 0
                           AND WS-PA-COUNT < 100
                           ADD 1 TO WS-PA-COUNT
                           MOVE PLN-PLAN-ID
                               TO WS-PA-PLAN(WS-PA-COUNT)
                           MOVE PLN-DEP-AGE-LIMIT
                               TO WS-PA-AGE-LIMIT(WS-PA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-DESIGN-FILE.

       LOAD-CERTIFICATIONS.
           OPEN INPUT CERT-FILE
           IF WS-CRT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> A certification dropped here would terminate a disabled
      *> dependent's coverage
                       IF WS-CT-COUNT = 500
                           DISPLAY 'DEPAGE: ERROR - MORE THAN 500 '
                               'DEPENDENT CERTIFICATIONS - RUN '
                               'ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CT-COUNT
                       MOVE DCT-MEMBER-ID
                           TO WS-CT-MEMBER(WS-CT-COUNT)
                       IF DCT-RECERT-DATE IS NUMERIC
                           MOVE DCT-RECERT-DATE
                               TO WS-CT-RECERT(WS-CT-COUNT)
                       ELSE
                           MOVE 0 TO WS-CT-RECERT(WS-CT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-FILE.

       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-HS-COUNT = 3000
                           DISPLAY 'DEPAGE: ERROR - MORE THAN 3000 '
                               'AGE-OUT HISTORY ROWS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HS-COUNT
                       MOVE DAH-MEMBER-ID
                           TO WS-HS-MEMBER(WS-HS-COUNT)
                       MOVE DAH-ACTION
                           TO WS-HS-ACTION(WS-HS-COUNT)
                       MOVE DAH-TERM-DATE
                           TO WS-HS-TERM(WS-HS-COUNT)
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       OPEN-OUTPUTS.
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-HST-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN EXTEND EDI-OUT-FILE
           IF WS-EDI-STATUS NOT = '00'
               OPEN OUTPUT EDI-OUT-FILE
           END-IF
           OPEN EXTEND COBRA-FILE
           IF WS-CQE-STATUS NOT = '00'
               OPEN OUTPUT COBRA-FILE
           END-IF
           IF WS-HST-STATUS NOT = '00' OR WS-EDI-STATUS NOT = '00'
               OR WS-CQE-STATUS NOT = '00'
               DISPLAY 'DEPAGE: ERROR OPENING HISTORY/834/COBRA: '
                   WS-HST-STATUS ' ' WS-EDI-STATUS ' ' WS-CQE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>================================================================*
      *> CHECK-ONE-DEPENDENT: Where this dependent stands against
      *> their coverage end date
      *>================================================================*
       CHECK-ONE-DEPENDENT.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               OR WS-PL-MEMBER(WS-PL-IDX) = WS-MB-ID(WS-MB-IDX)
               CONTINUE
           END-PERFORM
           IF WS-PL-IDX > WS-PL-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPENDENTS-CHECKED
           PERFORM FIND-SUBSCRIBER
           MOVE WS-MB-ID(WS-MB-IDX) TO DTL-MEMBER
           MOVE WS-MB-ID(WS-MB-SUB) TO DTL-SUBSCRIBER
           MOVE WS-PL-POLICY(WS-PL-IDX) TO DTL-POLICY
           MOVE 0 TO DTL-AGE-OUT
           MOVE 0 TO DTL-TERM
           IF WS-MB-DOB(WS-MB-IDX) = 0
               MOVE 'EXCEPTION - NO DATE OF BIRTH ON MEMBERS.DAT'
                   TO DTL-ACTION
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
      *> Limiting age and the month-end coverage stops
           MOVE WS-DEFAULT-AGE-LIMIT TO WS-AGE-LIMIT
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
               UNTIL WS-PA-IDX > WS-PA-COUNT
               IF WS-PA-PLAN(WS-PA-IDX) = WS-PL-PLAN(WS-PL-IDX)
                   AND WS-PL-PLAN(WS-PL-IDX) NOT = SPACES
                   MOVE WS-PA-AGE-LIMIT(WS-PA-IDX) TO WS-AGE-LIMIT
               END-IF
           END-PERFORM
           MOVE WS-MB-DOB(WS-MB-IDX) TO WS-AGE-OUT-DATE
           ADD WS-AGE-LIMIT TO WS-AO-YEAR
           MOVE WS-AGE-OUT-DATE TO WS-MONTH-DATE
           PERFORM COMPUTE-MONTH-END
           MOVE WS-MONTH-END TO WS-TERM-DATE
           MOVE WS-AGE-OUT-DATE TO DTL-AGE-OUT
      *> A disabled-dependent certification moves or lifts the stop
           MOVE 'N' TO WS-CERTIFIED
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-MEMBER(WS-CT-IDX) = WS-MB-ID(WS-MB-IDX)
                   IF WS-CT-RECERT(WS-CT-IDX) = 0
                       MOVE 'I' TO WS-CERTIFIED
                   ELSE
                       IF NOT WS-CERT-INDEFINITE
                           MOVE 'D' TO WS-CERTIFIED
                           MOVE WS-CT-RECERT(WS-CT-IDX)
                               TO WS-CERT-RECERT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CERT-INDEFINITE
               MOVE 'EXTENDED - DISABLED DEPENDENT, NO RECERT DATE'
                   TO DTL-ACTION
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXTENDED
               EXIT PARAGRAPH
           END-IF
           IF WS-CERT-DATED
               MOVE WS-CERT-RECERT TO WS-MONTH-DATE
               PERFORM COMPUTE-MONTH-END
               IF WS-MONTH-END > WS-TERM-DATE
                   MOVE WS-MONTH-END TO WS-TERM-DATE
               END-IF
           END-IF
           MOVE WS-TERM-DATE TO DTL-TERM
      *> The group has already ended coverage by then
           IF WS-PL-TERM(WS-PL-IDX) NOT = 0
               AND WS-PL-TERM(WS-PL-IDX) <= WS-TERM-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-TO-TERM =
               FUNCTION INTEGER-OF-DATE(WS-TERM-DATE) - WS-RUN-INT
           IF WS-DAYS-TO-TERM > 90
               IF WS-CERT-DATED
                   AND WS-AGE-OUT-DATE <= WS-RUN-DATE
                   MOVE 'EXTENDED - DISABLED DEPENDENT TO RECERT MONTH'
                       TO DTL-ACTION
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-EXTENDED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYS-TO-TERM > 30
               MOVE '9' TO WS-CUR-ACTION
               PERFORM FIND-HISTORY
               IF WS-HS-HIT = 'N'
                   PERFORM SEND-NOTICE
                   ADD 1 TO WS-NOTICES-90
                   MOVE '90-DAY ADVANCE NOTICE SENT' TO DTL-ACTION
                   PERFORM WRITE-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE '3' TO WS-CUR-ACTION
           PERFORM FIND-HISTORY
           IF WS-HS-HIT = 'N'
               PERFORM SEND-NOTICE
               ADD 1 TO WS-NOTICES-30
               MOVE '30-DAY FINAL NOTICE SENT' TO DTL-ACTION
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'T' TO WS-CUR-ACTION
           PERFORM FIND-HISTORY
           IF WS-HS-HIT = 'N'
               PERFORM ISSUE-TERMINATION
           END-IF.

      *> Last day of the month holding WS-MONTH-DATE
       COMPUTE-MONTH-END.
           MOVE 1 TO WS-MD-DAY
           IF WS-MD-MONTH = 12
               ADD 1 TO WS-MD-YEAR
               MOVE 1 TO WS-MD-MONTH
           ELSE
               ADD 1 TO WS-MD-MONTH
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-DATE) - 1).

      *> The subscriber is the family's member on file as the
      *> subscriber; with none on file the dependent is addressed
      *> at their own address
       FIND-SUBSCRIBER.
           MOVE WS-MB-IDX TO WS-MB-SUB
           IF WS-PL-FAMILY(WS-PL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PL-SCAN FROM 1 BY 1
               UNTIL WS-PL-SCAN > WS-PL-COUNT
               IF WS-PL-FAMILY(WS-PL-SCAN) = WS-PL-FAMILY(WS-PL-IDX)
                   PERFORM VARYING WS-MB-SCAN FROM 1 BY 1
                       UNTIL WS-MB-SCAN > WS-MB-COUNT
                       IF WS-MB-ID(WS-MB-SCAN)
                           = WS-PL-MEMBER(WS-PL-SCAN)
                           AND WS-MB-RELATIONSHIP(WS-MB-SCAN) = 'S'
                           MOVE WS-MB-SCAN TO WS-MB-SUB
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       FIND-HISTORY.
           MOVE 'N' TO WS-HS-HIT
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-COUNT
               IF WS-HS-MEMBER(WS-HS-IDX) = WS-MB-ID(WS-MB-IDX)
                   AND WS-HS-ACTION(WS-HS-IDX) = WS-CUR-ACTION
                   AND WS-HS-TERM(WS-HS-IDX) = WS-TERM-DATE
                   MOVE 'Y' TO WS-HS-HIT
               END-IF
           END-PERFORM.

      *>================================================================*
      *> SEND-NOTICE: The advance or final notice to the subscriber,
      *> with the disabled-dependent certification path
      *>================================================================*
       SEND-NOTICE.
           WRITE NOTICE-LINE FROM NTC-SEPARATOR
           MOVE WS-MB-NAME(WS-MB-SUB)    TO NTA-NAME
           MOVE WS-MB-ADDRESS(WS-MB-SUB) TO NTA-ADDR1
           MOVE WS-MB-CITY(WS-MB-SUB)    TO NTA-CITY
           MOVE WS-MB-STATE(WS-MB-SUB)   TO NTA-STATE
           MOVE WS-MB-ZIP(WS-MB-SUB)     TO NTA-ZIP
           WRITE NOTICE-LINE FROM NTC-ADDR-1
           WRITE NOTICE-LINE FROM NTC-ADDR-2
           WRITE NOTICE-LINE FROM NTC-ADDR-3
           WRITE NOTICE-LINE FROM BLANK-LINE
           IF WS-CUR-ACTION = '9'
               WRITE NOTICE-LINE FROM NTC-TITLE-90
           ELSE
               WRITE NOTICE-LINE FROM NTC-TITLE-30
           END-IF
           WRITE NOTICE-LINE FROM BLANK-LINE
           MOVE WS-MB-NAME(WS-MB-IDX) TO NTD-NAME
           MOVE WS-MB-ID(WS-MB-IDX)   TO NTD-MEMBER
           MOVE WS-AGE-LIMIT          TO NTG-AGE
           MOVE WS-TERM-DATE          TO NTG-TERM
           WRITE NOTICE-LINE FROM NTC-DEPENDENT-LINE
           WRITE NOTICE-LINE FROM NTC-AGE-LINE
           WRITE NOTICE-LINE FROM BLANK-LINE
           WRITE NOTICE-LINE FROM NTC-EXTENSION-1
           WRITE NOTICE-LINE FROM NTC-EXTENSION-2
           WRITE NOTICE-LINE FROM NTC-EXTENSION-3
           WRITE NOTICE-LINE FROM BLANK-LINE
           PERFORM WRITE-HISTORY-ROW.

      *>================================================================*
      *> ISSUE-TERMINATION: A 024 termination loop on the 834 intake
      *> for ENRL834 to apply, and the qualifying event for
      *> continuation-coverage administration
      *>================================================================*
       ISSUE-TERMINATION.
           MOVE 'INS*N*19*024~' TO EDI-SEGMENT-LINE
           WRITE EDI-SEGMENT-LINE
           MOVE WS-MB-NAME(WS-MB-IDX) TO WS-EDI-NAME
           MOVE SPACES TO WS-EDI-LINE
           STRING 'NM1*IL*1*' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDI-NAME) DELIMITED BY SIZE
                  '*****MI*' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MB-ID(WS-MB-IDX)) DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-LINE
           END-STRING
           WRITE EDI-SEGMENT-LINE FROM WS-EDI-LINE
           MOVE SPACES TO WS-EDI-LINE
           STRING 'REF*1L*' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PL-POLICY(WS-PL-IDX))
                      DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-LINE
           END-STRING
           WRITE EDI-SEGMENT-LINE FROM WS-EDI-LINE
           MOVE SPACES TO WS-EDI-LINE
           STRING 'DTP*357*D8*' DELIMITED BY SIZE
                  WS-TERM-DATE DELIMITED BY SIZE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-LINE
           END-STRING
           WRITE EDI-SEGMENT-LINE FROM WS-EDI-LINE
           INITIALIZE COBRA-QUALIFYING-EVENT
           MOVE WS-MB-ID(WS-MB-IDX)      TO CQE-MEMBER-ID
           MOVE WS-MB-NAME(WS-MB-IDX)    TO CQE-MEMBER-NAME
           MOVE WS-MB-ID(WS-MB-SUB)      TO CQE-SUBSCRIBER-ID
           MOVE WS-PL-POLICY(WS-PL-IDX)  TO CQE-POLICY-ID
           MOVE 'DA'                     TO CQE-EVENT-CODE
           IF WS-CERT-DATED
               MOVE WS-CERT-RECERT       TO CQE-EVENT-DATE
           ELSE
               MOVE WS-AGE-OUT-DATE      TO CQE-EVENT-DATE
           END-IF
           MOVE WS-TERM-DATE             TO CQE-LOSS-DATE
           MOVE WS-MB-ADDRESS(WS-MB-IDX) TO CQE-ADDRESS-LINE1
           MOVE WS-MB-CITY(WS-MB-IDX)    TO CQE-CITY
           MOVE WS-MB-STATE(WS-MB-IDX)   TO CQE-STATE
           MOVE WS-MB-ZIP(WS-MB-IDX)     TO CQE-ZIP
           MOVE WS-RUN-DATE              TO CQE-REPORT-DATE
           WRITE COBRA-QUALIFYING-EVENT
           PERFORM WRITE-HISTORY-ROW
           ADD 1 TO WS-TERMS-ISSUED
           IF WS-TERM-DATE < WS-RUN-DATE
               ADD 1 TO WS-RETRO-TERMS
               MOVE 'TERMINATION SENT TO 834 - RETROACTIVE, REVIEW'
                   TO DTL-ACTION
           ELSE
               MOVE 'TERMINATION SENT TO 834, COBRA EVENT WRITTEN'
                   TO DTL-ACTION
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-HISTORY-ROW.
           MOVE WS-MB-ID(WS-MB-IDX)     TO DAH-MEMBER-ID
           MOVE WS-CUR-ACTION           TO DAH-ACTION
           MOVE WS-TERM-DATE            TO DAH-TERM-DATE
           MOVE WS-RUN-DATE             TO DAH-ACTION-DATE
           MOVE WS-PL-POLICY(WS-PL-IDX) TO DAH-POLICY-ID
           WRITE DEPAGE-HISTORY-RECORD.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
