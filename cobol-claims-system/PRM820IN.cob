      *>================================================================*
      *> PRM820IN.cob — 820 premium remittance intake
      *> Compile: cobc -x -free -I copybooks PRM820IN.cob
      *> Employer groups that remit electronically send an X12 820
      *> with each payment saying which invoice it pays and, for
      *> most groups, which members it pays for. This translator
      *> applies each payment to the GROUP-INVOICES.DAT invoice it
      *> names instead of GRPBILL's oldest-first lump-sum rule, and
      *> keeps whatever does not land on an invoice cleanly as an
      *> open premium item for premium accounting to work:
      *>   U  unapplied cash — paid to an invoice not on file or
      *>      already settled, paid over the invoice's balance, or
      *>      sent with no remittance detail to say what it is for
      *>   S  short-pay — the remittance named the invoice and paid
      *>      less than its open balance; one open item per invoice,
      *>      closed when the invoice settles
      *> Cash held because its invoice was not yet billed is tried
      *> again on each run and applied once GRPBILL has billed it.
      *>
      *> Working subset of the 820 segments, one segment per line
      *> the same as the 837 and 834 intakes:
      *>   BPR*C*<payment amount>*C*<method>*...*<effective date>~
      *>        (BPR02 amount, BPR16 CCYYMMDD)
      *>   TRN*3*<payment trace number>~
      *>   N1*PR*<group name>*<qual>*<our group id>~
      *>   ENT*<n>*2J*EI*<group id>~     organization summary
      *>   ENT*<n>*2L*34*<member id>~    individual remittance
      *>   NM1*IL*1*<last>*<first>****34*<member id>~
      *>   RMR*IK*<invoice>**<amount paid>*<amount billed>~
      *>        (invoice is our group id and invoice month,
      *>         e.g. G0001202509)
      *> An invoice paid at both levels in one payment applies the
      *> organization amount; the member lines then only feed the
      *> enrollment check. Where member lines are present, each is
      *> checked against POLICIES.DAT for the invoice month: a
      *> member paid for but not enrolled in the group that month,
      *> and a member enrolled but left off the remittance, are both
      *> listed for the account managers.
      *>
      *> The envelope is proved the way CLM837IN proves the 837:
      *> ST/SE segment counts and GS/GE transaction counts and
      *> control numbers. A functional group out of balance, or
      *> never closed, is rejected whole — none of its payments are
      *> applied, the log names the interchange, and the 999
      *> carries AK9*R for the group to be resent.
      *>
      *> Input:  data/PREMIUM-820.TXT     (LINE SEQUENTIAL)
      *>         data/GROUP-INVOICES.DAT  (LINE SEQ, GRPBILL's)
      *>         data/POLICIES.DAT        (SEQUENTIAL, POLREC)
      *>         data/PREMIUM-OPEN-ITEMS.DAT (LINE SEQUENTIAL)
      *> Output: data/GROUP-INVOICES.DAT  (rewritten)
      *>         data/PREMIUM-OPEN-ITEMS.DAT (rewritten; items
      *>                 closed before today are dropped)
      *>         data/PREMIUM-820-LOG.TXT (LINE SEQUENTIAL)
      *>         data/ACK-820-999.TXT     (LINE SEQUENTIAL)
      *>         data/PREMIUM-820-REPORT.TXT (LINE SEQUENTIAL)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRM820IN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-IN-FILE
               ASSIGN TO 'data/PREMIUM-820.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDI-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO 'data/GROUP-INVOICES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'data/PREMIUM-OPEN-ITEMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POI-STATUS.
           SELECT EDI-LOG-FILE
               ASSIGN TO 'data/PREMIUM-820-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ACK-999-FILE
               ASSIGN TO 'data/ACK-820-999.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-A999-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO 'data/PREMIUM-820-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDI-IN-FILE.
       01  EDI-SEGMENT-LINE           PIC X(250).

       FD  INVOICE-FILE.
       01  GROUP-INVOICE-RECORD.
           05  GIV-GROUP-ID           PIC X(5).
           05  GIV-INVOICE-MONTH      PIC 9(6).
           05  GIV-BILLED-AMT         PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  GIV-PAID-AMT           PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  GIV-STATUS             PIC X(1).
               88  GIV-OPEN               VALUE 'O'.
               88  GIV-SETTLED            VALUE 'P'.

       FD  POLICY-FILE.
       COPY POLREC.

      *> Open premium item — POI-REASON says why the cash did not
      *> settle an invoice: NIV invoice not on file, STL invoice
      *> already settled, OVP paid over the invoice balance, NRD
      *> paid beyond the remittance detail, BIV invoice reference
      *> unreadable, SHT short-paid (type S)
       FD  OPEN-ITEM-FILE.
       01  PREMIUM-OPEN-ITEM.
           05  POI-ITEM-TYPE          PIC X(1).
               88  POI-UNAPPLIED-CASH     VALUE 'U'.
               88  POI-SHORT-PAY          VALUE 'S'.
           05  POI-GROUP-ID           PIC X(5).
           05  POI-INVOICE-MONTH      PIC 9(6).
           05  POI-TRACE              PIC X(15).
           05  POI-PAY-DATE           PIC 9(8).
           05  POI-AMOUNT             PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  POI-REASON             PIC X(3).
           05  POI-STATUS             PIC X(1).
               88  POI-OPEN               VALUE 'O'.
               88  POI-CLOSED             VALUE 'C'.
           05  POI-STATUS-DATE        PIC 9(8).

       FD  EDI-LOG-FILE.
       01  EDI-LOG-LINE               PIC X(132).

       FD  ACK-999-FILE.
       01  ACK-999-LINE               PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EDI-STATUS              PIC XX.
       01  WS-INV-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-POI-STATUS              PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-A999-STATUS             PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
           88  WS-AT-EOF              VALUE 'Y'.

       01  WS-RUN-DATE                PIC 9(8).

      *> Counters
       01  WS-SEGMENTS-READ           PIC 9(5) VALUE 0.
       01  WS-SEGMENTS-SKIPPED        PIC 9(5) VALUE 0.
       01  WS-CTR-PAYMENTS            PIC 9(4) VALUE 0.
       01  WS-CTR-INVOICES-PAID       PIC 9(4) VALUE 0.
       01  WS-CTR-SHORT-PAYS          PIC 9(4) VALUE 0.
       01  WS-CTR-UNAPPLIED           PIC 9(4) VALUE 0.
       01  WS-CTR-HELD-APPLIED        PIC 9(4) VALUE 0.
       01  WS-CTR-DISCREPANCIES       PIC 9(4) VALUE 0.
       01  WS-CTR-GROUPS-REJECTED     PIC 9(2) VALUE 0.
       01  WS-CTR-PAYMENTS-DROPPED    PIC 9(4) VALUE 0.
       01  WS-AMT-RECEIVED            PIC S9(11)V99 VALUE 0.
       01  WS-AMT-APPLIED             PIC S9(11)V99 VALUE 0.
       01  WS-AMT-UNAPPLIED           PIC S9(11)V99 VALUE 0.

      *> Working copy of the segment split on '*' — BPR runs to
      *> sixteen elements after the segment ID
       01  WS-SEG-WORK                PIC X(250).
       01  WS-ELEM-COUNT              PIC 9(2).
       01  WS-ELEM-TABLE.
           05  WS-ELEM                PIC X(30) OCCURS 20.

      *> Envelope balancing — as CLM837IN
       01  WS-ISA-CTL                 PIC X(9)  VALUE SPACES.
       01  WS-IN-TRANSACTION          PIC X(1)  VALUE 'N'.
       01  WS-ST-SEG-COUNT            PIC 9(5)  VALUE 0.
       01  WS-SE-STATED               PIC 9(5)  VALUE 0.
       01  WS-GE-STATED               PIC 9(4)  VALUE 0.
       01  WS-GRP-COUNT               PIC 9(2) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 20.
               10  WS-GRP-CTL         PIC X(9).
               10  WS-GRP-TXN-COUNT   PIC 9(4).
               10  WS-GRP-STATUS      PIC X(1).
       01  WS-GRP-IDX                 PIC 9(2).
       01  WS-CUR-GRP                 PIC 9(2) VALUE 0.

      *> One row per ST..SE transaction — one payment
       01  WS-TX-COUNT                PIC 9(3) VALUE 0.
       01  WS-TX-TABLE.
           05  WS-TX-ENTRY OCCURS 200.
               10  WS-TX-GRP          PIC 9(2).
               10  WS-TX-GROUP-ID     PIC X(5).
               10  WS-TX-TRACE        PIC X(15).
               10  WS-TX-DATE         PIC 9(8).
               10  WS-TX-AMOUNT       PIC S9(9)V99.
       01  WS-TX-IDX                  PIC 9(3).
       01  WS-CUR-TX                  PIC 9(3) VALUE 0.

      *> Every RMR seen, tagged with its payment and whether it sat
      *> under the organization ENT or a member's
       01  WS-RL-COUNT                PIC 9(4) VALUE 0.
       01  WS-RL-TABLE.
           05  WS-RL-ENTRY OCCURS 2000.
               10  WS-RL-TX           PIC 9(3).
               10  WS-RL-LEVEL        PIC X(1).
               10  WS-RL-MEMBER       PIC X(10).
               10  WS-RL-INVOICE      PIC X(11).
               10  WS-RL-AMOUNT       PIC S9(9)V99.
       01  WS-RL-IDX                  PIC 9(4).
       01  WS-CUR-LEVEL               PIC X(1) VALUE 'O'.
       01  WS-CUR-MEMBER              PIC X(10) VALUE SPACES.

      *> The invoices one payment names, with what it pays on each
       01  WS-IW-COUNT                PIC 9(2) VALUE 0.
       01  WS-IW-TABLE.
           05  WS-IW-ENTRY OCCURS 50.
               10  WS-IW-INVOICE      PIC X(11).
               10  WS-IW-ORG-AMT      PIC S9(9)V99.
               10  WS-IW-ORG-SEEN     PIC X(1).
               10  WS-IW-MBR-AMT      PIC S9(9)V99.
               10  WS-IW-MBR-SEEN     PIC X(1).
       01  WS-IW-IDX                  PIC 9(2).
       01  WS-INVOICE-REF             PIC X(11).
       01  WS-INVOICE-REF-X REDEFINES WS-INVOICE-REF.
           05  WS-IR-GROUP            PIC X(5).
           05  WS-IR-MONTH            PIC X(6).
       01  WS-CASH-LEFT               PIC S9(9)V99.

      *> Invoices held whole and rewritten — as GRPBILL
       01  WS-IV-COUNT                PIC 9(3) VALUE 0.
       01  WS-IV-TABLE.
           05  WS-IV-ENTRY OCCURS 200.
               10  WS-IV-GROUP        PIC X(5).
               10  WS-IV-MONTH        PIC 9(6).
               10  WS-IV-BILLED       PIC S9(9)V99.
               10  WS-IV-PAID         PIC S9(9)V99.
               10  WS-IV-STATUS       PIC X(1).
       01  WS-IV-IDX                  PIC 9(3).

      *> Policy enrollment for the member check
       01  WS-PL-COUNT                PIC 9(3) VALUE 0.
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 500.
               10  WS-PL-GROUP        PIC X(5).
               10  WS-PL-MEMBER       PIC X(10).
               10  WS-PL-EFF          PIC 9(8).
               10  WS-PL-TERM         PIC 9(8).
       01  WS-PL-IDX                  PIC 9(3).
       01  WS-POLICIES-LOADED         PIC X(1) VALUE 'N'.
       01  WS-MONTH-FIRST             PIC 9(8).
       01  WS-MONTH-LAST              PIC 9(8).
       01  WS-MEMBER-FOUND            PIC X(1).

      *> Open premium items held whole and rewritten
       01  WS-OI-COUNT                PIC 9(3) VALUE 0.
       01  WS-OI-TABLE.
           05  WS-OI-ENTRY OCCURS 500.
               10  WS-OI-TYPE         PIC X(1).
               10  WS-OI-GROUP        PIC X(5).
               10  WS-OI-MONTH        PIC 9(6).
               10  WS-OI-TRACE        PIC X(15).
               10  WS-OI-PAY-DATE     PIC 9(8).
               10  WS-OI-AMOUNT       PIC S9(9)V99.
               10  WS-OI-REASON       PIC X(3).
               10  WS-OI-STATUS       PIC X(1).
               10  WS-OI-STATUS-DATE  PIC 9(8).
       01  WS-OI-IDX                  PIC 9(3).
       01  WS-OI-LOADED               PIC 9(3).

      *> One application of cash to an invoice
       01  WS-AP-GROUP                PIC X(5).
       01  WS-AP-MONTH                PIC 9(6).
       01  WS-AP-AMOUNT               PIC S9(9)V99.
       01  WS-AP-TRACE                PIC X(15).
       01  WS-AP-DATE                 PIC 9(8).
       01  WS-AP-APPLIED              PIC S9(9)V99.
       01  WS-AP-EXCESS               PIC S9(9)V99.
       01  WS-AP-REASON               PIC X(3).
       01  WS-OPEN-BAL                PIC S9(9)V99.

       01  WS-SEG-BUILD               PIC X(120).
       01  WS-LOG-DETAIL.
           05  WS-LD-SEGMENT          PIC X(3).
           05  FILLER                 PIC X(1) VALUE ' '.
           05  WS-LD-TEXT             PIC X(90).

       01  HDR-LINE.
           05  FILLER                 PIC X(40)
               VALUE 'PREMIUM 820 REMITTANCE APPLICATION'.
           05  FILLER                 PIC X(9)  VALUE 'RUN DATE '.
           05  HDR-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(63) VALUE SPACES.
       01  SECTION-LINE               PIC X(120).
       01  PAY-LINE.
           05  FILLER                 PIC X(14) VALUE 'PAYMENT GROUP '.
           05  PAY-GROUP              PIC X(5).
           05  FILLER                 PIC X(8)  VALUE '  TRACE '.
           05  PAY-TRACE              PIC X(15).
           05  FILLER                 PIC X(7)  VALUE '  DATE '.
           05  PAY-DATE               PIC 9(8).
           05  FILLER                 PIC X(9)  VALUE '  AMOUNT '.
           05  PAY-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(40) VALUE SPACES.
       01  APL-LINE.
           05  FILLER                 PIC X(10) VALUE '  INVOICE '.
           05  APL-GROUP              PIC X(5).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  APL-MONTH              PIC X(6).
           05  FILLER                 PIC X(11) VALUE '  REMITTED '.
           05  APL-REMITTED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(10) VALUE '  APPLIED '.
           05  APL-APPLIED            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(7)  VALUE '  OPEN '.
           05  APL-OPEN               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  APL-NOTE               PIC X(26).
       01  MBR-LINE.
           05  FILLER                 PIC X(11) VALUE '    MEMBER '.
           05  MBR-MEMBER             PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MBR-TEXT               PIC X(50).
           05  FILLER                 PIC X(47) VALUE SPACES.
       01  OI-LINE.
           05  OI-TYPE-TEXT           PIC X(15).
           05  OI-GROUP               PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OI-MONTH               PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OI-TRACE               PIC X(15).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OI-PAY-DATE            PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OI-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OI-STATUS-TEXT         PIC X(8).
           05  OI-REASON-TEXT         PIC X(30).
           05  FILLER                 PIC X(9)  VALUE SPACES.
       01  NONE-LINE                  PIC X(120) VALUE '  NONE'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'PRM820IN - 820 PREMIUM REMITTANCE INTAKE'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-INVOICES
           PERFORM LOAD-POLICIES
           PERFORM LOAD-OPEN-ITEMS
           PERFORM PROCESS-SEGMENTS
           PERFORM RETRY-HELD-CASH
           PERFORM APPLY-PAYMENTS
           PERFORM CLOSE-SETTLED-SHORT-PAYS
           PERFORM REWRITE-INVOICES
           PERFORM REWRITE-OPEN-ITEMS
           PERFORM WRITE-OPEN-ITEM-LIST
           PERFORM WRITE-999
           CLOSE EDI-IN-FILE EDI-LOG-FILE REPORT-FILE
           DISPLAY 'PRM820IN COMPLETE'
           DISPLAY '  SEGMENTS READ:      ' WS-SEGMENTS-READ
           DISPLAY '  PAYMENTS APPLIED:   ' WS-CTR-PAYMENTS
           DISPLAY '  CASH RECEIVED:      $' WS-AMT-RECEIVED
           DISPLAY '  APPLIED TO INVOICES: $' WS-AMT-APPLIED
           DISPLAY '  HELD AS UNAPPLIED:  $' WS-AMT-UNAPPLIED
           DISPLAY '  INVOICES SETTLED:   ' WS-CTR-INVOICES-PAID
           DISPLAY '  SHORT-PAYS OPEN:    ' WS-CTR-SHORT-PAYS
           DISPLAY '  UNAPPLIED ITEMS:    ' WS-CTR-UNAPPLIED
           DISPLAY '  HELD CASH APPLIED:  ' WS-CTR-HELD-APPLIED
           DISPLAY '  MEMBER DISCREPANCIES: ' WS-CTR-DISCREPANCIES
           DISPLAY '  GROUPS REJECTED:    ' WS-CTR-GROUPS-REJECTED
           DISPLAY '  PAYMENTS DROPPED W/GRP: '
               WS-CTR-PAYMENTS-DROPPED
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT EDI-IN-FILE
           IF WS-EDI-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PREMIUM-820.TXT: ' WS-EDI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EDI-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PREMIUM-820-LOG: ' WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PREMIUM-820-REPORT: '
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE
               AFTER ADVANCING PAGE.

       LOAD-INVOICES.
           OPEN INPUT INVOICE-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'PRM820IN: NO GROUP-INVOICES.DAT - ALL CASH '
                   'HELD AS UNAPPLIED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> The invoice file is rewritten from this table, so overflow
      *> must stop the run rather than drop receivables
                       IF WS-IV-COUNT = 200
                           DISPLAY 'PRM820IN: ERROR - MORE THAN 200 '
                               'INVOICES - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-IV-COUNT
                       MOVE GIV-GROUP-ID
                           TO WS-IV-GROUP(WS-IV-COUNT)
                       MOVE GIV-INVOICE-MONTH
                           TO WS-IV-MONTH(WS-IV-COUNT)
                       MOVE GIV-BILLED-AMT
                           TO WS-IV-BILLED(WS-IV-COUNT)
                       MOVE GIV-PAID-AMT
                           TO WS-IV-PAID(WS-IV-COUNT)
                       MOVE GIV-STATUS
                           TO WS-IV-STATUS(WS-IV-COUNT)
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE.

       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'PRM820IN: NO POLICIES.DAT - MEMBER DETAIL '
                   'NOT CHECKED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-POLICIES-LOADED
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PL-COUNT = 500
                           DISPLAY 'PRM820IN: ERROR - MORE THAN 500 '
                               'POLICIES - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PL-COUNT
                       MOVE POL-POLICY-ID
                           TO WS-PL-GROUP(WS-PL-COUNT)
                       MOVE POL-MEMBER-ID
                           TO WS-PL-MEMBER(WS-PL-COUNT)
                       MOVE POL-EFFECTIVE-DATE
                           TO WS-PL-EFF(WS-PL-COUNT)
                       MOVE POL-TERM-DATE
                           TO WS-PL-TERM(WS-PL-COUNT)
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-POI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-OI-COUNT = 500
                           DISPLAY 'PRM820IN: ERROR - MORE THAN 500 '
                               'OPEN PREMIUM ITEMS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OI-COUNT
                       MOVE POI-ITEM-TYPE
                           TO WS-OI-TYPE(WS-OI-COUNT)
                       MOVE POI-GROUP-ID
                           TO WS-OI-GROUP(WS-OI-COUNT)
                       MOVE POI-INVOICE-MONTH
                           TO WS-OI-MONTH(WS-OI-COUNT)
                       MOVE POI-TRACE
                           TO WS-OI-TRACE(WS-OI-COUNT)
                       MOVE POI-PAY-DATE
                           TO WS-OI-PAY-DATE(WS-OI-COUNT)
                       MOVE POI-AMOUNT
                           TO WS-OI-AMOUNT(WS-OI-COUNT)
                       MOVE POI-REASON
                           TO WS-OI-REASON(WS-OI-COUNT)
                       MOVE POI-STATUS
                           TO WS-OI-STATUS(WS-OI-COUNT)
                       MOVE POI-STATUS-DATE
                           TO WS-OI-STATUS-DATE(WS-OI-COUNT)
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.

      *>================================================================*
      *> PROCESS-SEGMENTS: Walk the interchange one segment at a time
      *>================================================================*
       PROCESS-SEGMENTS.
           MOVE 'N' TO WS-EOF
           PERFORM READ-NEXT-SEGMENT
           PERFORM UNTIL WS-AT-EOF
               PERFORM PARSE-SEGMENT
               PERFORM READ-NEXT-SEGMENT
           END-PERFORM
      *> A file that ends inside a group is a truncated transmission
      *> — the group's payments wait for the resend
           IF WS-CUR-GRP > 0
               MOVE 'R' TO WS-GRP-STATUS(WS-CUR-GRP)
               MOVE 'GE ' TO WS-LD-SEGMENT
               MOVE SPACES TO WS-LD-TEXT
               STRING 'GROUP NEVER CLOSED - ISA ' WS-ISA-CTL
                   ' GROUP ' WS-GRP-CTL(WS-CUR-GRP)
                   DELIMITED BY SIZE INTO WS-LD-TEXT
               MOVE WS-LOG-DETAIL TO EDI-LOG-LINE
               WRITE EDI-LOG-LINE
               ADD 1 TO WS-CTR-GROUPS-REJECTED
               MOVE 0 TO WS-CUR-GRP
           END-IF.

       READ-NEXT-SEGMENT.
           READ EDI-IN-FILE
               AT END
                   SET WS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SEGMENTS-READ
           END-READ.

       PARSE-SEGMENT.
           PERFORM SPLIT-SEGMENT-ELEMENTS
           IF WS-IN-TRANSACTION = 'Y'
               ADD 1 TO WS-ST-SEG-COUNT
           END-IF
           EVALUATE WS-ELEM(1)
               WHEN 'ISA'
                   MOVE WS-ELEM(14)(1:9) TO WS-ISA-CTL
               WHEN 'IEA'
                   CONTINUE
               WHEN 'GS'
                   PERFORM NOTE-GROUP-OPEN
               WHEN 'ST'
                   PERFORM NOTE-TRANSACTION
               WHEN 'SE'
                   PERFORM BALANCE-TRANSACTION
               WHEN 'GE'
                   PERFORM BALANCE-GROUP
               WHEN 'BPR'
                   PERFORM PARSE-BPR-SEGMENT
               WHEN 'TRN'
                   IF WS-CUR-TX > 0
                       MOVE WS-ELEM(3)(1:15) TO WS-TX-TRACE(WS-CUR-TX)
                   END-IF
               WHEN 'N1'
                   IF WS-ELEM(2) = 'PR' AND WS-CUR-TX > 0
                       MOVE WS-ELEM(5)(1:5)
                           TO WS-TX-GROUP-ID(WS-CUR-TX)
                   END-IF
               WHEN 'ENT'
                   PERFORM PARSE-ENT-SEGMENT
               WHEN 'NM1'
                   IF WS-ELEM(2) = 'IL'
                       MOVE 'M' TO WS-CUR-LEVEL
                       MOVE WS-ELEM(10) TO WS-CUR-MEMBER
                   END-IF
               WHEN 'RMR'
                   PERFORM PARSE-RMR-SEGMENT
               WHEN 'REF'
                   CONTINUE
               WHEN 'DTM'
                   CONTINUE
               WHEN OTHER
                   PERFORM LOG-UNRECOGNIZED-SEGMENT
           END-EVALUATE.

       SPLIT-SEGMENT-ELEMENTS.
           MOVE EDI-SEGMENT-LINE TO WS-SEG-WORK
           INSPECT WS-SEG-WORK REPLACING ALL '~' BY SPACE
           MOVE SPACES TO WS-ELEM-TABLE
           MOVE 0 TO WS-ELEM-COUNT
           UNSTRING WS-SEG-WORK DELIMITED BY '*'
               INTO WS-ELEM(1) WS-ELEM(2) WS-ELEM(3) WS-ELEM(4)
                    WS-ELEM(5) WS-ELEM(6) WS-ELEM(7) WS-ELEM(8)
                    WS-ELEM(9) WS-ELEM(10) WS-ELEM(11) WS-ELEM(12)
                    WS-ELEM(13) WS-ELEM(14) WS-ELEM(15) WS-ELEM(16)
                    WS-ELEM(17) WS-ELEM(18) WS-ELEM(19) WS-ELEM(20)
               TALLYING IN WS-ELEM-COUNT
           END-UNSTRING.

       NOTE-GROUP-OPEN.
           IF WS-GRP-COUNT = 20
               DISPLAY 'PRM820IN: ERROR - MORE THAN 20 FUNCTIONAL '
                   'GROUPS IN ONE INTERCHANGE - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-GRP-COUNT TO WS-CUR-GRP
           MOVE WS-ELEM(7)(1:9) TO WS-GRP-CTL(WS-CUR-GRP)
           MOVE 0 TO WS-GRP-TXN-COUNT(WS-CUR-GRP)
           MOVE 'A' TO WS-GRP-STATUS(WS-CUR-GRP).

      *>================================================================*
      *> NOTE-TRANSACTION: Each ST opens one payment; a payment
      *> outside any functional group could never be proved, so it
      *> is not taken
      *>================================================================*
       NOTE-TRANSACTION.
           MOVE 'Y' TO WS-IN-TRANSACTION
           MOVE 1 TO WS-ST-SEG-COUNT
           MOVE 0 TO WS-CUR-TX
           MOVE 'O' TO WS-CUR-LEVEL
           MOVE SPACES TO WS-CUR-MEMBER
           IF WS-CUR-GRP = 0
               MOVE 'ST ' TO WS-LD-SEGMENT
               MOVE 'TRANSACTION OUTSIDE A FUNCTIONAL GROUP - '
                   & 'NOT APPLIED' TO WS-LD-TEXT
               MOVE WS-LOG-DETAIL TO EDI-LOG-LINE
               WRITE EDI-LOG-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-TXN-COUNT(WS-CUR-GRP)
           IF WS-TX-COUNT = 200
               DISPLAY 'PRM820IN: ERROR - MORE THAN 200 PAYMENTS '
                   '- RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TX-COUNT
           MOVE WS-TX-COUNT TO WS-CUR-TX
           MOVE WS-CUR-GRP  TO WS-TX-GRP(WS-CUR-TX)
           MOVE SPACES      TO WS-TX-GROUP-ID(WS-CUR-TX)
           MOVE SPACES      TO WS-TX-TRACE(WS-CUR-TX)
           MOVE WS-RUN-DATE TO WS-TX-DATE(WS-CUR-TX)
           MOVE 0           TO WS-TX-AMOUNT(WS-CUR-TX).

       BALANCE-TRANSACTION.
           MOVE 'N' TO WS-IN-TRANSACTION
           MOVE 0 TO WS-CUR-TX
           COMPUTE WS-SE-STATED = FUNCTION NUMVAL(WS-ELEM(2))
           IF WS-SE-STATED NOT = WS-ST-SEG-COUNT
               AND WS-CUR-GRP > 0
               MOVE 'R' TO WS-GRP-STATUS(WS-CUR-GRP)
               MOVE 'SE ' TO WS-LD-SEGMENT
               MOVE SPACES TO WS-LD-TEXT
               STRING 'SEGMENT COUNT MISMATCH - ISA ' WS-ISA-CTL
                   ' GROUP ' WS-GRP-CTL(WS-CUR-GRP)
                   DELIMITED BY SIZE INTO WS-LD-TEXT
               MOVE WS-LOG-DETAIL TO EDI-LOG-LINE
               WRITE EDI-LOG-LINE
           END-IF.

       BALANCE-GROUP.
           IF WS-CUR-GRP = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GE-STATED = FUNCTION NUMVAL(WS-ELEM(2))
           IF WS-GE-STATED NOT = WS-GRP-TXN-COUNT(WS-CUR-GRP)
               OR WS-ELEM(3)(1:9) NOT = WS-GRP-CTL(WS-CUR-GRP)
               MOVE 'R' TO WS-GRP-STATUS(WS-CUR-GRP)
               MOVE 'GE ' TO WS-LD-SEGMENT
               MOVE SPACES TO WS-LD-TEXT
               STRING 'GROUP OUT OF BALANCE - ISA ' WS-ISA-CTL
                   ' GROUP ' WS-GRP-CTL(WS-CUR-GRP)
                   DELIMITED BY SIZE INTO WS-LD-TEXT
               MOVE WS-LOG-DETAIL TO EDI-LOG-LINE
               WRITE EDI-LOG-LINE
           END-IF
           IF WS-GRP-STATUS(WS-CUR-GRP) = 'R'
               ADD 1 TO WS-CTR-GROUPS-REJECTED
           END-IF
           MOVE 0 TO WS-CUR-GRP.

      *>================================================================*
      *> PARSE-BPR-SEGMENT: The payment itself — amount in BPR02,
      *> effective date in BPR16 (the run date when absent)
      *>================================================================*
       PARSE-BPR-SEGMENT.
           IF WS-CUR-TX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TX-AMOUNT(WS-CUR-TX) =
               FUNCTION NUMVAL(WS-ELEM(3))
           IF WS-ELEM(17)(1:8) IS NUMERIC
               MOVE WS-ELEM(17)(1:8) TO WS-TX-DATE(WS-CUR-TX)
           END-IF.

      *> 2J is the organization summary; anything else is a member
       PARSE-ENT-SEGMENT.
           IF WS-ELEM(3) = '2J'
               MOVE 'O' TO WS-CUR-LEVEL
               MOVE SPACES TO WS-CUR-MEMBER
           ELSE
               MOVE 'M' TO WS-CUR-LEVEL
               MOVE WS-ELEM(5) TO WS-CUR-MEMBER
           END-IF.

       PARSE-RMR-SEGMENT.
           IF WS-CUR-TX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-COUNT = 2000
               DISPLAY 'PRM820IN: ERROR - MORE THAN 2000 REMITTANCE '
                   'LINES - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RL-COUNT
           MOVE WS-CUR-TX     TO WS-RL-TX(WS-RL-COUNT)
           MOVE WS-CUR-LEVEL  TO WS-RL-LEVEL(WS-RL-COUNT)
           MOVE WS-CUR-MEMBER TO WS-RL-MEMBER(WS-RL-COUNT)
           MOVE WS-ELEM(3)(1:11) TO WS-RL-INVOICE(WS-RL-COUNT)
           COMPUTE WS-RL-AMOUNT(WS-RL-COUNT) =
               FUNCTION NUMVAL(WS-ELEM(5)).

       LOG-UNRECOGNIZED-SEGMENT.
           ADD 1 TO WS-SEGMENTS-SKIPPED
           MOVE WS-ELEM(1) TO WS-LD-SEGMENT
           MOVE 'UNRECOGNIZED SEGMENT - PASSED OVER' TO WS-LD-TEXT
           MOVE WS-LOG-DETAIL TO EDI-LOG-LINE
           WRITE EDI-LOG-LINE.

      *>================================================================*
      *> RETRY-HELD-CASH: Cash held only because its invoice had not
      *> been billed yet goes onto the invoice once it exists
      *>================================================================*
       RETRY-HELD-CASH.
           MOVE 'HELD CASH APPLIED TO INVOICES BILLED SINCE'
               TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-OI-COUNT TO WS-OI-LOADED
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-LOADED
               IF WS-OI-TYPE(WS-OI-IDX) = 'U'
                   AND WS-OI-STATUS(WS-OI-IDX) = 'O'
                   AND WS-OI-REASON(WS-OI-IDX) = 'NIV'
                   PERFORM RETRY-ONE-HELD-ITEM
               END-IF
           END-PERFORM
           IF WS-CTR-HELD-APPLIED = 0
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       RETRY-ONE-HELD-ITEM.
           MOVE WS-OI-GROUP(WS-OI-IDX) TO WS-AP-GROUP
           MOVE WS-OI-MONTH(WS-OI-IDX) TO WS-AP-MONTH
           PERFORM FIND-INVOICE
           IF WS-IV-IDX > WS-IV-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'C'         TO WS-OI-STATUS(WS-OI-IDX)
           MOVE WS-RUN-DATE TO WS-OI-STATUS-DATE(WS-OI-IDX)
           ADD 1 TO WS-CTR-HELD-APPLIED
           MOVE WS-OI-GROUP(WS-OI-IDX)    TO PAY-GROUP
           MOVE WS-OI-TRACE(WS-OI-IDX)    TO PAY-TRACE
           MOVE WS-OI-PAY-DATE(WS-OI-IDX) TO PAY-DATE
           MOVE WS-OI-AMOUNT(WS-OI-IDX)   TO PAY-AMOUNT
           WRITE REPORT-LINE FROM PAY-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-OI-AMOUNT(WS-OI-IDX)   TO WS-AP-AMOUNT
           MOVE WS-OI-TRACE(WS-OI-IDX)    TO WS-AP-TRACE
           MOVE WS-OI-PAY-DATE(WS-OI-IDX) TO WS-AP-DATE
           PERFORM APPLY-TO-INVOICE.

      *>================================================================*
      *> APPLY-PAYMENTS: Every payment in a group that proved out,
      *> invoice by invoice as its remittance detail names them
      *>================================================================*
       APPLY-PAYMENTS.
           MOVE 'PAYMENTS RECEIVED' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-GRP-STATUS(WS-TX-GRP(WS-TX-IDX)) = 'A'
                   PERFORM APPLY-ONE-PAYMENT
               ELSE
                   ADD 1 TO WS-CTR-PAYMENTS-DROPPED
               END-IF
           END-PERFORM
           IF WS-CTR-PAYMENTS = 0
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       APPLY-ONE-PAYMENT.
           ADD 1 TO WS-CTR-PAYMENTS
           ADD WS-TX-AMOUNT(WS-TX-IDX) TO WS-AMT-RECEIVED
           MOVE WS-TX-GROUP-ID(WS-TX-IDX) TO PAY-GROUP
           MOVE WS-TX-TRACE(WS-TX-IDX)    TO PAY-TRACE
           MOVE WS-TX-DATE(WS-TX-IDX)     TO PAY-DATE
           MOVE WS-TX-AMOUNT(WS-TX-IDX)   TO PAY-AMOUNT
           WRITE REPORT-LINE FROM PAY-LINE
               AFTER ADVANCING 2 LINES
           PERFORM GATHER-PAYMENT-INVOICES
           MOVE WS-TX-AMOUNT(WS-TX-IDX) TO WS-CASH-LEFT
           MOVE WS-TX-TRACE(WS-TX-IDX)  TO WS-AP-TRACE
           MOVE WS-TX-DATE(WS-TX-IDX)   TO WS-AP-DATE
           PERFORM VARYING WS-IW-IDX FROM 1 BY 1
               UNTIL WS-IW-IDX > WS-IW-COUNT
               PERFORM APPLY-ONE-REMITTED-INVOICE
           END-PERFORM
      *> Cash beyond what the detail accounts for has nowhere to go
      *> but the group's unapplied cash
           IF WS-CASH-LEFT > 0
               MOVE WS-TX-GROUP-ID(WS-TX-IDX) TO WS-AP-GROUP
               IF WS-AP-GROUP = SPACES AND WS-IW-COUNT > 0
                   MOVE WS-IW-INVOICE(1)(1:5) TO WS-AP-GROUP
               END-IF
               MOVE 0            TO WS-AP-MONTH
               MOVE WS-CASH-LEFT TO WS-AP-EXCESS
               MOVE 'NRD'        TO WS-AP-REASON
               PERFORM ADD-UNAPPLIED-ITEM
               MOVE WS-AP-GROUP  TO APL-GROUP
               MOVE SPACES       TO APL-MONTH
               MOVE WS-CASH-LEFT TO APL-REMITTED
               MOVE 0            TO APL-APPLIED
               MOVE 0            TO APL-OPEN
               MOVE 'NO DETAIL - UNAPPLIED' TO APL-NOTE
               WRITE REPORT-LINE FROM APL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *>================================================================*
      *> GATHER-PAYMENT-INVOICES: The distinct invoices the payment's
      *> RMRs name, with the organization and member amounts apart
      *>================================================================*
       GATHER-PAYMENT-INVOICES.
           MOVE 0 TO WS-IW-COUNT
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               IF WS-RL-TX(WS-RL-IDX) = WS-TX-IDX
                   PERFORM FOLD-REMITTANCE-LINE
               END-IF
           END-PERFORM.

       FOLD-REMITTANCE-LINE.
           PERFORM VARYING WS-IW-IDX FROM 1 BY 1
               UNTIL WS-IW-IDX > WS-IW-COUNT
               OR WS-IW-INVOICE(WS-IW-IDX) = WS-RL-INVOICE(WS-RL-IDX)
               CONTINUE
           END-PERFORM
           IF WS-IW-IDX > WS-IW-COUNT
               IF WS-IW-COUNT = 50
                   DISPLAY 'PRM820IN: ERROR - PAYMENT '
                       WS-TX-TRACE(WS-TX-IDX) ' NAMES MORE THAN 50 '
                       'INVOICES - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-IW-COUNT
               MOVE WS-IW-COUNT TO WS-IW-IDX
               MOVE WS-RL-INVOICE(WS-RL-IDX) TO WS-IW-INVOICE(WS-IW-IDX)
               MOVE 0   TO WS-IW-ORG-AMT(WS-IW-IDX)
               MOVE 'N' TO WS-IW-ORG-SEEN(WS-IW-IDX)
               MOVE 0   TO WS-IW-MBR-AMT(WS-IW-IDX)
               MOVE 'N' TO WS-IW-MBR-SEEN(WS-IW-IDX)
           END-IF
           IF WS-RL-LEVEL(WS-RL-IDX) = 'O'
               ADD WS-RL-AMOUNT(WS-RL-IDX) TO WS-IW-ORG-AMT(WS-IW-IDX)
               MOVE 'Y' TO WS-IW-ORG-SEEN(WS-IW-IDX)
           ELSE
               ADD WS-RL-AMOUNT(WS-RL-IDX) TO WS-IW-MBR-AMT(WS-IW-IDX)
               MOVE 'Y' TO WS-IW-MBR-SEEN(WS-IW-IDX)
           END-IF.

      *>================================================================*
      *> APPLY-ONE-REMITTED-INVOICE: The organization amount when the
      *> group sent one, else the sum of its member lines — never
      *> more than the cash the payment actually carried
      *>================================================================*
       APPLY-ONE-REMITTED-INVOICE.
           IF WS-IW-ORG-SEEN(WS-IW-IDX) = 'Y'
               MOVE WS-IW-ORG-AMT(WS-IW-IDX) TO WS-AP-AMOUNT
           ELSE
               MOVE WS-IW-MBR-AMT(WS-IW-IDX) TO WS-AP-AMOUNT
           END-IF
           IF WS-AP-AMOUNT > WS-CASH-LEFT
               MOVE 'RMR' TO WS-LD-SEGMENT
               MOVE SPACES TO WS-LD-TEXT
               STRING 'DETAIL EXCEEDS PAYMENT - TRACE '
                   WS-TX-TRACE(WS-TX-IDX)
                   ' INVOICE ' WS-IW-INVOICE(WS-IW-IDX)
                   DELIMITED BY SIZE INTO WS-LD-TEXT
               MOVE WS-LOG-DETAIL TO EDI-LOG-LINE
               WRITE EDI-LOG-LINE
               MOVE WS-CASH-LEFT TO WS-AP-AMOUNT
           END-IF
           SUBTRACT WS-AP-AMOUNT FROM WS-CASH-LEFT
           MOVE WS-IW-INVOICE(WS-IW-IDX) TO WS-INVOICE-REF
           MOVE WS-IR-GROUP TO WS-AP-GROUP
           IF WS-IR-MONTH IS NUMERIC
               MOVE WS-IR-MONTH TO WS-AP-MONTH
               PERFORM APPLY-TO-INVOICE
           ELSE
               IF WS-AP-GROUP = SPACES
                   MOVE WS-TX-GROUP-ID(WS-TX-IDX) TO WS-AP-GROUP
               END-IF
               MOVE 0            TO WS-AP-MONTH
               MOVE WS-AP-AMOUNT TO WS-AP-EXCESS
               MOVE 'BIV'        TO WS-AP-REASON
               PERFORM ADD-UNAPPLIED-ITEM
               MOVE WS-AP-GROUP  TO APL-GROUP
               MOVE SPACES       TO APL-MONTH
               MOVE WS-AP-AMOUNT TO APL-REMITTED
               MOVE 0            TO APL-APPLIED
               MOVE 0            TO APL-OPEN
               MOVE 'BAD INVOICE REF - UNAPPLIED' TO APL-NOTE
               WRITE REPORT-LINE FROM APL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-IW-MBR-SEEN(WS-IW-IDX) = 'Y'
               AND WS-POLICIES-LOADED = 'Y'
               AND WS-IR-MONTH IS NUMERIC
               PERFORM CHECK-MEMBER-DETAIL
           END-IF.

       FIND-INVOICE.
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               OR (WS-IV-GROUP(WS-IV-IDX) = WS-AP-GROUP
                   AND WS-IV-MONTH(WS-IV-IDX) = WS-AP-MONTH)
               CONTINUE
           END-PERFORM.

      *>================================================================*
      *> APPLY-TO-INVOICE: Cash named for one invoice — up to its open
      *> balance onto the invoice; a shortfall opens (or re-states)
      *> the invoice's short-pay item, and anything the invoice could
      *> not take is unapplied cash
      *>================================================================*
       APPLY-TO-INVOICE.
           MOVE 0 TO WS-AP-APPLIED
           MOVE WS-AP-GROUP TO APL-GROUP
           MOVE WS-AP-MONTH TO APL-MONTH
           MOVE WS-AP-AMOUNT TO APL-REMITTED
           PERFORM FIND-INVOICE
           IF WS-IV-IDX > WS-IV-COUNT
               MOVE WS-AP-AMOUNT TO WS-AP-EXCESS
               MOVE 'NIV' TO WS-AP-REASON
               PERFORM ADD-UNAPPLIED-ITEM
               MOVE 0 TO APL-APPLIED
               MOVE 0 TO APL-OPEN
               MOVE 'NOT BILLED - UNAPPLIED' TO APL-NOTE
               WRITE REPORT-LINE FROM APL-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-IV-STATUS(WS-IV-IDX) NOT = 'O'
               MOVE WS-AP-AMOUNT TO WS-AP-EXCESS
               MOVE 'STL' TO WS-AP-REASON
               PERFORM ADD-UNAPPLIED-ITEM
               MOVE 0 TO APL-APPLIED
               MOVE 0 TO APL-OPEN
               MOVE 'SETTLED BEFORE - UNAPPLIED' TO APL-NOTE
               WRITE REPORT-LINE FROM APL-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OPEN-BAL =
               WS-IV-BILLED(WS-IV-IDX) - WS-IV-PAID(WS-IV-IDX)
           IF WS-AP-AMOUNT < WS-OPEN-BAL
               MOVE WS-AP-AMOUNT TO WS-AP-APPLIED
           ELSE
               MOVE WS-OPEN-BAL TO WS-AP-APPLIED
           END-IF
           ADD WS-AP-APPLIED TO WS-IV-PAID(WS-IV-IDX)
           ADD WS-AP-APPLIED TO WS-AMT-APPLIED
           COMPUTE WS-OPEN-BAL =
               WS-IV-BILLED(WS-IV-IDX) - WS-IV-PAID(WS-IV-IDX)
           MOVE WS-AP-APPLIED TO APL-APPLIED
           MOVE WS-OPEN-BAL   TO APL-OPEN
           IF WS-OPEN-BAL NOT > 0
               MOVE 'P' TO WS-IV-STATUS(WS-IV-IDX)
               ADD 1 TO WS-CTR-INVOICES-PAID
               MOVE 'SETTLED' TO APL-NOTE
           ELSE
               PERFORM STATE-SHORT-PAY
               MOVE 'SHORT-PAID' TO APL-NOTE
           END-IF
           COMPUTE WS-AP-EXCESS = WS-AP-AMOUNT - WS-AP-APPLIED
           IF WS-AP-EXCESS > 0
               MOVE 'OVP' TO WS-AP-REASON
               PERFORM ADD-UNAPPLIED-ITEM
               MOVE 'SETTLED - EXCESS UNAPPLIED' TO APL-NOTE
           END-IF
           WRITE REPORT-LINE FROM APL-LINE
               AFTER ADVANCING 1 LINE.

      *> One open short-pay item per invoice, restated to the
      *> invoice's balance after each payment that names it
       STATE-SHORT-PAY.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-COUNT
               OR (WS-OI-TYPE(WS-OI-IDX) = 'S'
                   AND WS-OI-STATUS(WS-OI-IDX) = 'O'
                   AND WS-OI-GROUP(WS-OI-IDX) = WS-AP-GROUP
                   AND WS-OI-MONTH(WS-OI-IDX) = WS-AP-MONTH)
               CONTINUE
           END-PERFORM
           IF WS-OI-IDX > WS-OI-COUNT
               PERFORM ADD-OPEN-ITEM
               MOVE 'S'   TO WS-OI-TYPE(WS-OI-IDX)
               MOVE 'SHT' TO WS-OI-REASON(WS-OI-IDX)
               ADD 1 TO WS-CTR-SHORT-PAYS
           END-IF
           MOVE WS-AP-TRACE TO WS-OI-TRACE(WS-OI-IDX)
           MOVE WS-AP-DATE  TO WS-OI-PAY-DATE(WS-OI-IDX)
           MOVE WS-OPEN-BAL TO WS-OI-AMOUNT(WS-OI-IDX)
           MOVE WS-RUN-DATE TO WS-OI-STATUS-DATE(WS-OI-IDX).

       ADD-UNAPPLIED-ITEM.
           PERFORM ADD-OPEN-ITEM
           MOVE 'U'          TO WS-OI-TYPE(WS-OI-IDX)
           MOVE WS-AP-REASON TO WS-OI-REASON(WS-OI-IDX)
           MOVE WS-AP-TRACE  TO WS-OI-TRACE(WS-OI-IDX)
           MOVE WS-AP-DATE   TO WS-OI-PAY-DATE(WS-OI-IDX)
           MOVE WS-AP-EXCESS TO WS-OI-AMOUNT(WS-OI-IDX)
           ADD 1 TO WS-CTR-UNAPPLIED
           ADD WS-AP-EXCESS TO WS-AMT-UNAPPLIED.

      *> The open-item file is rewritten from this table, so a full
      *> table stops the run rather than lose cash
       ADD-OPEN-ITEM.
           IF WS-OI-COUNT = 500
               DISPLAY 'PRM820IN: ERROR - OPEN PREMIUM ITEM TABLE '
                   'FULL - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OI-COUNT
           MOVE WS-OI-COUNT TO WS-OI-IDX
           MOVE WS-AP-GROUP TO WS-OI-GROUP(WS-OI-IDX)
           MOVE WS-AP-MONTH TO WS-OI-MONTH(WS-OI-IDX)
           MOVE 'O'         TO WS-OI-STATUS(WS-OI-IDX)
           MOVE WS-RUN-DATE TO WS-OI-STATUS-DATE(WS-OI-IDX).

      *>================================================================*
      *> CHECK-MEMBER-DETAIL: The members this payment paid the
      *> invoice for, against the group's enrollment in the invoice
      *> month — both directions
      *>================================================================*
       CHECK-MEMBER-DETAIL.
           MOVE WS-AP-MONTH TO WS-MONTH-FIRST(1:6)
           MOVE '01'        TO WS-MONTH-FIRST(7:2)
           MOVE WS-AP-MONTH TO WS-MONTH-LAST(1:6)
           MOVE '31'        TO WS-MONTH-LAST(7:2)
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               IF WS-RL-TX(WS-RL-IDX) = WS-TX-IDX
                   AND WS-RL-LEVEL(WS-RL-IDX) = 'M'
                   AND WS-RL-INVOICE(WS-RL-IDX)
                       = WS-IW-INVOICE(WS-IW-IDX)
                   PERFORM CHECK-PAID-MEMBER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-GROUP(WS-PL-IDX) = WS-AP-GROUP
                   AND WS-PL-EFF(WS-PL-IDX) NOT > WS-MONTH-LAST
                   AND (WS-PL-TERM(WS-PL-IDX) = 0
                        OR WS-PL-TERM(WS-PL-IDX)
                           NOT < WS-MONTH-FIRST)
                   PERFORM CHECK-ENROLLED-MEMBER
               END-IF
           END-PERFORM.

       CHECK-PAID-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               OR WS-MEMBER-FOUND = 'Y'
               IF WS-PL-GROUP(WS-PL-IDX) = WS-AP-GROUP
                   AND WS-PL-MEMBER(WS-PL-IDX)
                       = WS-RL-MEMBER(WS-RL-IDX)
                   AND WS-PL-EFF(WS-PL-IDX) NOT > WS-MONTH-LAST
                   AND (WS-PL-TERM(WS-PL-IDX) = 0
                        OR WS-PL-TERM(WS-PL-IDX)
                           NOT < WS-MONTH-FIRST)
                   MOVE 'Y' TO WS-MEMBER-FOUND
               END-IF
           END-PERFORM
           IF WS-MEMBER-FOUND = 'N'
               MOVE WS-RL-MEMBER(WS-RL-IDX) TO MBR-MEMBER
               MOVE 'PAID FOR - NOT ENROLLED IN THE GROUP THAT MONTH'
                   TO MBR-TEXT
               WRITE REPORT-LINE FROM MBR-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CTR-DISCREPANCIES
           END-IF.

       CHECK-ENROLLED-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT
               OR WS-MEMBER-FOUND = 'Y'
               IF WS-RL-TX(WS-RL-IDX) = WS-TX-IDX
                   AND WS-RL-LEVEL(WS-RL-IDX) = 'M'
                   AND WS-RL-INVOICE(WS-RL-IDX)
                       = WS-IW-INVOICE(WS-IW-IDX)
                   AND WS-RL-MEMBER(WS-RL-IDX)
                       = WS-PL-MEMBER(WS-PL-IDX)
                   MOVE 'Y' TO WS-MEMBER-FOUND
               END-IF
           END-PERFORM
           IF WS-MEMBER-FOUND = 'N'
               MOVE WS-PL-MEMBER(WS-PL-IDX) TO MBR-MEMBER
               MOVE 'ENROLLED THAT MONTH - NOT ON THE REMITTANCE'
                   TO MBR-TEXT
               WRITE REPORT-LINE FROM MBR-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CTR-DISCREPANCIES
           END-IF.

      *>================================================================*
      *> CLOSE-SETTLED-SHORT-PAYS: A short-paid invoice since settled
      *> — here or by a GRPBILL lump-sum remittance — is no longer
      *> short
      *>================================================================*
       CLOSE-SETTLED-SHORT-PAYS.
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-TYPE(WS-OI-IDX) = 'S'
                   AND WS-OI-STATUS(WS-OI-IDX) = 'O'
                   MOVE WS-OI-GROUP(WS-OI-IDX) TO WS-AP-GROUP
                   MOVE WS-OI-MONTH(WS-OI-IDX) TO WS-AP-MONTH
                   PERFORM FIND-INVOICE
                   IF WS-IV-IDX NOT > WS-IV-COUNT
                       IF WS-IV-STATUS(WS-IV-IDX) NOT = 'O'
                           MOVE 'C' TO WS-OI-STATUS(WS-OI-IDX)
                           MOVE WS-RUN-DATE
                               TO WS-OI-STATUS-DATE(WS-OI-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REWRITE-INVOICES.
           IF WS-IV-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INVOICE-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'PRM820IN: ERROR REWRITING INVOICES: '
                   WS-INV-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               MOVE WS-IV-GROUP(WS-IV-IDX)  TO GIV-GROUP-ID
               MOVE WS-IV-MONTH(WS-IV-IDX)  TO GIV-INVOICE-MONTH
               MOVE WS-IV-BILLED(WS-IV-IDX) TO GIV-BILLED-AMT
               MOVE WS-IV-PAID(WS-IV-IDX)   TO GIV-PAID-AMT
               MOVE WS-IV-STATUS(WS-IV-IDX) TO GIV-STATUS
               WRITE GROUP-INVOICE-RECORD
           END-PERFORM
           CLOSE INVOICE-FILE.

      *> Items closed on an earlier run have been reported once and
      *> drop off; today's closures stay for today's report
       REWRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           IF WS-POI-STATUS NOT = '00'
               DISPLAY 'PRM820IN: ERROR REWRITING OPEN ITEMS: '
                   WS-POI-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-STATUS(WS-OI-IDX) = 'O'
                   OR WS-OI-STATUS-DATE(WS-OI-IDX) = WS-RUN-DATE
                   MOVE WS-OI-TYPE(WS-OI-IDX)     TO POI-ITEM-TYPE
                   MOVE WS-OI-GROUP(WS-OI-IDX)    TO POI-GROUP-ID
                   MOVE WS-OI-MONTH(WS-OI-IDX)    TO POI-INVOICE-MONTH
                   MOVE WS-OI-TRACE(WS-OI-IDX)    TO POI-TRACE
                   MOVE WS-OI-PAY-DATE(WS-OI-IDX) TO POI-PAY-DATE
                   MOVE WS-OI-AMOUNT(WS-OI-IDX)   TO POI-AMOUNT
                   MOVE WS-OI-REASON(WS-OI-IDX)   TO POI-REASON
                   MOVE WS-OI-STATUS(WS-OI-IDX)   TO POI-STATUS
                   MOVE WS-OI-STATUS-DATE(WS-OI-IDX)
                       TO POI-STATUS-DATE
                   WRITE PREMIUM-OPEN-ITEM
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.

      *>================================================================*
      *> WRITE-OPEN-ITEM-LIST: Every open premium item, plus those
      *> closed today, for premium accounting to work from
      *>================================================================*
       WRITE-OPEN-ITEM-LIST.
           MOVE 'OPEN PREMIUM ITEMS (AND ITEMS CLOSED TODAY)'
               TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES
           MOVE 0 TO WS-OI-LOADED
           PERFORM VARYING WS-OI-IDX FROM 1 BY 1
               UNTIL WS-OI-IDX > WS-OI-COUNT
               IF WS-OI-STATUS(WS-OI-IDX) = 'O'
                   OR WS-OI-STATUS-DATE(WS-OI-IDX) = WS-RUN-DATE
                   PERFORM WRITE-ONE-OPEN-ITEM
                   ADD 1 TO WS-OI-LOADED
               END-IF
           END-PERFORM
           IF WS-OI-LOADED = 0
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-ONE-OPEN-ITEM.
           IF WS-OI-TYPE(WS-OI-IDX) = 'S'
               MOVE 'SHORT-PAY'      TO OI-TYPE-TEXT
           ELSE
               MOVE 'UNAPPLIED CASH' TO OI-TYPE-TEXT
           END-IF
           MOVE WS-OI-GROUP(WS-OI-IDX) TO OI-GROUP
           IF WS-OI-MONTH(WS-OI-IDX) = 0
               MOVE SPACES TO OI-MONTH
           ELSE
               MOVE WS-OI-MONTH(WS-OI-IDX) TO OI-MONTH
           END-IF
           MOVE WS-OI-TRACE(WS-OI-IDX)    TO OI-TRACE
           MOVE WS-OI-PAY-DATE(WS-OI-IDX) TO OI-PAY-DATE
           MOVE WS-OI-AMOUNT(WS-OI-IDX)   TO OI-AMOUNT
           IF WS-OI-STATUS(WS-OI-IDX) = 'O'
               MOVE 'OPEN'   TO OI-STATUS-TEXT
           ELSE
               MOVE 'CLOSED' TO OI-STATUS-TEXT
           END-IF
           EVALUATE WS-OI-REASON(WS-OI-IDX)
               WHEN 'NIV'
                   MOVE 'INVOICE NOT BILLED YET' TO OI-REASON-TEXT
               WHEN 'STL'
                   MOVE 'INVOICE ALREADY SETTLED' TO OI-REASON-TEXT
               WHEN 'OVP'
                   MOVE 'PAID OVER INVOICE BALANCE' TO OI-REASON-TEXT
               WHEN 'NRD'
                   MOVE 'NO REMITTANCE DETAIL' TO OI-REASON-TEXT
               WHEN 'BIV'
                   MOVE 'INVOICE REFERENCE UNREADABLE'
                       TO OI-REASON-TEXT
               WHEN 'SHT'
                   MOVE 'INVOICE PAID SHORT' TO OI-REASON-TEXT
               WHEN OTHER
                   MOVE WS-OI-REASON(WS-OI-IDX) TO OI-REASON-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM OI-LINE
               AFTER ADVANCING 1 LINE.

      *>================================================================*
      *> WRITE-999: AK1/AK9 per functional group — as CLM837IN, with
      *> the RA functional identifier for remittance advice
      *>================================================================*
       WRITE-999.
           OPEN OUTPUT ACK-999-FILE
           IF WS-A999-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACK-820-999.TXT: '
                   WS-A999-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               MOVE SPACES TO WS-SEG-BUILD
               STRING 'AK1*RA*' WS-GRP-CTL(WS-GRP-IDX) '~'
                   DELIMITED BY SIZE INTO WS-SEG-BUILD
               WRITE ACK-999-LINE FROM WS-SEG-BUILD
               MOVE SPACES TO WS-SEG-BUILD
               IF WS-GRP-STATUS(WS-GRP-IDX) = 'A'
                   STRING 'AK9*A*' WS-GRP-TXN-COUNT(WS-GRP-IDX)
                       '*' WS-GRP-TXN-COUNT(WS-GRP-IDX)
                       '*' WS-GRP-TXN-COUNT(WS-GRP-IDX) '~'
                       DELIMITED BY SIZE INTO WS-SEG-BUILD
               ELSE
                   STRING 'AK9*R*' WS-GRP-TXN-COUNT(WS-GRP-IDX)
                       '*' WS-GRP-TXN-COUNT(WS-GRP-IDX)
                       '*0000~'
                       DELIMITED BY SIZE INTO WS-SEG-BUILD
               END-IF
               WRITE ACK-999-LINE FROM WS-SEG-BUILD
           END-PERFORM
           CLOSE ACK-999-FILE.
