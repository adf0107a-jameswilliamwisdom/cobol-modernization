      *> subset of their segments into policy-master maintenance —
      *> one segment per line, same convention as the 837 intake:
      *>
      *>   INS*Y*18*<maint type>*<reason>~
      *>                              021 add / 001 change / 024 term
      *>   NM1*IL*1*<last>*<first>****MI*<member id>~
      *>   REF*1L*<policy id>~
      *>   HD*...*...*<plan: HMO/PPO/IND>~
      *> benefit amounts for enrollment to complete through the
      *> normal policy maintenance.
      *>
      *> A termination whose maintenance reason is a COBRA
      *> qualifying event is also written as a qualifying event
      *> for COBRADM to offer continuation coverage:
      *>   01 divorce/legal separation -> DV   03 death -> DE
      *>   04 retirement, 08 termination of employment -> TE
      *> No reason, or any other, is not a qualifying event (group
      *> nonpayment terminations from GRPBILL carry none). A member
      *> already on continuation coverage is past the employer's
      *> termination: a term for one rejects to the audit report.
      *>
      *> Input:  data/ENROLLMENT-834.TXT  data/POLICIES.DAT
      *> Output: data/POLICIES.DAT (rewritten)
      *>         data/ENROLLMENT-AUDIT.TXT
      *>         data/COBRA-QUALIFYING-EVENTS.DAT (appended, COBRAQE)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRL834.
               ASSIGN TO 'data/ENROLLMENT-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT COBRA-FILE
               ASSIGN TO 'data/COBRA-QUALIFYING-EVENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(100).

       FD  COBRA-FILE.
       COPY COBRAQE.

       WORKING-STORAGE SECTION.
       01  WS-EDI-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-AUD-STATUS              PIC XX.
       01  WS-CQE-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
           88  WS-AT-EOF              VALUE 'Y'.
       01  WS-EOF-POL                 PIC X(1) VALUE 'N'.
       01  WS-CUR-PLAN                PIC X(1) VALUE 'P'.
       01  WS-CUR-EFF                 PIC 9(8) VALUE 0.
       01  WS-CUR-TERM                PIC 9(8) VALUE 0.
       01  WS-CUR-SUBSCRIBER          PIC X(1).
       01  WS-CUR-REASON              PIC X(2).
       01  WS-CUR-NAME                PIC X(25).
       01  WS-CUR-EVENT               PIC X(2).

      *> Whole policy master in memory for the rewrite
       01  WS-POL-COUNT               PIC 9(3) VALUE 0.
       01  WS-CHANGES                 PIC 9(4) VALUE 0.
       01  WS-TERMS                   PIC 9(4) VALUE 0.
       01  WS-REJECTS                 PIC 9(4) VALUE 0.
       01  WS-QUAL-EVENTS             PIC 9(4) VALUE 0.

       01  WS-AUD-DETAIL.
           05  WS-AD-ACTION           PIC X(8).
           PERFORM PROCESS-SEGMENTS
           PERFORM APPLY-IF-OPEN
           PERFORM REWRITE-POLICIES
           CLOSE EDI-IN-FILE AUDIT-FILE COBRA-FILE
           DISPLAY 'ENRL834 COMPLETE'
           DISPLAY '  SEGMENTS READ: ' WS-SEGMENTS-READ
           DISPLAY '  ADDS:          ' WS-ADDS
           DISPLAY '  CHANGES:       ' WS-CHANGES
           DISPLAY '  TERMS:         ' WS-TERMS
           DISPLAY '  REJECTED:      ' WS-REJECTS
           DISPLAY '  COBRA EVENTS:  ' WS-QUAL-EVENTS
           STOP RUN.

       OPEN-FILES.
                   WS-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND COBRA-FILE
           IF WS-CQE-STATUS NOT = '00'
               OPEN OUTPUT COBRA-FILE
           END-IF
           IF WS-CQE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COBRA-QUALIFYING-EVENTS: '
                   WS-CQE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-POLICIES.
               WHEN 'INS'
                   PERFORM APPLY-IF-OPEN
                   MOVE WS-ELEM(4)(1:3) TO WS-CUR-ACTION
                   MOVE WS-ELEM(2)(1:1) TO WS-CUR-SUBSCRIBER
                   MOVE WS-ELEM(5)(1:2) TO WS-CUR-REASON
                   MOVE SPACES TO WS-CUR-NAME
                   MOVE SPACES TO WS-CUR-MEMBER
                   MOVE SPACES TO WS-CUR-POLICY
                   MOVE 'P' TO WS-CUR-PLAN
               WHEN 'NM1'
                   IF WS-ELEM(2) = 'IL'
                       MOVE WS-ELEM(10)(1:10) TO WS-CUR-MEMBER
                       STRING FUNCTION TRIM(WS-ELEM(4))
                                  DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-ELEM(5))
                                  DELIMITED BY SIZE
                           INTO WS-CUR-NAME
                       END-STRING
                   END-IF
               WHEN 'REF'
                   IF WS-ELEM(2) = '1L'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POL-IMAGE(WS-FOUND-IDX) TO POLICY-RECORD
           IF POL-ON-CONTINUATION
               MOVE 'REJECT' TO WS-AD-ACTION
               MOVE WS-CUR-MEMBER TO WS-AD-MEMBER
               MOVE 'TERM FOR MEMBER ON COBRA CONTINUATION COVERAGE'
                   TO WS-AD-TEXT
               WRITE AUDIT-LINE FROM WS-AUD-DETAIL
               ADD 1 TO WS-REJECTS
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-TERM NOT = 0
               MOVE WS-CUR-TERM TO POL-TERM-DATE
           ELSE
           MOVE WS-CUR-MEMBER TO WS-AD-MEMBER
           MOVE 'COVERAGE TERMINATED' TO WS-AD-TEXT
           WRITE AUDIT-LINE FROM WS-AUD-DETAIL
           ADD 1 TO WS-TERMS
           PERFORM WRITE-QUALIFYING-EVENT.

      *>================================================================*
      *> WRITE-QUALIFYING-EVENT: A termination whose reason is a
      *> COBRA qualifying event goes to continuation administration
      *>================================================================*
       WRITE-QUALIFYING-EVENT.
           EVALUATE WS-CUR-REASON
               WHEN '01'
                   MOVE 'DV' TO WS-CUR-EVENT
               WHEN '03'
                   MOVE 'DE' TO WS-CUR-EVENT
               WHEN '04'
               WHEN '08'
                   MOVE 'TE' TO WS-CUR-EVENT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           INITIALIZE COBRA-QUALIFYING-EVENT
           MOVE WS-CUR-MEMBER   TO CQE-MEMBER-ID
           MOVE WS-CUR-NAME     TO CQE-MEMBER-NAME
           IF WS-CUR-SUBSCRIBER = 'Y'
               MOVE WS-CUR-MEMBER TO CQE-SUBSCRIBER-ID
           END-IF
           MOVE POL-POLICY-ID   TO CQE-POLICY-ID
           MOVE WS-CUR-EVENT    TO CQE-EVENT-CODE
           MOVE POL-TERM-DATE   TO CQE-EVENT-DATE
           MOVE POL-TERM-DATE   TO CQE-LOSS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CQE-REPORT-DATE
           WRITE COBRA-QUALIFYING-EVENT
           MOVE 'COBRA ' TO WS-AD-ACTION
           MOVE 'QUALIFYING EVENT SENT TO CONTINUATION ADMIN'
               TO WS-AD-TEXT
           WRITE AUDIT-LINE FROM WS-AUD-DETAIL
           ADD 1 TO WS-QUAL-EVENTS.

       REJECT-ENROLLMENT.
           MOVE 'REJECT' TO WS-AD-ACTION
