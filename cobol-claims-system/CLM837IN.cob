      *> hand-mapping their file first — not a full X12 implementation:
      *>   NM1*85*2*<name>*...*<id qualifier>*<provider id>~
      *>   NM1*IL*1*<last>*<first>*...*<id qualifier>*<member id>~
      *>   NM1*77*2*<name>*...*<id qualifier>*<facility id>~
      *>   SBR*<payer resp>*<relationship>*<plan type code>~
      *>   CLM*<claim ctrl number>*<total charge>*...*<facility code>~
      *>   HI*<qual>:<diag code>*<qual>:<diag code>*...~
      *>   CL1*<admit type>*<admit source>*<discharge status>~
      *>   DTP*434*RD8*<from>-<to>~   (statement period; lines with
      *>                               no DTP of their own take it)
      *> and so is the dental (837D) shape the dental offices send:
      *>   SV3*AD:<CDT code>*<charge>**<oral area>***<units>~
      *>   TOO*JP*<tooth>*<surface>:<surface>:...~
      *> The envelope is validated for real: each ST/SE segment
      *> count and each GS/GE transaction count is proved, and an
      *> out-of-balance functional group is rejected as a unit —
           88  WS-CLAIM-IN-PROGRESS   VALUE 'Y'.
       01  WS-CUR-PROVIDER            PIC X(10).
       01  WS-CUR-MEMBER              PIC X(10).
       01  WS-CUR-FACILITY            PIC X(10) VALUE SPACES.
       01  WS-CUR-POLTYPE             PIC X(1) VALUE 'P'.
       01  WS-CUR-CLAIM-ID            PIC X(12).
       01  WS-CUR-CLAIM-DATE          PIC 9(8) VALUE 0.
               10  WS-SVC-REV-CODE    PIC X(4).
               10  WS-SVC-MOD-COUNT   PIC 9(1) VALUE 0.
               10  WS-SVC-MODIFIER    PIC X(2) OCCURS 4.
               10  WS-SVC-TOOTH       PIC X(2).
               10  WS-SVC-SURFACES    PIC X(5).
               10  WS-SVC-ORAL-AREA   PIC X(2).
       01  WS-SVC-IDX                 PIC 9(2).
       01  WS-SURF-IDX                PIC 9(1).

      *> Numeric-from-text scratch
       01  WS-NUM-WORK                PIC S9(9)V99.
                   PERFORM PARSE-SV1-SEGMENT
               WHEN 'SV2'
                   PERFORM PARSE-SV2-SEGMENT
               WHEN 'SV3'
                   PERFORM PARSE-SV3-SEGMENT
               WHEN 'TOO'
                   PERFORM PARSE-TOO-SEGMENT
               WHEN 'CL1'
                   PERFORM PARSE-CL1-SEGMENT
               WHEN OTHER
      *> PARSE-NM1-SEGMENT: Entity name/ID loop — 85 is the billing
      *> provider, IL is the subscriber (our member). Either one
      *> carries forward until the next NM1 of that type changes it.
      *> 77 is the service facility, which belongs to the one claim
      *> it follows the CLM of.
      *>================================================================*
       PARSE-NM1-SEGMENT.
           EVALUATE WS-ELEM(2)
                   MOVE WS-ELEM(10) TO WS-CUR-PROVIDER
               WHEN 'IL'
                   MOVE WS-ELEM(10) TO WS-CUR-MEMBER
               WHEN '77'
                   MOVE WS-ELEM(10) TO WS-CUR-FACILITY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACE TO WS-CL1-ADMIT-TYPE
           MOVE SPACE TO WS-CL1-ADMIT-SOURCE
           MOVE SPACES TO WS-CL1-DISCHARGE
           MOVE SPACES TO WS-CUR-FACILITY

      *> Facility type code is the first subfield of the composite
      *> place-of-service element, e.g. '11:B:1'
               MOVE WS-SVC-COUNT TO WS-CUR-LINE-IDX
               COMPUTE WS-SVC-LINE-NUM(WS-CUR-LINE-IDX) =
                   FUNCTION NUMVAL(WS-ELEM(2))
               MOVE SPACES TO WS-SVC-TOOTH(WS-CUR-LINE-IDX)
               MOVE SPACES TO WS-SVC-SURFACES(WS-CUR-LINE-IDX)
               MOVE SPACES TO WS-SVC-ORAL-AREA(WS-CUR-LINE-IDX)
           END-IF.

      *>================================================================*
                   MOVE WS-SVC-COUNT TO WS-CUR-LINE-IDX
                   MOVE WS-SVC-COUNT
                       TO WS-SVC-LINE-NUM(WS-CUR-LINE-IDX)
                   MOVE SPACES TO WS-SVC-TOOTH(WS-CUR-LINE-IDX)
                   MOVE SPACES TO WS-SVC-SURFACES(WS-CUR-LINE-IDX)
                   MOVE SPACES TO WS-SVC-ORAL-AREA(WS-CUR-LINE-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
      *> The next SV2 opens its own line even without an LX
           MOVE 0 TO WS-CUR-LINE-IDX.

      *>================================================================*
      *> PARSE-SV3-SEGMENT: Dental service line — the CDT code in
      *> the AD-qualified composite, charge, the oral cavity area
      *> (first designation of SV304) and units off SV306
      *>================================================================*
       PARSE-SV3-SEGMENT.
           IF WS-CUR-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SUB-TABLE
           UNSTRING WS-ELEM(2) DELIMITED BY ':'
               INTO WS-SUB(1) WS-SUB(2) WS-SUB(3) WS-SUB(4) WS-SUB(5)
           END-UNSTRING
           MOVE WS-SUB(2)(1:5) TO WS-SVC-PROC-CODE(WS-CUR-LINE-IDX)
           MOVE 0 TO WS-SVC-MOD-COUNT(WS-CUR-LINE-IDX)
           PERFORM VARYING WS-SUB-IDX FROM 3 BY 1
               UNTIL WS-SUB-IDX > 5
               IF WS-SUB(WS-SUB-IDX) NOT = SPACES
               AND WS-SVC-MOD-COUNT(WS-CUR-LINE-IDX) < 4
                   ADD 1 TO WS-SVC-MOD-COUNT(WS-CUR-LINE-IDX)
                   MOVE WS-SUB(WS-SUB-IDX)(1:2)
                       TO WS-SVC-MODIFIER(WS-CUR-LINE-IDX,
                           WS-SVC-MOD-COUNT(WS-CUR-LINE-IDX))
               END-IF
           END-PERFORM

           COMPUTE WS-SVC-CHARGE(WS-CUR-LINE-IDX) =
               FUNCTION NUMVAL(WS-ELEM(3))

           IF WS-ELEM(5) NOT = SPACES
               MOVE SPACES TO WS-SUB-TABLE
               UNSTRING WS-ELEM(5) DELIMITED BY ':'
                   INTO WS-SUB(1) WS-SUB(2)
               END-UNSTRING
               MOVE WS-SUB(1)(1:2)
                   TO WS-SVC-ORAL-AREA(WS-CUR-LINE-IDX)
           END-IF

           IF WS-ELEM(7) NOT = SPACES
               COMPUTE WS-SVC-UNITS(WS-CUR-LINE-IDX) =
                   FUNCTION NUMVAL(WS-ELEM(7))
           END-IF.

      *>================================================================*
      *> PARSE-TOO-SEGMENT: Tooth information for the dental line
      *> open — the tooth number (JP universal numbering) and its
      *> ':'-separated surfaces packed side by side. The line
      *> carries one tooth; a further TOO on the same line is
      *> logged and passed over, the office rebills it as its own
      *> line
      *>================================================================*
       PARSE-TOO-SEGMENT.
           IF WS-CUR-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SVC-TOOTH(WS-CUR-LINE-IDX) NOT = SPACES
               ADD 1 TO WS-SEGMENTS-SKIPPED
               MOVE 'TOO' TO WS-LD-SEGMENT
               MOVE SPACES TO WS-LD-TEXT
               STRING 'ADDITIONAL TOOTH ' WS-ELEM(3)(1:2)
                   ' ON CLAIM ' WS-CUR-CLAIM-ID
                   ' - PASSED OVER'
                   DELIMITED BY SIZE INTO WS-LD-TEXT
               MOVE WS-LOG-DETAIL TO EDI-LOG-LINE
               WRITE EDI-LOG-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ELEM(3)(1:2) TO WS-SVC-TOOTH(WS-CUR-LINE-IDX)
      *> Some offices send tooth 3 rather than 03 — the masters
      *> and history carry the two-digit form
           IF WS-ELEM(3)(2:1) = SPACE
               AND WS-ELEM(3)(1:1) IS NUMERIC
               MOVE '0' TO WS-SVC-TOOTH(WS-CUR-LINE-IDX)(1:1)
               MOVE WS-ELEM(3)(1:1)
                   TO WS-SVC-TOOTH(WS-CUR-LINE-IDX)(2:1)
           END-IF
           MOVE SPACES TO WS-SUB-TABLE
           UNSTRING WS-ELEM(4) DELIMITED BY ':'
               INTO WS-SUB(1) WS-SUB(2) WS-SUB(3) WS-SUB(4) WS-SUB(5)
           END-UNSTRING
           MOVE SPACES TO WS-SVC-SURFACES(WS-CUR-LINE-IDX)
           PERFORM VARYING WS-SURF-IDX FROM 1 BY 1
               UNTIL WS-SURF-IDX > 5
               MOVE WS-SUB(WS-SURF-IDX)(1:1)
                   TO WS-SVC-SURFACES(WS-CUR-LINE-IDX)
                       (WS-SURF-IDX:1)
           END-PERFORM.

      *>================================================================*
      *> PARSE-CL1-SEGMENT: Institutional admission/discharge data,
      *> carried on the claim header for utilization review
           MOVE WS-CL1-ADMIT-TYPE     TO CFH-ADMIT-TYPE
           MOVE WS-CL1-ADMIT-SOURCE   TO CFH-ADMIT-SOURCE
           MOVE WS-CL1-DISCHARGE      TO CFH-DISCHARGE-STATUS
           MOVE WS-CUR-FACILITY       TO CFH-FACILITY-ID
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-DIAG-COUNT
               MOVE WS-DIAG-CODE(WS-SUB-IDX)
               END-IF
           END-IF
           MOVE WS-SVC-REV-CODE(WS-SVC-IDX) TO CFS-REV-CODE
           MOVE WS-SVC-TOOTH(WS-SVC-IDX)    TO CFS-TOOTH-NUMBER
           MOVE WS-SVC-SURFACES(WS-SVC-IDX) TO CFS-TOOTH-SURFACES
           MOVE WS-SVC-ORAL-AREA(WS-SVC-IDX) TO CFS-ORAL-AREA
           MOVE WS-SVC-CHARGE(WS-SVC-IDX) TO CFS-CHARGE-AMT
           ADD WS-SVC-CHARGE(WS-SVC-IDX) TO WS-CCT-CHARGE-HASH
           MOVE WS-SVC-UNITS(WS-SVC-IDX) TO CFS-UNITS
