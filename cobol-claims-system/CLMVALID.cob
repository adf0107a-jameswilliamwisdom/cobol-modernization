      *>   - Receives VALID-REQUEST, returns VALID-RESPONSE
      *>   - Uses GOBACK (not STOP RUN) to return to caller
      *>   - No type safety — caller/callee must agree on layout
      *>   - Clinical age/gender edits (E25-E28) either deny the line
      *>     or, where the code master says so, return it pended
      *>     (VR-PENDED) for the caller to set aside for review;
      *>     data/CLINICAL-OVERRIDES.DAT (LINE SEQ, CLINOVR) lifts
      *>     them for documented exceptions
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMVALID.
               ASSIGN TO 'data/NDC-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NDC-STATUS.
           SELECT CLIN-OVERRIDE-FILE
               ASSIGN TO 'data/CLINICAL-OVERRIDES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NDC-MASTER-FILE.
       COPY NDCMAST.

       FD  CLIN-OVERRIDE-FILE.
       COPY CLINOVR.

       WORKING-STORAGE SECTION.
       01  WS-MBRF-STATUS            PIC XX.
       01  WS-MBR-LOADED-SW          PIC X(1) VALUE 'N'.
       01  WS-MBR-EOF                PIC X(1) VALUE 'N'.
       01  WS-MBR-COUNT              PIC 9(3) VALUE 0.
       01  WS-MBR-TABLE.
           05  WS-MBT-ENTRY OCCURS 200.
               10  WS-MBT-ID         PIC X(10).
               10  WS-MBT-DOB        PIC 9(8).
               10  WS-MBT-GENDER     PIC X(1).
       01  WS-MBR-IDX                PIC 9(3).
       01  WS-MBR-FOUND              PIC X(1).
       01  WS-MBR-FOUND-IDX          PIC 9(3) VALUE 0.
       01  WS-PCM-STATUS             PIC XX.
       01  WS-DCM-STATUS             PIC XX.
       01  WS-CODE-EOF               PIC X(1).
               10  WS-PCM-CODE       PIC X(5).
               10  WS-PCM-EFF        PIC 9(8).
               10  WS-PCM-TERM       PIC 9(8).
               10  WS-PCM-CLASS      PIC X(1).
               10  WS-PCM-RULE       PIC X(1).
               10  WS-PCM-AGES.
                   15  WS-PCM-MIN-AGE PIC 9(3).
                   15  WS-PCM-MAX-AGE PIC 9(3).
               10  WS-PCM-GENDER     PIC X(1).
               10  WS-PCM-CLIN       PIC X(1).
       01  WS-PCM-IDX                PIC 9(4).
       01  WS-PCM-FOUND-IDX          PIC 9(4) VALUE 0.
       01  WS-DCM-COUNT              PIC 9(4) VALUE 0.
       01  WS-DCM-TABLE.
           05  WS-DCM-ENTRY OCCURS 1000.
               10  WS-DCM-CODE       PIC X(7).
               10  WS-DCM-EFF        PIC 9(8).
               10  WS-DCM-TERM       PIC 9(8).
               10  WS-DCM-AGES.
                   15  WS-DCM-MIN-AGE PIC 9(3).
                   15  WS-DCM-MAX-AGE PIC 9(3).
               10  WS-DCM-GENDER     PIC X(1).
               10  WS-DCM-CLIN       PIC X(1).
       01  WS-DCM-IDX                PIC 9(4).
       01  WS-DCM-FOUND-IDX          PIC 9(4) VALUE 0.
       01  WS-NDC-STATUS             PIC XX.
       01  WS-NDC-COUNT              PIC 9(3) VALUE 0.
       01  WS-NDC-TABLE.
           05  WS-PLACE-ENTRY        PIC X(2) OCCURS 4.
       01  WS-PLACE-FOUND            PIC X(1).

      *> Dental tooth edits — universal numbering (01-32 permanent,
      *> A-T primary), the surface letters, the oral cavity areas
      *> (arches and quadrants), and the ages past which a primary
      *> tooth, or before which a permanent one, is not credible
       01  WS-DENTAL-LINE            PIC X(1).
       01  WS-TOOTH-TYPE             PIC X(1).
           88  WS-PERMANENT-TOOTH        VALUE 'P'.
           88  WS-PRIMARY-TOOTH          VALUE 'D'.
           88  WS-TOOTH-UNKNOWN          VALUE 'X'.
       01  WS-TOOTH-NUM              PIC 9(2).
       01  WS-VALID-SURFACES         PIC X(7) VALUE 'MODBLIF'.
       01  WS-SURF-IDX               PIC 9(1).
       01  WS-SURF-HITS              PIC 9(1).
       01  WS-VALID-AREAS.
           05  FILLER                 PIC X(2) VALUE '00'.
           05  FILLER                 PIC X(2) VALUE '01'.
           05  FILLER                 PIC X(2) VALUE '02'.
           05  FILLER                 PIC X(2) VALUE '10'.
           05  FILLER                 PIC X(2) VALUE '20'.
           05  FILLER                 PIC X(2) VALUE '30'.
           05  FILLER                 PIC X(2) VALUE '40'.
       01  WS-AREA-TABLE REDEFINES WS-VALID-AREAS.
           05  WS-AREA-ENTRY         PIC X(2) OCCURS 7.
       01  WS-AREA-FOUND             PIC X(1).
       01  WS-PATIENT-AGE            PIC S9(3).
       01  WS-PRIMARY-MAX-AGE        PIC 9(2) VALUE 13.
       01  WS-PERMANENT-MIN-AGE      PIC 9(2) VALUE 5.

      *> Clinical age/gender edits — the attributes of the code
      *> under test, the edit code and wording each failure would
      *> carry, and the first deny and first pend found; a deny
      *> outranks a pend
       01  WS-CLIN-AGES.
           05  WS-CLIN-MIN-AGE       PIC 9(3).
           05  WS-CLIN-MAX-AGE       PIC 9(3).
       01  WS-CLIN-GENDER            PIC X(1).
       01  WS-CLIN-ACTION            PIC X(1).
       01  WS-CLIN-AGE-CODE          PIC X(3).
       01  WS-CLIN-AGE-MSG           PIC X(50).
       01  WS-CLIN-GENDER-CODE       PIC X(3).
       01  WS-CLIN-GENDER-MSG        PIC X(50).
       01  WS-CLIN-FAIL-CODE         PIC X(3).
       01  WS-CLIN-FAIL-MSG          PIC X(50).
       01  WS-CLIN-DENY-CODE         PIC X(3).
       01  WS-CLIN-DENY-MSG          PIC X(50).
       01  WS-CLIN-PEND-CODE         PIC X(3).
       01  WS-CLIN-PEND-MSG          PIC X(50).
       01  WS-CLIN-AGE-KNOWN         PIC X(1).

      *> Documented exceptions to the clinical edits
       01  WS-COV-STATUS             PIC XX.
       01  WS-COV-COUNT              PIC 9(3) VALUE 0.
       01  WS-COV-TABLE.
           05  WS-COV-ENTRY OCCURS 200.
               10  WS-COV-MEMBER     PIC X(10).
               10  WS-COV-TYPE       PIC X(1).
               10  WS-COV-CODE       PIC X(7).
               10  WS-COV-EDIT       PIC X(1).
               10  WS-COV-FROM       PIC 9(8).
               10  WS-COV-TO         PIC 9(8).
       01  WS-COV-IDX                PIC 9(3).
       01  WS-OVR-TYPE               PIC X(1).
       01  WS-OVR-CODE               PIC X(7).
       01  WS-OVR-EDIT               PIC X(1).
       01  WS-OVR-FOUND              PIC X(1).

       LINKAGE SECTION.
       COPY VALIDREQ.

           SET VR-VALID TO TRUE
           MOVE SPACES TO VR-ERROR-CODE
           MOVE SPACES TO VR-ERROR-MSG
           MOVE SPACES TO VR-DENTAL-CLASS
      *> CDT dental codes are D plus four digits
           IF VR-PROCEDURE-CODE(1:1) = 'D'
               MOVE 'Y' TO WS-DENTAL-LINE
           ELSE
               MOVE 'N' TO WS-DENTAL-LINE
           END-IF

      *> E01: Member ID must not be blank
           IF VR-MEMBER-ID = SPACES

      *> E10: Member must exist on the demographics master (only
      *> checkable when a member file is on hand)
           MOVE 0 TO WS-MBR-FOUND-IDX
           IF WS-MBR-COUNT > 0
               MOVE 'N' TO WS-MBR-FOUND
               PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-COUNT
                   IF WS-MBT-ID(WS-MBR-IDX) = VR-MEMBER-ID
                       MOVE 'Y' TO WS-MBR-FOUND
                       MOVE WS-MBR-IDX TO WS-MBR-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-MBR-FOUND = 'N'
           END-IF

      *> E04: Diagnosis code format (ICD-10: letter + digits)
      *> A dental line is billed without a diagnosis as often as
      *> with one; a blank diagnosis on a CDT code is no error
           IF NOT (WS-DENTAL-LINE = 'Y' AND VR-DIAG-CODE = SPACES)
               MOVE VR-DIAG-CODE TO WS-DIAG-CHECK
               MOVE WS-DIAG-CHECK(1:1) TO WS-FIRST-CHAR
               IF WS-FIRST-CHAR < 'A' OR WS-FIRST-CHAR > 'Z'
                   SET VR-INVALID TO TRUE
                   MOVE 'E04' TO VR-ERROR-CODE
                   MOVE 'INVALID DIAG CODE - MUST START WITH LETTER'
                       TO VR-ERROR-MSG
                   GOBACK
               END-IF
               MOVE WS-DIAG-CHECK(2:6) TO WS-DIAG-REST
               INSPECT WS-DIAG-REST
                   TALLYING WS-IDX FOR ALL SPACES
      *> After removing spaces, remaining must be numeric
               MOVE 0 TO WS-IDX
               PERFORM VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > 7
                   IF WS-DIAG-CHECK(WS-IDX:1) NOT = SPACE
                       IF WS-DIAG-CHECK(WS-IDX:1) < '0'
                       OR WS-DIAG-CHECK(WS-IDX:1) > '9'
                           SET VR-INVALID TO TRUE
                           MOVE 'E04' TO VR-ERROR-CODE
                           MOVE 'INVALID DIAG CODE - NON-NUMERIC AFTER'
                           & ' LETTER' TO VR-ERROR-MSG
                           GOBACK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

      *> E11: Procedure code must be on the code master and inside
      *> its effective window as of the date of service
           IF WS-PCM-COUNT > 0
               MOVE 'N' TO WS-CODE-OK
               MOVE 0 TO WS-PCM-FOUND-IDX
               PERFORM VARYING WS-PCM-IDX FROM 1 BY 1
                   UNTIL WS-PCM-IDX > WS-PCM-COUNT
                   IF WS-PCM-CODE(WS-PCM-IDX) = VR-PROCEDURE-CODE
                            OR VR-DATE-OF-SVC
                               <= WS-PCM-TERM(WS-PCM-IDX))
                       MOVE 'Y' TO WS-CODE-OK
                       MOVE WS-PCM-IDX TO WS-PCM-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-CODE-OK = 'N'
                       TO VR-ERROR-MSG
                   GOBACK
               END-IF
               MOVE WS-PCM-CLASS(WS-PCM-FOUND-IDX) TO VR-DENTAL-CLASS
           END-IF

      *> E12: Diagnosis code must be on the code master and inside
      *> its effective window as of the date of service
           MOVE 0 TO WS-DCM-FOUND-IDX
           IF WS-DCM-COUNT > 0 AND VR-DIAG-CODE NOT = SPACES
               MOVE 'N' TO WS-CODE-OK
               PERFORM VARYING WS-DCM-IDX FROM 1 BY 1
                            OR VR-DATE-OF-SVC
                               <= WS-DCM-TERM(WS-DCM-IDX))
                       MOVE 'Y' TO WS-CODE-OK
                       MOVE WS-DCM-IDX TO WS-DCM-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-CODE-OK = 'N'
               END-IF
           END-IF

           IF WS-DENTAL-LINE = 'Y'
               PERFORM VALIDATE-DENTAL-LINE
           END-IF

           PERFORM VALIDATE-CLINICAL-EDITS

           GOBACK.

      *>================================================================*
      *> VALIDATE-CLINICAL-EDITS: The procedure and diagnosis held to
      *> the member's age on the date of service and gender, per the
      *> clinical attributes on the code masters —
      *>   E25 procedure outside its age range    (CARC 6)
      *>   E26 procedure not for member's gender  (CARC 7)
      *>   E27 diagnosis outside its age range    (CARC 9)
      *>   E28 diagnosis not for member's gender  (CARC 10)
      *> Each needs its row on the reason-code master. The code's
      *> action denies the line or pends it for clinical review; a
      *> deny on either code outranks a pend. A member with no DOB
      *> escapes the age edits, one with no gender (blank or U) the
      *> gender edits, and an override on file for the member, code
      *> and date of service lifts the edit it names.
      *>================================================================*
       VALIDATE-CLINICAL-EDITS.
           IF WS-MBR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLIN-DENY-CODE
           MOVE SPACES TO WS-CLIN-PEND-CODE
           MOVE 'N' TO WS-CLIN-AGE-KNOWN
           IF WS-MBT-DOB(WS-MBR-FOUND-IDX) > 0
               AND VR-DATE-OF-SVC >= WS-MBT-DOB(WS-MBR-FOUND-IDX)
               COMPUTE WS-PATIENT-AGE =
                   (VR-DATE-OF-SVC - WS-MBT-DOB(WS-MBR-FOUND-IDX))
                   / 10000
               MOVE 'Y' TO WS-CLIN-AGE-KNOWN
           END-IF

           IF WS-PCM-FOUND-IDX > 0
               MOVE 'P' TO WS-OVR-TYPE
               MOVE VR-PROCEDURE-CODE TO WS-OVR-CODE
               MOVE WS-PCM-AGES(WS-PCM-FOUND-IDX) TO WS-CLIN-AGES
               MOVE WS-PCM-GENDER(WS-PCM-FOUND-IDX) TO WS-CLIN-GENDER
               MOVE WS-PCM-CLIN(WS-PCM-FOUND-IDX) TO WS-CLIN-ACTION
               MOVE 'E25' TO WS-CLIN-AGE-CODE
               MOVE 'PROCEDURE NOT CONSISTENT WITH PATIENT AGE'
                   TO WS-CLIN-AGE-MSG
               MOVE 'E26' TO WS-CLIN-GENDER-CODE
               MOVE 'PROCEDURE NOT CONSISTENT WITH PATIENT GENDER'
                   TO WS-CLIN-GENDER-MSG
               PERFORM TEST-CLINICAL-ATTRS
           END-IF

           IF WS-DCM-FOUND-IDX > 0
               MOVE 'D' TO WS-OVR-TYPE
               MOVE VR-DIAG-CODE TO WS-OVR-CODE
               MOVE WS-DCM-AGES(WS-DCM-FOUND-IDX) TO WS-CLIN-AGES
               MOVE WS-DCM-GENDER(WS-DCM-FOUND-IDX) TO WS-CLIN-GENDER
               MOVE WS-DCM-CLIN(WS-DCM-FOUND-IDX) TO WS-CLIN-ACTION
               MOVE 'E27' TO WS-CLIN-AGE-CODE
               MOVE 'DIAGNOSIS NOT CONSISTENT WITH PATIENT AGE'
                   TO WS-CLIN-AGE-MSG
               MOVE 'E28' TO WS-CLIN-GENDER-CODE
               MOVE 'DIAGNOSIS NOT CONSISTENT WITH PATIENT GENDER'
                   TO WS-CLIN-GENDER-MSG
               PERFORM TEST-CLINICAL-ATTRS
           END-IF

           EVALUATE TRUE
               WHEN WS-CLIN-DENY-CODE NOT = SPACES
                   SET VR-INVALID TO TRUE
                   MOVE WS-CLIN-DENY-CODE TO VR-ERROR-CODE
                   MOVE WS-CLIN-DENY-MSG TO VR-ERROR-MSG
               WHEN WS-CLIN-PEND-CODE NOT = SPACES
                   SET VR-PENDED TO TRUE
                   MOVE WS-CLIN-PEND-CODE TO VR-ERROR-CODE
                   MOVE WS-CLIN-PEND-MSG TO VR-ERROR-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> One code's age range and gender against the member; a blank
      *> end of the range is open
       TEST-CLINICAL-ATTRS.
           IF WS-CLIN-AGE-KNOWN = 'Y'
               AND ((WS-CLIN-MIN-AGE IS NUMERIC
                     AND WS-PATIENT-AGE < WS-CLIN-MIN-AGE)
                 OR (WS-CLIN-MAX-AGE IS NUMERIC
                     AND WS-PATIENT-AGE > WS-CLIN-MAX-AGE))
               MOVE 'A' TO WS-OVR-EDIT
               PERFORM FIND-CLINICAL-OVERRIDE
               IF WS-OVR-FOUND = 'N'
                   MOVE WS-CLIN-AGE-CODE TO WS-CLIN-FAIL-CODE
                   MOVE WS-CLIN-AGE-MSG TO WS-CLIN-FAIL-MSG
                   PERFORM RECORD-CLINICAL-FAIL
               END-IF
           END-IF
           IF (WS-CLIN-GENDER = 'M' OR WS-CLIN-GENDER = 'F')
               AND (WS-MBT-GENDER(WS-MBR-FOUND-IDX) = 'M'
                    OR WS-MBT-GENDER(WS-MBR-FOUND-IDX) = 'F')
               AND WS-MBT-GENDER(WS-MBR-FOUND-IDX)
                   NOT = WS-CLIN-GENDER
               MOVE 'G' TO WS-OVR-EDIT
               PERFORM FIND-CLINICAL-OVERRIDE
               IF WS-OVR-FOUND = 'N'
                   MOVE WS-CLIN-GENDER-CODE TO WS-CLIN-FAIL-CODE
                   MOVE WS-CLIN-GENDER-MSG TO WS-CLIN-FAIL-MSG
                   PERFORM RECORD-CLINICAL-FAIL
               END-IF
           END-IF.

      *> Keep the first failure of each kind
       RECORD-CLINICAL-FAIL.
           IF WS-CLIN-ACTION = 'P'
               IF WS-CLIN-PEND-CODE = SPACES
                   MOVE WS-CLIN-FAIL-CODE TO WS-CLIN-PEND-CODE
                   MOVE WS-CLIN-FAIL-MSG TO WS-CLIN-PEND-MSG
               END-IF
           ELSE
               IF WS-CLIN-DENY-CODE = SPACES
                   MOVE WS-CLIN-FAIL-CODE TO WS-CLIN-DENY-CODE
                   MOVE WS-CLIN-FAIL-MSG TO WS-CLIN-DENY-MSG
               END-IF
           END-IF.

      *> An override row for this member and code covering the date
      *> of service, naming this edit or both
       FIND-CLINICAL-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND
           PERFORM VARYING WS-COV-IDX FROM 1 BY 1
               UNTIL WS-COV-IDX > WS-COV-COUNT
               OR WS-OVR-FOUND = 'Y'
               IF WS-COV-MEMBER(WS-COV-IDX) = VR-MEMBER-ID
                   AND WS-COV-TYPE(WS-COV-IDX) = WS-OVR-TYPE
                   AND WS-COV-CODE(WS-COV-IDX) = WS-OVR-CODE
                   AND (WS-COV-EDIT(WS-COV-IDX) = WS-OVR-EDIT
                        OR WS-COV-EDIT(WS-COV-IDX) = SPACE)
                   AND VR-DATE-OF-SVC >= WS-COV-FROM(WS-COV-IDX)
                   AND (WS-COV-TO(WS-COV-IDX) = 0
                        OR VR-DATE-OF-SVC <= WS-COV-TO(WS-COV-IDX))
                   MOVE 'Y' TO WS-OVR-FOUND
               END-IF
           END-PERFORM.

      *>================================================================*
      *> VALIDATE-DENTAL-LINE: The tooth-level edits on a CDT line —
      *>   E22 tooth, surface or oral area not a valid designation
      *>   E23 the code's tooth rule on the procedure master calls
      *>       for a tooth, surfaces or an area the line lacks
      *>   E24 tooth implausible for the member's age on the date
      *>       of service (a primary tooth on a teenager, a
      *>       permanent tooth on a toddler)
      *>================================================================*
       VALIDATE-DENTAL-LINE.
           MOVE 'X' TO WS-TOOTH-TYPE
           IF VR-TOOTH-NUMBER NOT = SPACES
               EVALUATE TRUE
                   WHEN VR-TOOTH-NUMBER IS NUMERIC
                       MOVE VR-TOOTH-NUMBER TO WS-TOOTH-NUM
                       IF WS-TOOTH-NUM >= 1 AND WS-TOOTH-NUM <= 32
                           SET WS-PERMANENT-TOOTH TO TRUE
                       END-IF
                   WHEN VR-TOOTH-NUMBER(2:1) = SPACE
                       AND VR-TOOTH-NUMBER(1:1) >= 'A'
                       AND VR-TOOTH-NUMBER(1:1) <= 'T'
                       SET WS-PRIMARY-TOOTH TO TRUE
               END-EVALUATE
               IF WS-TOOTH-UNKNOWN
                   SET VR-INVALID TO TRUE
                   MOVE 'E22' TO VR-ERROR-CODE
                   MOVE 'INVALID TOOTH NUMBER' TO VR-ERROR-MSG
                   GOBACK
               END-IF
           END-IF

           IF VR-TOOTH-SURFACES NOT = SPACES
               PERFORM VARYING WS-SURF-IDX FROM 1 BY 1
                   UNTIL WS-SURF-IDX > 5
                   IF VR-TOOTH-SURFACES(WS-SURF-IDX:1) NOT = SPACE
                       MOVE 0 TO WS-SURF-HITS
                       INSPECT WS-VALID-SURFACES TALLYING WS-SURF-HITS
                           FOR ALL VR-TOOTH-SURFACES(WS-SURF-IDX:1)
                       IF WS-SURF-HITS = 0
                           SET VR-INVALID TO TRUE
                           MOVE 'E22' TO VR-ERROR-CODE
                           MOVE 'INVALID TOOTH SURFACE'
                               TO VR-ERROR-MSG
                           GOBACK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF VR-ORAL-AREA NOT = SPACES
               MOVE 'N' TO WS-AREA-FOUND
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 7
                   IF VR-ORAL-AREA = WS-AREA-ENTRY(WS-IDX)
                       MOVE 'Y' TO WS-AREA-FOUND
                   END-IF
               END-PERFORM
               IF WS-AREA-FOUND = 'N'
                   SET VR-INVALID TO TRUE
                   MOVE 'E22' TO VR-ERROR-CODE
                   MOVE 'INVALID ORAL CAVITY AREA' TO VR-ERROR-MSG
                   GOBACK
               END-IF
           END-IF

           IF WS-PCM-FOUND-IDX > 0
               EVALUATE WS-PCM-RULE(WS-PCM-FOUND-IDX)
                   WHEN 'T'
                       IF VR-TOOTH-NUMBER = SPACES
                           SET VR-INVALID TO TRUE
                           MOVE 'E23' TO VR-ERROR-CODE
                           MOVE 'TOOTH NUMBER REQUIRED FOR PROCEDURE'
                               TO VR-ERROR-MSG
                           GOBACK
                       END-IF
                   WHEN 'S'
                       IF VR-TOOTH-NUMBER = SPACES
                           OR VR-TOOTH-SURFACES = SPACES
                           SET VR-INVALID TO TRUE
                           MOVE 'E23' TO VR-ERROR-CODE
                           MOVE 'TOOTH AND SURFACE REQUIRED FOR '
                               & 'PROCEDURE' TO VR-ERROR-MSG
                           GOBACK
                       END-IF
                   WHEN 'A'
                       IF VR-ORAL-AREA = SPACES
                           SET VR-INVALID TO TRUE
                           MOVE 'E23' TO VR-ERROR-CODE
                           MOVE 'ORAL CAVITY AREA REQUIRED FOR '
                               & 'PROCEDURE' TO VR-ERROR-MSG
                           GOBACK
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      *> Age on the date of service off the member master's birth
      *> date — only checkable with the member and a DOB on file
           IF WS-TOOTH-UNKNOWN
               OR WS-MBR-FOUND-IDX = 0
               OR WS-MBT-DOB(WS-MBR-FOUND-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PATIENT-AGE =
               (VR-DATE-OF-SVC - WS-MBT-DOB(WS-MBR-FOUND-IDX))
               / 10000
           IF (WS-PRIMARY-TOOTH
               AND WS-PATIENT-AGE > WS-PRIMARY-MAX-AGE)
           OR (WS-PERMANENT-TOOTH
               AND WS-PATIENT-AGE < WS-PERMANENT-MIN-AGE)
               SET VR-INVALID TO TRUE
               MOVE 'E24' TO VR-ERROR-CODE
               MOVE 'TOOTH NOT CONSISTENT WITH PATIENT AGE'
                   TO VR-ERROR-MSG
               GOBACK
           END-IF.

      *> One-time load of the member master; a missing file leaves
      *> the table empty and the E10 edit inert, the pre-member-
      *> master behavior.
           SET WS-MBR-LOADED TO TRUE
           PERFORM LOAD-CODE-MASTERS
           PERFORM LOAD-NDC-MASTER
           PERFORM LOAD-CLINICAL-OVERRIDES
           OPEN INPUT MEMBER-FILE
           IF WS-MBRF-STATUS NOT = '00'
               EXIT PARAGRAPH
                       ADD 1 TO WS-MBR-COUNT
                       MOVE MBR-MEMBER-ID
                           TO WS-MBT-ID(WS-MBR-COUNT)
                       IF MBR-DOB IS NUMERIC
                           MOVE MBR-DOB TO WS-MBT-DOB(WS-MBR-COUNT)
                       ELSE
                           MOVE 0 TO WS-MBT-DOB(WS-MBR-COUNT)
                       END-IF
                       MOVE MBR-GENDER
                           TO WS-MBT-GENDER(WS-MBR-COUNT)
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.
                               TO WS-PCM-EFF(WS-PCM-COUNT)
                           MOVE PCM-TERM-DATE
                               TO WS-PCM-TERM(WS-PCM-COUNT)
                           MOVE PCM-DENTAL-CLASS
                               TO WS-PCM-CLASS(WS-PCM-COUNT)
                           MOVE PCM-TOOTH-RULE
                               TO WS-PCM-RULE(WS-PCM-COUNT)
                           MOVE PCM-AGE-RANGE
                               TO WS-PCM-AGES(WS-PCM-COUNT)
                           MOVE PCM-GENDER
                               TO WS-PCM-GENDER(WS-PCM-COUNT)
                           MOVE PCM-CLIN-ACTION
                               TO WS-PCM-CLIN(WS-PCM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PROC-MASTER-FILE
                               TO WS-DCM-EFF(WS-DCM-COUNT)
                           MOVE DCM-TERM-DATE
                               TO WS-DCM-TERM(WS-DCM-COUNT)
                           MOVE DCM-AGE-RANGE
                               TO WS-DCM-AGES(WS-DCM-COUNT)
                           MOVE DCM-GENDER
                               TO WS-DCM-GENDER(WS-DCM-COUNT)
                           MOVE DCM-CLIN-ACTION
                               TO WS-DCM-CLIN(WS-DCM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DIAG-MASTER-FILE
           END-IF.

      *> One-time load of the clinical edit overrides; a missing
      *> file means no exceptions on record.
       LOAD-CLINICAL-OVERRIDES.
           OPEN INPUT CLIN-OVERRIDE-FILE
           IF WS-COV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CODE-EOF
           PERFORM UNTIL WS-CODE-EOF = 'Y'
               READ CLIN-OVERRIDE-FILE
                   AT END
                       MOVE 'Y' TO WS-CODE-EOF
                   NOT AT END
      *> An override past the cap would leave a documented
      *> exception denied, so overflow stops the run
                       IF WS-COV-COUNT = 200
                           DISPLAY 'CLMVALID: ERROR - CLINICAL-'
                               'OVERRIDES.DAT EXCEEDS THE 200-ROW '
                               'TABLE - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-COV-COUNT
                       MOVE COV-MEMBER-ID
                           TO WS-COV-MEMBER(WS-COV-COUNT)
                       MOVE COV-CODE-TYPE
                           TO WS-COV-TYPE(WS-COV-COUNT)
                       MOVE COV-CODE
                           TO WS-COV-CODE(WS-COV-COUNT)
                       MOVE COV-EDIT
                           TO WS-COV-EDIT(WS-COV-COUNT)
                       MOVE COV-FROM-DATE
                           TO WS-COV-FROM(WS-COV-COUNT)
                       IF COV-TO-DATE IS NUMERIC
                           MOVE COV-TO-DATE
                               TO WS-COV-TO(WS-COV-COUNT)
                       ELSE
                           MOVE 0 TO WS-COV-TO(WS-COV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIN-OVERRIDE-FILE.
