      *> or rejected is logged for the coding desk.
      *>
      *> Input:  data/CODE-TXNS.DAT  (LINE SEQUENTIAL: master X(1),
      *>                 action X(1), code X(7), eff 9(8), term 9(8),
      *>                 two flag bytes — accident/case-management
      *>                 on a diagnosis, dental class/tooth rule on
      *>                 a procedure — then the clinical edit
      *>                 attributes: min age 9(3), max age 9(3),
      *>                 either blank for no limit, gender X(1)
      *>                 M/F/blank, action X(1) D deny/P pend)
      *>         data/PROC-CODES.DAT   data/DIAG-CODES.DAT
      *> Output: both masters rewritten, data/CODE-MAINT-LOG.TXT
      *>================================================================*
           05  CTX-CODE               PIC X(7).
           05  CTX-EFF-DATE           PIC 9(8).
           05  CTX-TERM-DATE          PIC 9(8).
           05  CTX-DIAG-FLAGS.
               10  CTX-ACCIDENT       PIC X(1).
               10  CTX-CM-TRIGGER     PIC X(1).
           05  CTX-PROC-FLAGS REDEFINES CTX-DIAG-FLAGS.
               10  CTX-DENTAL-CLASS   PIC X(1).
               10  CTX-TOOTH-RULE     PIC X(1).
           05  CTX-AGE-RANGE.
               10  CTX-MIN-AGE        PIC X(3).
               10  CTX-MAX-AGE        PIC X(3).
           05  CTX-GENDER             PIC X(1).
           05  CTX-CLIN-ACTION        PIC X(1).

       FD  PROC-MASTER-FILE.
       COPY PROCMAST.
               10  WS-PCM-CODE       PIC X(5).
               10  WS-PCM-EFF        PIC 9(8).
               10  WS-PCM-TERM       PIC 9(8).
               10  WS-PCM-CLASS      PIC X(1).
               10  WS-PCM-RULE       PIC X(1).
               10  WS-PCM-AGES       PIC X(6).
               10  WS-PCM-GENDER     PIC X(1).
               10  WS-PCM-CLIN       PIC X(1).
       01  WS-DCM-COUNT               PIC 9(4) VALUE 0.
       01  WS-DCM-TABLE.
           05  WS-DCM-ENTRY OCCURS 1000.
               10  WS-DCM-TERM       PIC 9(8).
               10  WS-DCM-ACC        PIC X(1).
               10  WS-DCM-CMT        PIC X(1).
               10  WS-DCM-AGES       PIC X(6).
               10  WS-DCM-GENDER     PIC X(1).
               10  WS-DCM-CLIN       PIC X(1).
       01  WS-IDX                     PIC 9(4).
       01  WS-FOUND-IDX               PIC 9(4).
       01  WS-ATTRS-OK                PIC X(1).

       01  WS-LOG-DETAIL.
           05  WS-LD-ACTION           PIC X(8).
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
                               TO WS-DCM-ACC(WS-DCM-COUNT)
                           MOVE DCM-CM-TRIGGER-IND
                               TO WS-DCM-CMT(WS-DCM-COUNT)
                           MOVE DCM-AGE-RANGE
                               TO WS-DCM-AGES(WS-DCM-COUNT)
                           MOVE DCM-GENDER
                               TO WS-DCM-GENDER(WS-DCM-COUNT)
                           MOVE DCM-CLIN-ACTION
                               TO WS-DCM-CLIN(WS-DCM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DIAG-MASTER-FILE
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TXNS-READ
                       PERFORM CHECK-CLINICAL-ATTRS
                       EVALUATE TRUE
                           WHEN WS-ATTRS-OK = 'N'
                               PERFORM LOG-BAD-ATTRS
                           WHEN CTX-MASTER = 'P'
                               PERFORM APPLY-PROC-TXN
                           WHEN OTHER
                               PERFORM APPLY-DIAG-TXN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TXN-FILE.
                           TO WS-PCM-EFF(WS-PCM-COUNT)
                       MOVE CTX-TERM-DATE
                           TO WS-PCM-TERM(WS-PCM-COUNT)
                       MOVE CTX-DENTAL-CLASS
                           TO WS-PCM-CLASS(WS-PCM-COUNT)
                       MOVE CTX-TOOTH-RULE
                           TO WS-PCM-RULE(WS-PCM-COUNT)
                       MOVE CTX-AGE-RANGE
                           TO WS-PCM-AGES(WS-PCM-COUNT)
                       MOVE CTX-GENDER
                           TO WS-PCM-GENDER(WS-PCM-COUNT)
                       MOVE CTX-CLIN-ACTION
                           TO WS-PCM-CLIN(WS-PCM-COUNT)
                       PERFORM LOG-APPLIED
                   END-IF
               WHEN WS-FOUND-IDX = 0
                       TO WS-PCM-EFF(WS-FOUND-IDX)
                   MOVE CTX-TERM-DATE
                       TO WS-PCM-TERM(WS-FOUND-IDX)
                   MOVE CTX-DENTAL-CLASS
                       TO WS-PCM-CLASS(WS-FOUND-IDX)
                   MOVE CTX-TOOTH-RULE
                       TO WS-PCM-RULE(WS-FOUND-IDX)
                   MOVE CTX-AGE-RANGE
                       TO WS-PCM-AGES(WS-FOUND-IDX)
                   MOVE CTX-GENDER
                       TO WS-PCM-GENDER(WS-FOUND-IDX)
                   MOVE CTX-CLIN-ACTION
                       TO WS-PCM-CLIN(WS-FOUND-IDX)
                   PERFORM LOG-APPLIED
               WHEN OTHER
                   PERFORM LOG-REJECTED
                           TO WS-DCM-ACC(WS-DCM-COUNT)
                       MOVE CTX-CM-TRIGGER
                           TO WS-DCM-CMT(WS-DCM-COUNT)
                       MOVE CTX-AGE-RANGE
                           TO WS-DCM-AGES(WS-DCM-COUNT)
                       MOVE CTX-GENDER
                           TO WS-DCM-GENDER(WS-DCM-COUNT)
                       MOVE CTX-CLIN-ACTION
                           TO WS-DCM-CLIN(WS-DCM-COUNT)
                       PERFORM LOG-APPLIED
                   END-IF
               WHEN WS-FOUND-IDX = 0
                       TO WS-DCM-ACC(WS-FOUND-IDX)
                   MOVE CTX-CM-TRIGGER
                       TO WS-DCM-CMT(WS-FOUND-IDX)
                   MOVE CTX-AGE-RANGE
                       TO WS-DCM-AGES(WS-FOUND-IDX)
                   MOVE CTX-GENDER
                       TO WS-DCM-GENDER(WS-FOUND-IDX)
                   MOVE CTX-CLIN-ACTION
                       TO WS-DCM-CLIN(WS-FOUND-IDX)
                   PERFORM LOG-APPLIED
               WHEN OTHER
                   PERFORM LOG-REJECTED
           END-EVALUATE.

      *> The clinical attributes an add or change carries must be
      *> usable by CLMVALID as they stand: ages three digits or
      *> blank and in order, a gender of M or F, an action of D or P
       CHECK-CLINICAL-ATTRS.
           MOVE 'Y' TO WS-ATTRS-OK
           IF CTX-ACTION NOT = 'A' AND CTX-ACTION NOT = 'C'
               EXIT PARAGRAPH
           END-IF
           IF (CTX-MIN-AGE NOT = SPACES AND CTX-MIN-AGE NOT NUMERIC)
           OR (CTX-MAX-AGE NOT = SPACES AND CTX-MAX-AGE NOT NUMERIC)
               MOVE 'N' TO WS-ATTRS-OK
               EXIT PARAGRAPH
           END-IF
           IF CTX-MIN-AGE IS NUMERIC AND CTX-MAX-AGE IS NUMERIC
               AND CTX-MIN-AGE > CTX-MAX-AGE
               MOVE 'N' TO WS-ATTRS-OK
           END-IF
           IF CTX-GENDER NOT = SPACE AND CTX-GENDER NOT = 'M'
               AND CTX-GENDER NOT = 'F'
               MOVE 'N' TO WS-ATTRS-OK
           END-IF
           IF CTX-CLIN-ACTION NOT = SPACE
               AND CTX-CLIN-ACTION NOT = 'D'
               AND CTX-CLIN-ACTION NOT = 'P'
               MOVE 'N' TO WS-ATTRS-OK
           END-IF.

       LOG-BAD-ATTRS.
           MOVE 'REJECT  ' TO WS-LD-ACTION
           MOVE CTX-MASTER TO WS-LD-MASTER
           MOVE CTX-CODE   TO WS-LD-CODE
           MOVE 'BAD AGE RANGE, GENDER OR CLINICAL EDIT ACTION'
               TO WS-LD-TEXT
           WRITE LOG-LINE FROM WS-LOG-DETAIL
           ADD 1 TO WS-TXNS-REJECTED.

       LOG-APPLIED.
           MOVE 'APPLIED ' TO WS-LD-ACTION
           MOVE CTX-MASTER TO WS-LD-MASTER
               MOVE WS-PCM-CODE(WS-IDX) TO PCM-PROC-CODE
               MOVE WS-PCM-EFF(WS-IDX)  TO PCM-EFF-DATE
               MOVE WS-PCM-TERM(WS-IDX) TO PCM-TERM-DATE
               MOVE WS-PCM-CLASS(WS-IDX) TO PCM-DENTAL-CLASS
               MOVE WS-PCM-RULE(WS-IDX)  TO PCM-TOOTH-RULE
               MOVE WS-PCM-AGES(WS-IDX)  TO PCM-AGE-RANGE
               MOVE WS-PCM-GENDER(WS-IDX) TO PCM-GENDER
               MOVE WS-PCM-CLIN(WS-IDX)  TO PCM-CLIN-ACTION
               MOVE SPACES              TO PCM-FILLER
               WRITE PROC-MASTER-RECORD
           END-PERFORM
               MOVE WS-DCM-TERM(WS-IDX) TO DCM-TERM-DATE
               MOVE WS-DCM-ACC(WS-IDX)  TO DCM-ACCIDENT-IND
               MOVE WS-DCM-CMT(WS-IDX)  TO DCM-CM-TRIGGER-IND
               MOVE WS-DCM-AGES(WS-IDX)  TO DCM-AGE-RANGE
               MOVE WS-DCM-GENDER(WS-IDX) TO DCM-GENDER
               MOVE WS-DCM-CLIN(WS-IDX)  TO DCM-CLIN-ACTION
               MOVE SPACES              TO DCM-FILLER
               WRITE DIAG-MASTER-RECORD
           END-PERFORM
