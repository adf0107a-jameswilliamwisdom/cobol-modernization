      *>================================================================*
      *> CLINOVR.cpy — Clinical Edit Override Record (60 bytes)
      *> Layout: LINE SEQUENTIAL, maintained by the clinical review
      *> desk. One row per documented exception to CLMVALID's age
      *> and gender edits (E25-E28): a member whose care is
      *> clinically appropriate although the code master's range or
      *> gender says otherwise. The row names the member, the
      *> procedure (P) or diagnosis (D) code, which edit it lifts
      *> (A age, G gender, blank both), the dates of service it
      *> covers (to-date zero = open), who approved it and the
      *> documentation it rests on.
      *>================================================================*
       01  CLINICAL-OVERRIDE-RECORD.
           05  COV-MEMBER-ID           PIC X(10).
           05  COV-CODE-TYPE           PIC X(1).
               88  COV-PROCEDURE           VALUE 'P'.
               88  COV-DIAGNOSIS           VALUE 'D'.
           05  COV-CODE                PIC X(7).
           05  COV-EDIT                PIC X(1).
               88  COV-AGE-EDIT            VALUE 'A'.
               88  COV-GENDER-EDIT         VALUE 'G'.
               88  COV-BOTH-EDITS          VALUE ' '.
           05  COV-FROM-DATE           PIC 9(8).
           05  COV-TO-DATE             PIC 9(8).
           05  COV-APPROVED-BY         PIC X(8).
           05  COV-REFERENCE           PIC X(15).
           05  COV-FILLER              PIC X(2).
