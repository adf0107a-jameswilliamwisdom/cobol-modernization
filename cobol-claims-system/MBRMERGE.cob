       COPY MBRMAST.

       FD  MEMBER-OUT-FILE.
       01  MEMBER-OUT-RECORD          PIC X(101).

       FD  POLICY-IN-FILE.
       COPY POLREC.
      *> Whole member master in memory for the rewrite
       01  WS-MB-COUNT                PIC 9(3) VALUE 0.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY            PIC X(101) OCCURS 300.
       01  WS-MB-IDX                  PIC 9(3).
       01  WS-MB-SURV-IDX             PIC 9(3).
       01  WS-MB-DUP-IDX              PIC 9(3).
