       COPY CUSTREC.

       FD  MERGE-TRANS-FILE.
       01  MERGE-TRANS-RECORD            PIC X(90).

       FD  MERGE-MAP-FILE.
       01  MERGE-MAP-RECORD.
