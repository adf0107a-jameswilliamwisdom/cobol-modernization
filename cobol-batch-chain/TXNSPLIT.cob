       01  PART-MASTER-RECORD            PIC X(112).

       FD  PART-TRANS-FILE.
       01  PART-TRANS-RECORD             PIC X(91).

       FD  PRIOR-MASTER-FILE.
       01  PRIOR-CUSTOMER-RECORD         PIC X(112).
