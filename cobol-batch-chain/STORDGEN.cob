       COPY PROCDATE.

       FD  STANDING-TRANS-FILE.
       01  STANDING-TRANS-RECORD         PIC X(90).

       WORKING-STORAGE SECTION.
       COPY TRANSREC.
