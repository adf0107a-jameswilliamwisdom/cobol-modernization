                   LEADING ==AUD== BY ==HIS==.

       FD  HISTORY-NEW-FILE.
       01  HISTORY-NEW-RECORD            PIC X(88).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                PIC X(88).

       FD  SUMMARY-FILE.
       COPY AUDSUMM.
