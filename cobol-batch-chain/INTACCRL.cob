       COPY RATETBL.

       FD  INT-TRANS-FILE.
       01  INT-TRANS-RECORD              PIC X(90).

       FD  TIER-FILE.
       COPY RATETIER.
