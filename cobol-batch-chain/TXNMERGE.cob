      *> reassembled into exactly the files a sequential run leaves
      *> behind — NEW-CUSTOMERS.DAT and AUDIT-TRAIL.DAT rebuilt in
      *> partition (and therefore CUST-ID) order, rejects,
      *> corrections, notices, new deposit holds, screening holds,
      *> journal rows, loan payment splits, charge-off recoveries and
      *> benefit reclamation flags appended to their shared files —
      *> so every downstream step sees what it sees today.
      *>
      *> Before anything merges, the per-partition control totals
      *> are proved against the plan: each partition's VALIDIN must
      *>         .DAT (+), data/CUSTOMER-NOTICES.DAT (+),
      *>         data/DEPOSIT-HOLDS.DAT (+), data/SCREEN-HELD.DAT
      *>         (+), data/CHANGE-JOURNAL.DAT (+),
      *>         data/LOAN-PAYMENTS.DAT (+),
      *>         data/CHARGEOFF-RECOVERY.DAT (+),
      *>         data/BENEFIT-RECLAIM.DAT (+),
      *>         data/HELD-MAIL.DAT (+),
      *>         data/CONTROL-TOTALS.DAT (+), data/POSTED-FILES.DAT
      *>         (+), data/CUSTOMERS-INDEX.DAT (rebuilt)
      *>
       01  PART-IN-RECORD                PIC X(112).

       FD  PART-AUD-FILE.
       01  PART-AUD-RECORD               PIC X(88).

       FD  PART-LINE-FILE.
       01  PART-LINE-RECORD              PIC X(100).
       01  MERGED-OUT-RECORD             PIC X(112).

       FD  MERGED-AUD-FILE.
       01  MERGED-AUD-RECORD             PIC X(88).

       FD  MERGED-LINE-FILE.
       01  MERGED-LINE-RECORD            PIC X(100).
           MOVE 'data/CHANGE-JOURNAL.DAT'   TO WS-MERGED-NAME
           MOVE 'CHANGE-JOURNAL'            TO WS-PART-IN-NAME
           PERFORM 3600-APPEND-ONE-KIND
           MOVE 'data/LOAN-PAYMENTS.DAT'    TO WS-MERGED-NAME
           MOVE 'LOAN-PAYMENTS'             TO WS-PART-IN-NAME
           PERFORM 3600-APPEND-ONE-KIND
           MOVE 'data/CHARGEOFF-RECOVERY.DAT' TO WS-MERGED-NAME
           MOVE 'CHARGEOFF-RECOVERY'        TO WS-PART-IN-NAME
           PERFORM 3600-APPEND-ONE-KIND
           MOVE 'data/BENEFIT-RECLAIM.DAT'  TO WS-MERGED-NAME
           MOVE 'BENEFIT-RECLAIM'           TO WS-PART-IN-NAME
           PERFORM 3600-APPEND-ONE-KIND
           MOVE 'data/HELD-MAIL.DAT'        TO WS-MERGED-NAME
           MOVE 'HELD-MAIL'                 TO WS-PART-IN-NAME
           PERFORM 3600-APPEND-ONE-KIND
           .

      *>================================================================*
