      *> Output: data/CAPITATION-PAYMENTS.TXT (payment register)
      *>         data/CAPITATION-ROSTER.TXT   (member-level roster
      *>                                       plus retro detail)
      *>         data/CAP-PAID-ROSTERS.DAT    (corrected, appended;
      *>                                       kept from January of
      *>                                       last year for PRV1099)
      *>         data/PAY-CONTROL.DAT         (sequence advanced)
      *>         data/GL-ACTIVITY.DAT         (appended, GLACTV — one
      *>                                       row per payment for
      *>                                       CLMGLJ's journal)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPRUN.
               ASSIGN TO 'data/CAP-PAID-ROSTERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDR-STATUS.
           SELECT GL-ACTIVITY-FILE
               ASSIGN TO 'data/GL-ACTIVITY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CPR-MEMBER-ID          PIC X(10).
           05  CPR-RATE               PIC 9(4)V99.

       FD  GL-ACTIVITY-FILE.
       COPY GLACTV.

       WORKING-STORAGE SECTION.
       01  WS-POL-STATUS              PIC XX.
       01  WS-MBR-STATUS              PIC XX.
       01  WS-PAY-STATUS              PIC XX.
       01  WS-ROS-STATUS              PIC XX.
       01  WS-PDR-STATUS              PIC XX.
       01  WS-GLA-STATUS              PIC XX.
       01  WS-EOF-PDR                 PIC X(1) VALUE 'N'.
       01  WS-EOF-POL                 PIC X(1) VALUE 'N'.
       01  WS-EOF-MBR                 PIC X(1) VALUE 'N'.
      *> Oldest month still inside the retro window — paid-roster
      *> rows older than it can never be compared again and prune
      *> off at the rewrite, or the file grows until the load
      *> table's cap refuses the run. The year-end 1099 run reads
      *> the same record, so nothing from January of last year on
      *> prunes, whatever the retro window
       01  WS-CUTOFF-MONTH            PIC 9(6).
       01  WS-KEEP-FROM-MONTH         PIC 9(6).
       01  WS-CTR-ROWS-PRUNED         PIC 9(4) VALUE 0.
       01  WS-RETRO-SUB               PIC 9(2).
       01  WS-RETRO-MONTH             PIC 9(6).
      *> rewritten at end of run
       01  WS-PD-COUNT                PIC 9(4) VALUE 0.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 5000.
               10  WS-PD-MONTH        PIC 9(6).
               10  WS-PD-PROVIDER     PIC X(10).
               10  WS-PD-MEMBER       PIC X(10).
               WRITE ROSTER-LINE FROM ROS-DTL-LINE
      *> This month's paid head joins the machine roster record
      *> the retro passes of later runs compare against
               IF WS-PD-COUNT < 5000
                   ADD 1 TO WS-PD-COUNT
                   MOVE WS-RUN-MONTH
                       TO WS-PD-MONTH(WS-PD-COUNT)
                   NOT AT END
      *> The paid-roster record is rewritten from this table, so
      *> overflow must stop the run rather than lose paid history
                       IF WS-PD-COUNT = 5000
                           DISPLAY 'CAPRUN: ERROR - PAID ROSTER '
                               'EXCEEDS 5000 ROWS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               ADD WS-MEMBER-RATE TO WS-PR-AMOUNT(WS-PRV-IDX)
           END-IF
           ADD 1 TO WS-CTR-RETRO-ADDS
           IF WS-PD-COUNT < 5000
               ADD 1 TO WS-PD-COUNT
               MOVE WS-RETRO-MONTH
                   TO WS-PD-MONTH(WS-PD-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-RETRO-MONTH TO WS-CUTOFF-MONTH
           MOVE WS-RUN-MONTH TO WS-RETRO-MONTH
           SUBTRACT 1 FROM WS-RM-YYYY
           MOVE 1 TO WS-RM-MM
           MOVE WS-RETRO-MONTH TO WS-KEEP-FROM-MONTH
           IF WS-KEEP-FROM-MONTH < WS-CUTOFF-MONTH
               MOVE WS-KEEP-FROM-MONTH TO WS-CUTOFF-MONTH
           END-IF
           OPEN OUTPUT PAID-ROSTER-FILE
           IF WS-PDR-STATUS NOT = '00'
               DISPLAY 'CAPRUN: ERROR REWRITING PAID ROSTERS: '
           END-IF
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
      *> A month older than both the retro window and last year's
      *> 1099s is needed by nothing — it drops here instead of
      *> carrying forever
               IF WS-PD-DROPPED(WS-PD-IDX) = 'N'
                   AND WS-PD-MONTH(WS-PD-IDX) < WS-CUTOFF-MONTH
                   ADD 1 TO WS-CTR-ROWS-PRUNED
                   WRITE PAYMENT-LINE FROM PAY-DTL-LINE
                   ADD WS-PR-AMOUNT(WS-PRV-IDX)
                       TO WS-TOTAL-CAPITATION
                   PERFORM APPEND-GL-ACTIVITY
               END-IF
               IF WS-PR-NO-RATE-CT(WS-PRV-IDX) > 0
                   DISPLAY 'CAPRUN: PROVIDER '
                       ' ASSIGNED MEMBER(S) WITH NO RATE ON FILE'
               END-IF
           END-PERFORM.

      *>================================================================*
      *> APPEND-GL-ACTIVITY: The payment as the general ledger sees
      *> it — capitation is HMO medical by contract, so product and
      *> line of business are known here; a retro-netted negative
      *> amount books as the reversal it is
      *>================================================================*
       APPEND-GL-ACTIVITY.
           OPEN EXTEND GL-ACTIVITY-FILE
           IF WS-GLA-STATUS NOT = '00'
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF
           IF WS-GLA-STATUS NOT = '00'
               DISPLAY 'CAPRUN: ERROR APPENDING GL ACTIVITY: '
                   WS-GLA-STATUS
               EXIT PARAGRAPH
           END-IF
           INITIALIZE GL-ACTIVITY-RECORD
           MOVE 'CAPRUN'                  TO GLA-SOURCE
           SET  GLA-CAPITATION            TO TRUE
           MOVE 'H'                       TO GLA-PRODUCT
           MOVE 'M'                       TO GLA-LOB
           MOVE WS-PR-AMOUNT(WS-PRV-IDX)  TO GLA-AMOUNT
           MOVE WS-RUN-DATE               TO GLA-EVENT-DATE
           MOVE WS-NEXT-EFT-TRACE         TO GLA-REFERENCE
           MOVE WS-PR-PROVIDER(WS-PRV-IDX) TO GLA-PROVIDER-ID
           WRITE GL-ACTIVITY-RECORD
           CLOSE GL-ACTIVITY-FILE.
