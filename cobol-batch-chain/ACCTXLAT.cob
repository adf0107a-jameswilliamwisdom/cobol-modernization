      *>================================================================*
      *> ACCTXLAT.cob — Callable Converted-Account Translation
      *>
      *> The one place that knows which account numbers came over
      *> from an acquired portfolio, CALLed by every intake door an
      *> item on a seller's old number can still arrive through
      *> (TXNSORT's feed merge, TXNVALID, INCLRIN, CARDIN, ACHRDFI)
      *> through the XLATACCT.cpy contract — the same CALL/LINKAGE
      *> pattern ACCTEDIT serves for the account-number edit.
      *>
      *> The first call loads the cross-reference ACQCONV appends on
      *> every live conversion; later calls answer from that table.
      *> Inside a row's grace period the item is redirected to the
      *> new number; once the caller's date is past the grace end
      *> the old number is retired and the caller rejects the item.
      *> A number not on the cross-reference passes through as is.
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTXLAT.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE
               ASSIGN TO 'data/ACCT-CONVERT-XREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       COPY CNVXREF.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS             PIC XX.
       01  WS-XREF-LOADED-SW          PIC X(1) VALUE 'N'.
           88  WS-XREF-LOADED             VALUE 'Y'.

       01  WS-XR-COUNT                PIC 9(4) VALUE 0.
       01  WS-XR-TABLE-AREA.
           05  WS-XR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-XR-COUNT
                   INDEXED BY WS-XR-IDX.
               10  WS-XR-OLD-ACCT-ID  PIC X(8).
               10  WS-XR-NEW-ACCT-ID  PIC X(8).
               10  WS-XR-GRACE-END    PIC 9(8).

       LINKAGE SECTION.
       COPY XLATACCT.

       PROCEDURE DIVISION USING ACCT-XLATE-REQUEST
                                ACCT-XLATE-RESPONSE.
       0000-TRANSLATE-ACCOUNT.
           IF NOT WS-XREF-LOADED
               PERFORM 1000-LOAD-XREF
           END-IF
           SET XL-NOT-CONVERTED TO TRUE
           MOVE XL-ACCT-ID TO XL-NEW-ACCT-ID
           MOVE 0          TO XL-GRACE-END
           IF WS-XR-COUNT = 0 OR XL-ACCT-ID = SPACES
               GOBACK
           END-IF
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               OR WS-XR-OLD-ACCT-ID(WS-XR-IDX) = XL-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-XR-IDX > WS-XR-COUNT
               GOBACK
           END-IF
           MOVE WS-XR-NEW-ACCT-ID(WS-XR-IDX) TO XL-NEW-ACCT-ID
           MOVE WS-XR-GRACE-END(WS-XR-IDX)   TO XL-GRACE-END
           IF XL-AS-OF-DATE > WS-XR-GRACE-END(WS-XR-IDX)
               SET XL-RETIRED TO TRUE
           ELSE
               SET XL-REDIRECTED TO TRUE
           END-IF
           GOBACK
           .

      *> No cross-reference on file means nothing has been converted
       1000-LOAD-XREF.
           SET WS-XREF-LOADED TO TRUE
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XREF-STATUS NOT = '00'
               READ XREF-FILE
                   AT END
                       MOVE '10' TO WS-XREF-STATUS
                   NOT AT END
                       PERFORM 1100-ADD-XREF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           .

      *> Past the table's end an old number would quietly stop
      *> redirecting and its items would reject — stop the caller's
      *> run instead
       1100-ADD-XREF.
           IF WS-XR-COUNT = 5000
               DISPLAY 'ACCTXLAT: ERROR - more than 5000 converted '
                   'account numbers; table full, run abandoned'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-XR-COUNT
           MOVE CVX-OLD-ACCT-ID TO WS-XR-OLD-ACCT-ID(WS-XR-COUNT)
           MOVE CVX-NEW-ACCT-ID TO WS-XR-NEW-ACCT-ID(WS-XR-COUNT)
           IF CVX-GRACE-END NUMERIC
               MOVE CVX-GRACE-END TO WS-XR-GRACE-END(WS-XR-COUNT)
           ELSE
               MOVE 0 TO WS-XR-GRACE-END(WS-XR-COUNT)
           END-IF
           .
