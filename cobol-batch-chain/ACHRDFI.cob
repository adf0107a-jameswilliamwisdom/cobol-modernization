      *>================================================================*
      *> ACHRDFI.cob — Inbound ACH Receiving-File Intake
      *>
      *> The RDFI side of ACH: translates the receiving file the
      *> correspondent bank forwards — payroll direct deposits and
      *> preauthorized bill-pay debits other banks originated
      *> against our accounts — into TRANSREC rows keyed by CUST-ID,
      *> so they ride into TXNSORT's merge like any branch feed
      *> instead of being re-keyed by deposit ops. (ACHRTRN is the
      *> ODFI side: returns against what we originated.)
      *>
      *> Every DFI account number goes through the shared ACCTEDIT
      *> edit before the master is consulted. Entries we cannot post
      *> go back to the originator as return entries with the NACHA
      *> reason, NOT to REJECT-TRANS.DAT: R04 account number fails
      *> the edit, R03 no such account, R02 closed or escheated, R16
      *> frozen, R20 a debit against a loan or certificate. A debit
      *> to a charged-off account returns R02; a credit to one posts
      *> as a recovery. Prenotes (zero-dollar test entries) are
      *> judged the same way but post nothing.
      *>
      *> A credit from a batch whose originator status code is '2'
      *> (a federal government agency) is described 'FEDB ' plus the
      *> agency name instead of 'ACH '. That is how TXNAPPLY
      *> recognizes a federal benefit payment when it lands on a
      *> deceased owner's account.
      *>
      *> An entry still addressed to an acquired portfolio's old
      *> account number is taken as addressed to the new number
      *> ACCTXLAT gives for it while the conversion grace period
      *> runs — ahead of the edit, since the seller's numbers carry
      *> none of our check digits. After the grace period the old
      *> number is on no account and the entry returns R03.
      *>
      *> Before a single entry is translated the file is proved
      *> against its own NACHA controls: each batch control ('8')
      *> against the entry/addenda count, entry hash and debit and
      *> credit totals of the batch it closes, and the file control
      *> ('9') against the batches. A file that does not prove is
      *> moved whole to QUARANTINE-ACH-RECEIVING.DAT, nothing is
      *> translated or returned, and the step ends RC 8 for the
      *> correspondent to resend.
      *>
      *> Input:  data/ACH-RECEIVING.DAT     (SEQUENTIAL, fixed 94-byte
      *>                                     NACHA records)
      *>         data/CUSTOMERS.DAT         (SEQUENTIAL, binary)
      *> Output: data/ACH-RECEIVE-TRANS.DAT (LINE SEQUENTIAL, TRANSREC)
      *>         data/ACH-RDFI-RETURNS.DAT  (LINE SEQUENTIAL, ACHRDRT)
      *>         data/QUARANTINE-ACH-RECEIVING.DAT (SEQUENTIAL, a
      *>                                     file that failed proof)
      *>
      *> Return codes:  0 = all entries translated
      *>                4 = some entries returned
      *>                8 = input file error or file out of balance
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACHRDFI.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVING-FILE
               ASSIGN TO 'data/ACH-RECEIVING.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT RECEIVE-TRANS-FILE
               ASSIGN TO 'data/ACH-RECEIVE-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVTRANS-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO 'data/ACH-RDFI-RETURNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT QUARANTINE-FILE
               ASSIGN TO 'data/QUARANTINE-ACH-RECEIVING.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Fixed 94-byte NACHA records back to back, the same framing
      *> ACHSETTL writes; the record type in byte 1 says which of the
      *> layouts below applies.
       FD  RECEIVING-FILE.
       01  RECEIVING-RECORD               PIC X(94).

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  RECEIVE-TRANS-FILE.
       COPY TRANSREC.

       FD  RETURN-FILE.
       COPY ACHRDRT.

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD              PIC X(94).

       WORKING-STORAGE SECTION.
       01  WS-RCV-STATUS                  PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-RCVTRANS-STATUS             PIC XX.
       01  WS-RETURN-STATUS               PIC XX.
       01  WS-PDATE-STATUS                PIC XX.
       01  WS-QUAR-STATUS                 PIC XX.

       01  WS-RCV-EOF-FLAG                PIC X(1)  VALUE 'N'.
           88  RCV-EOF                              VALUE 'Y'.
           88  RCV-NOT-EOF                          VALUE 'N'.
       01  WS-RCV-QUAR-FLAG               PIC X(1)  VALUE 'N'.
           88  RCV-QUARANTINED                      VALUE 'Y'.

       01  WS-RUN-DATE                    PIC 9(8).
      *> Sequence numbers from this feed's reserved range, the
      *> convention every synthetic feed follows so acct+seq stays
      *> unambiguous across feeds on the same account and date.
       01  WS-NEXT-SEQ                    PIC 9(6)  VALUE 990001.

      *>----------------------------------------------------------------*
      *> NACHA record views over the receiving record.
      *>----------------------------------------------------------------*
       01  RCV-BATCH-HEADER.
           05  RBH-RECORD-TYPE            PIC X(1).
           05  RBH-SERVICE-CLASS          PIC X(3).
           05  RBH-COMPANY-NAME           PIC X(16).
           05  FILLER                     PIC X(20).
           05  RBH-COMPANY-ID             PIC X(10).
           05  RBH-SEC-CODE               PIC X(3).
           05  RBH-ENTRY-DESC             PIC X(10).
           05  RBH-DESC-DATE              PIC X(6).
           05  RBH-EFF-DATE               PIC X(6).
           05  RBH-SETTLE-DATE            PIC X(3).
           05  RBH-ORIG-STATUS            PIC X(1).
               88  RBH-FEDERAL-GOVT           VALUE '2'.
           05  RBH-ODFI-ID                PIC X(8).
           05  RBH-BATCH-NUMBER           PIC X(7).

       01  RCV-ENTRY-DETAIL.
           05  RED-RECORD-TYPE            PIC X(1).
           05  RED-TRANS-CODE             PIC X(2).
               88  RED-CREDIT                 VALUE '22' '32'.
               88  RED-DEBIT                  VALUE '27' '37'.
               88  RED-PRENOTE                VALUE '23' '28'
                                                    '33' '38'.
               88  RED-PRENOTE-DEBIT          VALUE '28' '38'.
           05  RED-RDFI-ROUTING           PIC X(8).
           05  RED-RDFI-CHECK-DIGIT       PIC X(1).
           05  RED-DFI-ACCOUNT            PIC X(17).
           05  RED-AMOUNT                 PIC 9(10).
           05  RED-INDIV-ID               PIC X(15).
           05  RED-INDIV-NAME             PIC X(22).
           05  RED-DISCRETIONARY          PIC X(2).
           05  RED-ADDENDA-IND            PIC X(1).
           05  RED-TRACE-NUMBER           PIC X(15).

       01  RCV-BATCH-CONTROL.
           05  RBC-RECORD-TYPE            PIC X(1).
           05  RBC-SERVICE-CLASS          PIC X(3).
           05  RBC-ENTRY-ADDENDA-CT       PIC 9(6).
           05  RBC-ENTRY-HASH             PIC 9(10).
           05  RBC-TOTAL-DEBITS           PIC 9(12).
           05  RBC-TOTAL-CREDITS          PIC 9(12).
           05  RBC-COMPANY-ID             PIC X(10).
           05  FILLER                     PIC X(25).
           05  RBC-ODFI-ID                PIC X(8).
           05  RBC-BATCH-NUMBER           PIC X(7).

       01  RCV-FILE-CONTROL.
           05  RFC-RECORD-TYPE            PIC X(1).
           05  RFC-BATCH-COUNT            PIC 9(6).
           05  RFC-BLOCK-COUNT            PIC 9(6).
           05  RFC-ENTRY-ADDENDA-CT       PIC 9(8).
           05  RFC-ENTRY-HASH             PIC 9(10).
           05  RFC-TOTAL-DEBITS           PIC 9(12).
           05  RFC-TOTAL-CREDITS          PIC 9(12).
           05  FILLER                     PIC X(39).

      *>----------------------------------------------------------------*
      *> Control proof — what the records of the open batch, and of
      *> the file so far, add up to; amounts in cents, the hash the
      *> rightmost ten digits of the summed RDFI routing numbers.
      *>----------------------------------------------------------------*
       01  WS-PRF-BATCH-OPEN-SW           PIC X(1)  VALUE 'N'.
           88  WS-PRF-BATCH-OPEN                    VALUE 'Y'.
       01  WS-PRF-FILE-CTL-SW             PIC X(1)  VALUE 'N'.
           88  WS-PRF-FILE-CTL-SEEN                 VALUE 'Y'.
       01  WS-PRF-RECORDS                 PIC 9(7)  VALUE 0.
       01  WS-PRF-BAT-COUNT               PIC 9(6)  VALUE 0.
       01  WS-PRF-BAT-HASH                PIC 9(10) VALUE 0.
       01  WS-PRF-BAT-DEBITS              PIC 9(12) VALUE 0.
       01  WS-PRF-BAT-CREDITS             PIC 9(12) VALUE 0.
       01  WS-PRF-FILE-BATCHES            PIC 9(6)  VALUE 0.
       01  WS-PRF-FILE-COUNT              PIC 9(8)  VALUE 0.
       01  WS-PRF-FILE-HASH               PIC 9(10) VALUE 0.
       01  WS-PRF-FILE-DEBITS             PIC 9(12) VALUE 0.
       01  WS-PRF-FILE-CREDITS            PIC 9(12) VALUE 0.
       01  WS-PRF-REASON                  PIC X(40) VALUE SPACES.

      *>----------------------------------------------------------------*
      *> Account lookup table — the master loaded whole at startup
      *> (ID, type, status, branch), since the receiving file arrives
      *> in originator batch order, not account order.
      *>----------------------------------------------------------------*
       01  WS-ACCT-COUNT                  PIC 9(4)  VALUE 0.
       01  WS-ACCT-TABLE-AREA.
           05  WS-ACCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ACCT-COUNT
                   INDEXED BY WS-AC-IDX.
               10  WS-AC-CUST-ID         PIC X(8).
               10  WS-AC-TYPE            PIC X(1).
               10  WS-AC-STATUS          PIC X(1).
               10  WS-AC-BRANCH          PIC X(3).
       01  WS-ACCT-FOUND-SW               PIC X(1)  VALUE 'N'.
           88  WS-ACCT-FOUND                        VALUE 'Y'.
           88  WS-ACCT-NOT-FOUND                    VALUE 'N'.
       01  WS-MATCHED-TYPE                PIC X(1).
           88  WS-MATCHED-NON-TRANS           VALUE 'T' 'L'.
       01  WS-MATCHED-STATUS              PIC X(1).
           88  WS-MATCHED-CLOSED              VALUE 'C' 'E'.
           88  WS-MATCHED-FROZEN              VALUE 'F'.
           88  WS-MATCHED-CHARGED-OFF         VALUE 'O'.
       01  WS-MATCHED-BRANCH              PIC X(3).

       01  WS-ENTRY-ACCT-ID               PIC X(8).
       01  WS-ENTRY-IS-DEBIT-SW           PIC X(1)  VALUE 'N'.
           88  WS-ENTRY-IS-DEBIT                    VALUE 'Y'.
       01  WS-BATCH-COMPANY-NAME          PIC X(16) VALUE SPACES.
       01  WS-BATCH-FEDERAL-SW            PIC X(1)  VALUE 'N'.
           88  WS-BATCH-FEDERAL                     VALUE 'Y'.

      *> Account-number edit request/response for the ACCTEDIT call.
       COPY EDITACCT.

       01  WS-CTR-RECORDS-READ            PIC 9(7)  VALUE 0.
       01  WS-CTR-ENTRIES                 PIC 9(7)  VALUE 0.
       01  WS-CTR-PRENOTES                PIC 9(7)  VALUE 0.
       01  WS-CTR-UNSUPPORTED             PIC 9(7)  VALUE 0.
       01  WS-CTR-TRANS-WRITTEN           PIC 9(7)  VALUE 0.
       01  WS-CTR-RETURNS                 PIC 9(7)  VALUE 0.
       01  WS-CTR-REDIRECTED              PIC 9(7)  VALUE 0.
       COPY XLATACCT.
       01  WS-TOTAL-CREDITS               PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DEBITS                PIC 9(9)V99 VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-READ-RECORD
               PERFORM 3000-PROCESS-RECORD
                   UNTIL RCV-EOF
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- ACHRDFI: Inbound ACH Receiving Intake ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF

           OPEN INPUT RECEIVING-FILE
           IF WS-RCV-STATUS = '35'
               DISPLAY 'ACHRDFI: No receiving file this cycle - '
                       'nothing to translate.'
               MOVE 0 TO WS-RETURN-CODE
               PERFORM 9000-TERMINATE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RCV-STATUS NOT = '00'
               DISPLAY 'ACHRDFI: ERROR opening ACH-RECEIVING.DAT, '
                       'STATUS=' WS-RCV-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 1050-PROVE-RECEIVING-FILE
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 1100-LOAD-ACCOUNTS
           END-IF
           IF WS-RETURN-CODE NOT = 8
               OPEN OUTPUT RECEIVE-TRANS-FILE
               IF WS-RCVTRANS-STATUS NOT = '00'
                   DISPLAY 'ACHRDFI: ERROR opening ACH-RECEIVE-TRANS'
                           '.DAT, STATUS=' WS-RCVTRANS-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE NOT = 8
               OPEN OUTPUT RETURN-FILE
               IF WS-RETURN-STATUS NOT = '00'
                   DISPLAY 'ACHRDFI: ERROR opening ACH-RDFI-RETURNS'
                           '.DAT, STATUS=' WS-RETURN-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           .

      *>================================================================*
      *> PROVE RECEIVING FILE — one pass over the whole file through
      *> 1055 before anything is translated. Out of balance, it is
      *> quarantined and the step ends RC 8; in balance, it is
      *> reopened for the translating pass.
      *>================================================================*
       1050-PROVE-RECEIVING-FILE.
           PERFORM UNTIL WS-RCV-STATUS NOT = '00'
               READ RECEIVING-FILE
                   AT END
                       MOVE '10' TO WS-RCV-STATUS
                   NOT AT END
                       ADD 1 TO WS-PRF-RECORDS
                       IF WS-PRF-REASON = SPACES
                           PERFORM 1055-PROVE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIVING-FILE
           IF WS-PRF-REASON = SPACES
               AND WS-PRF-RECORDS > 0
               IF WS-PRF-BATCH-OPEN
                   MOVE 'BATCH WITH NO BATCH CONTROL'
                       TO WS-PRF-REASON
               ELSE
                   IF NOT WS-PRF-FILE-CTL-SEEN
                       MOVE 'NO FILE CONTROL RECORD' TO WS-PRF-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-PRF-REASON NOT = SPACES
               DISPLAY 'ACHRDFI: ACH-RECEIVING.DAT REJECTED - '
                       FUNCTION TRIM(WS-PRF-REASON)
               PERFORM 1060-QUARANTINE-RECEIVING-FILE
               DISPLAY 'ACHRDFI: Receiving file moved to '
                       'QUARANTINE-ACH-RECEIVING.DAT - nothing '
                       'translated'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RECEIVING-FILE
           IF WS-RCV-STATUS NOT = '00'
               DISPLAY 'ACHRDFI: ERROR reopening ACH-RECEIVING.DAT, '
                       'STATUS=' WS-RCV-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           .

      *> One record's part in the proof. The filler records that
      *> round the file out to a whole block are all nines, so a
      *> '9' after the file control is passed over.
       1055-PROVE-RECORD.
           EVALUATE TRUE
               WHEN WS-PRF-FILE-CTL-SEEN
                   IF RECEIVING-RECORD NOT = ALL '9'
                       MOVE 'RECORDS AFTER THE FILE CONTROL'
                           TO WS-PRF-REASON
                   END-IF
               WHEN RECEIVING-RECORD(1:1) = '5'
                   IF WS-PRF-BATCH-OPEN
                       MOVE 'BATCH WITH NO BATCH CONTROL'
                           TO WS-PRF-REASON
                   END-IF
                   SET WS-PRF-BATCH-OPEN TO TRUE
                   ADD 1 TO WS-PRF-FILE-BATCHES
                   MOVE 0 TO WS-PRF-BAT-COUNT WS-PRF-BAT-HASH
                             WS-PRF-BAT-DEBITS WS-PRF-BAT-CREDITS
               WHEN RECEIVING-RECORD(1:1) = '6'
                   MOVE RECEIVING-RECORD TO RCV-ENTRY-DETAIL
                   ADD 1 TO WS-PRF-BAT-COUNT
                   COMPUTE WS-PRF-BAT-HASH =
                       FUNCTION MOD(WS-PRF-BAT-HASH
                           + FUNCTION NUMVAL(RED-RDFI-ROUTING),
                           10000000000)
      *> Transaction codes x5-x9 are debits, x0-x4 credits
                   IF RED-TRANS-CODE(2:1) >= '5'
                       ADD RED-AMOUNT TO WS-PRF-BAT-DEBITS
                   ELSE
                       ADD RED-AMOUNT TO WS-PRF-BAT-CREDITS
                   END-IF
                   IF NOT WS-PRF-BATCH-OPEN
                       MOVE 'ENTRY OUTSIDE ANY BATCH' TO WS-PRF-REASON
                   END-IF
               WHEN RECEIVING-RECORD(1:1) = '7'
                   ADD 1 TO WS-PRF-BAT-COUNT
               WHEN RECEIVING-RECORD(1:1) = '8'
                   MOVE RECEIVING-RECORD TO RCV-BATCH-CONTROL
                   EVALUATE TRUE
                       WHEN NOT WS-PRF-BATCH-OPEN
                           MOVE 'BATCH CONTROL WITH NO BATCH'
                               TO WS-PRF-REASON
                       WHEN RBC-ENTRY-ADDENDA-CT NOT = WS-PRF-BAT-COUNT
                           STRING 'BATCH ' RBC-BATCH-NUMBER
                                  ' ENTRY COUNT OUT'
                               DELIMITED BY SIZE INTO WS-PRF-REASON
                       WHEN RBC-ENTRY-HASH NOT = WS-PRF-BAT-HASH
                           STRING 'BATCH ' RBC-BATCH-NUMBER
                                  ' ENTRY HASH OUT'
                               DELIMITED BY SIZE INTO WS-PRF-REASON
                       WHEN RBC-TOTAL-DEBITS NOT = WS-PRF-BAT-DEBITS
                           STRING 'BATCH ' RBC-BATCH-NUMBER
                                  ' DEBIT TOTAL OUT'
                               DELIMITED BY SIZE INTO WS-PRF-REASON
                       WHEN RBC-TOTAL-CREDITS NOT = WS-PRF-BAT-CREDITS
                           STRING 'BATCH ' RBC-BATCH-NUMBER
                                  ' CREDIT TOTAL OUT'
                               DELIMITED BY SIZE INTO WS-PRF-REASON
                   END-EVALUATE
                   MOVE 'N' TO WS-PRF-BATCH-OPEN-SW
                   ADD WS-PRF-BAT-COUNT   TO WS-PRF-FILE-COUNT
                   ADD WS-PRF-BAT-DEBITS  TO WS-PRF-FILE-DEBITS
                   ADD WS-PRF-BAT-CREDITS TO WS-PRF-FILE-CREDITS
                   COMPUTE WS-PRF-FILE-HASH =
                       FUNCTION MOD(WS-PRF-FILE-HASH
                           + WS-PRF-BAT-HASH, 10000000000)
               WHEN RECEIVING-RECORD(1:1) = '9'
                   MOVE RECEIVING-RECORD TO RCV-FILE-CONTROL
                   SET WS-PRF-FILE-CTL-SEEN TO TRUE
                   EVALUATE TRUE
                       WHEN WS-PRF-BATCH-OPEN
                           MOVE 'BATCH WITH NO BATCH CONTROL'
                               TO WS-PRF-REASON
                       WHEN RFC-BATCH-COUNT NOT = WS-PRF-FILE-BATCHES
                           MOVE 'FILE BATCH COUNT OUT'
                               TO WS-PRF-REASON
                       WHEN RFC-ENTRY-ADDENDA-CT
                               NOT = WS-PRF-FILE-COUNT
                           MOVE 'FILE ENTRY COUNT OUT'
                               TO WS-PRF-REASON
                       WHEN RFC-ENTRY-HASH NOT = WS-PRF-FILE-HASH
                           MOVE 'FILE ENTRY HASH OUT'
                               TO WS-PRF-REASON
                       WHEN RFC-TOTAL-DEBITS NOT = WS-PRF-FILE-DEBITS
                           MOVE 'FILE DEBIT TOTAL OUT'
                               TO WS-PRF-REASON
                       WHEN RFC-TOTAL-CREDITS
                               NOT = WS-PRF-FILE-CREDITS
                           MOVE 'FILE CREDIT TOTAL OUT'
                               TO WS-PRF-REASON
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       1060-QUARANTINE-RECEIVING-FILE.
           SET RCV-QUARANTINED TO TRUE
           SET RCV-EOF TO TRUE
           OPEN INPUT RECEIVING-FILE
           OPEN OUTPUT QUARANTINE-FILE
           IF WS-QUAR-STATUS NOT = '00'
               DISPLAY 'ACHRDFI: ERROR opening QUARANTINE-ACH-RECEIVI'
                       'NG.DAT, STATUS=' WS-QUAR-STATUS
               CLOSE RECEIVING-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RCV-STATUS NOT = '00'
               READ RECEIVING-FILE
                   AT END
                       MOVE '10' TO WS-RCV-STATUS
                   NOT AT END
                       WRITE QUARANTINE-RECORD FROM RECEIVING-RECORD
               END-READ
           END-PERFORM
           CLOSE RECEIVING-FILE
           CLOSE QUARANTINE-FILE
           OPEN OUTPUT RECEIVING-FILE
           CLOSE RECEIVING-FILE
           .

       1100-LOAD-ACCOUNTS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'ACHRDFI: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
                       OR WS-ACCT-COUNT = 2000
                   READ CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CUSTF-STATUS
                       NOT AT END
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE CUST-ID
                               TO WS-AC-CUST-ID(WS-ACCT-COUNT)
                           MOVE CUST-ACCT-TYPE
                               TO WS-AC-TYPE(WS-ACCT-COUNT)
                           MOVE CUST-STATUS
                               TO WS-AC-STATUS(WS-ACCT-COUNT)
                           MOVE CUST-BRANCH
                               TO WS-AC-BRANCH(WS-ACCT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           .

       2000-READ-RECORD.
           READ RECEIVING-FILE
               AT END
                   SET RCV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-RECORDS-READ
           END-READ
           .

      *>================================================================*
      *> PROCESS ONE RECORD — a batch header sets the originator name
      *> the batch's entries carry into TRANS-DESC; an entry detail
      *> is judged and posted or returned. Addenda, control and
      *> filler records carry nothing to post; their controls were
      *> proved before this pass began.
      *>================================================================*
       3000-PROCESS-RECORD.
           EVALUATE RECEIVING-RECORD(1:1)
               WHEN '5'
                   MOVE RECEIVING-RECORD TO RCV-BATCH-HEADER
                   MOVE RBH-COMPANY-NAME TO WS-BATCH-COMPANY-NAME
                   IF RBH-FEDERAL-GOVT
                       MOVE 'Y' TO WS-BATCH-FEDERAL-SW
                   ELSE
                       MOVE 'N' TO WS-BATCH-FEDERAL-SW
                   END-IF
               WHEN '6'
                   MOVE RECEIVING-RECORD TO RCV-ENTRY-DETAIL
                   ADD 1 TO WS-CTR-ENTRIES
                   PERFORM 3100-PROCESS-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2000-READ-RECORD
           .

       3100-PROCESS-ENTRY.
           IF NOT RED-CREDIT AND NOT RED-DEBIT AND NOT RED-PRENOTE
               DISPLAY 'ACHRDFI: Unsupported transaction code '
                       RED-TRANS-CODE ' on trace ' RED-TRACE-NUMBER
               ADD 1 TO WS-CTR-UNSUPPORTED
               EXIT PARAGRAPH
           END-IF
           IF RED-DEBIT OR RED-PRENOTE-DEBIT
               SET WS-ENTRY-IS-DEBIT TO TRUE
           ELSE
               MOVE 'N' TO WS-ENTRY-IS-DEBIT-SW
           END-IF
           MOVE RED-DFI-ACCOUNT(1:8) TO WS-ENTRY-ACCT-ID
           MOVE WS-ENTRY-ACCT-ID TO XL-ACCT-ID
           MOVE WS-RUN-DATE      TO XL-AS-OF-DATE
           CALL 'ACCTXLAT' USING ACCT-XLATE-REQUEST
                                 ACCT-XLATE-RESPONSE
           IF XL-REDIRECTED
               MOVE XL-NEW-ACCT-ID TO WS-ENTRY-ACCT-ID
               ADD 1 TO WS-CTR-REDIRECTED
           END-IF
           SET AE-FUNC-VERIFY TO TRUE
           MOVE WS-ENTRY-ACCT-ID TO AE-ACCT-ID
           CALL 'ACCTEDIT' USING ACCT-EDIT-REQUEST
                                 ACCT-EDIT-RESPONSE
           PERFORM 3200-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN AE-INVALID
                   OR RED-DFI-ACCOUNT(9:9) NOT = SPACES
                   PERFORM 3500-BUILD-RETURN
                   SET ARD-R04-INVALID-ACCT TO TRUE
                   PERFORM 3600-WRITE-RETURN
               WHEN WS-ACCT-NOT-FOUND
                   PERFORM 3500-BUILD-RETURN
                   SET ARD-R03-NO-ACCOUNT TO TRUE
                   PERFORM 3600-WRITE-RETURN
               WHEN WS-MATCHED-CLOSED
                   PERFORM 3500-BUILD-RETURN
                   SET ARD-R02-ACCT-CLOSED TO TRUE
                   PERFORM 3600-WRITE-RETURN
               WHEN WS-MATCHED-FROZEN
                   PERFORM 3500-BUILD-RETURN
                   SET ARD-R16-ACCT-FROZEN TO TRUE
                   PERFORM 3600-WRITE-RETURN
               WHEN WS-MATCHED-CHARGED-OFF AND WS-ENTRY-IS-DEBIT
                   PERFORM 3500-BUILD-RETURN
                   SET ARD-R02-ACCT-CLOSED TO TRUE
                   PERFORM 3600-WRITE-RETURN
               WHEN WS-MATCHED-NON-TRANS AND WS-ENTRY-IS-DEBIT
                   PERFORM 3500-BUILD-RETURN
                   SET ARD-R20-NON-TRANS-ACCT TO TRUE
                   PERFORM 3600-WRITE-RETURN
               WHEN RED-PRENOTE
                   ADD 1 TO WS-CTR-PRENOTES
               WHEN OTHER
                   PERFORM 3300-WRITE-TRANS
           END-EVALUATE
           .

       3200-FIND-ACCOUNT.
           SET WS-ACCT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCT-COUNT
               OR WS-AC-CUST-ID(WS-AC-IDX) = WS-ENTRY-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-AC-IDX NOT > WS-ACCT-COUNT
               SET WS-ACCT-FOUND TO TRUE
               MOVE WS-AC-TYPE(WS-AC-IDX)   TO WS-MATCHED-TYPE
               MOVE WS-AC-STATUS(WS-AC-IDX) TO WS-MATCHED-STATUS
               MOVE WS-AC-BRANCH(WS-AC-IDX) TO WS-MATCHED-BRANCH
           END-IF
           .

      *>================================================================*
      *> TRANSLATE — a credit entry becomes a TRANS-DEPOSIT, a debit
      *> entry a TRANS-WITHDRAW, described as ACH plus the
      *> originator's name so the statement shows who paid or
      *> pulled. The amount comes in cents.
      *>================================================================*
       3300-WRITE-TRANS.
           INITIALIZE TRANSACTION-RECORD
           MOVE WS-ENTRY-ACCT-ID      TO TRANS-ACCT-ID
           IF WS-ENTRY-IS-DEBIT
               SET TRANS-WITHDRAW     TO TRUE
           ELSE
               SET TRANS-DEPOSIT      TO TRUE
           END-IF
           COMPUTE TRANS-AMOUNT = RED-AMOUNT / 100
           MOVE WS-RUN-DATE           TO TRANS-DATE
           MOVE WS-MATCHED-BRANCH     TO TRANS-BRANCH
           MOVE WS-NEXT-SEQ           TO TRANS-SEQ
           ADD 1 TO WS-NEXT-SEQ
           IF WS-BATCH-FEDERAL AND NOT WS-ENTRY-IS-DEBIT
               STRING 'FEDB ' WS-BATCH-COMPANY-NAME DELIMITED BY SIZE
                   INTO TRANS-DESC
           ELSE
               STRING 'ACH ' WS-BATCH-COMPANY-NAME DELIMITED BY SIZE
                   INTO TRANS-DESC
           END-IF
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-CTR-TRANS-WRITTEN
           IF WS-ENTRY-IS-DEBIT
               ADD TRANS-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD TRANS-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           .

      *> Common fields of the return entry — the caller sets the
      *> reason code, then writes through 3600.
       3500-BUILD-RETURN.
           MOVE SPACES TO ACH-RDFI-RETURN-RECORD
           INITIALIZE ACH-RDFI-RETURN-RECORD
           MOVE RED-TRACE-NUMBER      TO ARD-TRACE-NUMBER
           MOVE RED-TRANS-CODE        TO ARD-TRANS-CODE
           MOVE RED-DFI-ACCOUNT       TO ARD-DFI-ACCOUNT
           COMPUTE ARD-AMOUNT = RED-AMOUNT / 100
           MOVE RED-INDIV-NAME        TO ARD-INDIV-NAME
           MOVE WS-RUN-DATE           TO ARD-ENTRY-DATE
           .

       3600-WRITE-RETURN.
           WRITE ACH-RDFI-RETURN-RECORD
           ADD 1 TO WS-CTR-RETURNS
           .

       9000-TERMINATE.
           IF (WS-RCV-STATUS = '00' OR WS-RCV-STATUS = '10')
               AND NOT RCV-QUARANTINED
               CLOSE RECEIVING-FILE
           END-IF
           IF WS-RCVTRANS-STATUS = '00'
               CLOSE RECEIVE-TRANS-FILE
           END-IF
           IF WS-RETURN-STATUS = '00'
               CLOSE RETURN-FILE
           END-IF
           IF WS-CTR-RETURNS > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- ACHRDFI Summary ---'
           DISPLAY '  Records read        : ' WS-CTR-RECORDS-READ
           DISPLAY '  Entries             : ' WS-CTR-ENTRIES
           DISPLAY '  Prenotes accepted   : ' WS-CTR-PRENOTES
           DISPLAY '  Unsupported codes   : ' WS-CTR-UNSUPPORTED
           DISPLAY '  Transactions written: ' WS-CTR-TRANS-WRITTEN
           DISPLAY '  Credits posted (USD): ' WS-TOTAL-CREDITS
           DISPLAY '  Debits posted  (USD): ' WS-TOTAL-DEBITS
           DISPLAY '  Entries returned    : ' WS-CTR-RETURNS
           DISPLAY '  Old no. redirected  : ' WS-CTR-REDIRECTED
           DISPLAY '  Return code         : ' WS-RETURN-CODE
           .
