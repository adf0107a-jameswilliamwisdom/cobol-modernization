      *>================================================================*
      *> BNOTICE.cob — IRS B-Notice and TIN Certification Processing
      *>
      *> Drives backup withholding from the IRS's own mismatch
      *> notices instead of from someone remembering to key an
      *> MREQ-WITHHOLD request:
      *>
      *>   - each CP2100 row is matched to its account, and the
      *>     name and TIN reported are checked against CUST-NAME and
      *>     DEMO-TAX-ID. Where they still agree the record is still
      *>     wrong, and a B notice goes out with a substitute W-9 to
      *>     return — a first notice, or a second one when an
      *>     earlier CP2100 named the same account and TIN within
      *>     three years. Where they no longer agree, the record
      *>     was corrected after the return was filed and no notice
      *>     is needed.
      *>   - each returned certification closes the account's open
      *>     notices. One that comes back after withholding began
      *>     releases it; a certified TIN that differs from the
      *>     demographics row replaces it.
      *>   - a notice still uncertified when its response window
      *>     closes turns backup withholding on.
      *>
      *> The master is changed the ordinary way: MREQ-WITHHOLD
      *> ('Y' on, 'N' off) and MREQ-DEMOGRAPHICS requests are
      *> appended to ACCT-MAINT-REQUESTS.DAT for ACCTMAIN's rollover
      *> to apply and journal, numbered from 900001 so the change
      *> journal shows which changes this run raised.
      *>
      *> The CP2100 and certification files are emptied after they
      *> are read, so a rerun cannot mail a letter or apply a
      *> certification twice; a rejected certification has to be
      *> keyed again.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT      (SEQUENTIAL, binary)
      *>         data/CUST-DEMOGRAPHICS.DAT  (LINE SEQ, CUSTDEMO)
      *>         data/IRS-CP2100.DAT         (LINE SEQ, CP2100,
      *>                                      consumed)
      *>         data/W9-CERTIFICATIONS.DAT  (LINE SEQ, W9CERT,
      *>                                      consumed)
      *> I/O:    data/BNOTICE-TRACK.DAT      (LINE SEQ, BNTRACK,
      *>                                      rewritten)
      *> Output: data/ACCT-MAINT-REQUESTS.DAT (LINE SEQ, MAINTREQ,
      *>                                      appended)
      *>         data/B-NOTICE-LETTERS.TXT   (LINE SEQUENTIAL, print)
      *>         data/B-NOTICE-REPORT.TXT    (LINE SEQUENTIAL, print)
      *>         data/HELD-MAIL.DAT          (appended by MAILCHK)
      *>
      *> Return codes:  0 = success,
      *>                4 = withholding started, certifications
      *>                    rejected, or CP2100 rows needing research,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BNOTICE.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT DEMO-FILE
               ASSIGN TO 'data/CUST-DEMOGRAPHICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT CP2100-FILE
               ASSIGN TO 'data/IRS-CP2100.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.

           SELECT CERT-FILE
               ASSIGN TO 'data/W9-CERTIFICATIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT TRACK-FILE
               ASSIGN TO 'data/BNOTICE-TRACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.

           SELECT MAINT-REQUEST-FILE
               ASSIGN TO 'data/ACCT-MAINT-REQUESTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MREQ-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO 'data/B-NOTICE-LETTERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/B-NOTICE-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  DEMO-FILE.
       COPY CUSTDEMO.

       FD  CP2100-FILE.
       COPY CP2100.

       FD  CERT-FILE.
       COPY W9CERT.

       FD  TRACK-FILE.
       COPY BNTRACK.

       FD  MAINT-REQUEST-FILE.
       COPY MAINTREQ.

       FD  LETTER-FILE.
       01  LETTER-LINE                    PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-DEMO-STATUS                 PIC XX.
       01  WS-CP-STATUS                   PIC XX.
       01  WS-CERT-STATUS                 PIC XX.
       01  WS-TRACK-STATUS                PIC XX.
       01  WS-MREQ-STATUS                 PIC XX.
       01  WS-LETTER-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-CUST-EOF-FLAG               PIC X(1)  VALUE 'N'.
           88  CUST-EOF                             VALUE 'Y'.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DAY-NO                  PIC 9(7).

      *>----------------------------------------------------------------*
      *> The customer has 30 calendar days from the letter to return
      *> the certification — inside the IRS's 30-business-day limit
      *> on starting withholding after a CP2100 arrives. A second
      *> CP2100 on the same account and TIN within three years of
      *> an earlier one calls for the second B notice.
      *>----------------------------------------------------------------*
       01  WS-RESPONSE-DAYS               PIC 9(3)  VALUE 030.
       01  WS-SECOND-NOTICE-DAYS          PIC 9(5)  VALUE 01095.
       01  WS-NOTICE-DAY-NO               PIC 9(7).
       01  WS-PRIOR-DAY-NO                PIC 9(7).

      *>----------------------------------------------------------------*
      *> Tracking file — every notice ever mailed, held while the run
      *> works it and rewritten whole at the end.
      *>----------------------------------------------------------------*
       01  WS-BT-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-BT-TABLE-AREA.
           05  WS-BT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BT-COUNT
                   INDEXED BY WS-BT-IDX.
               10  WS-BT-IMAGE            PIC X(80).

      *> Tonight's CP2100 rows and certifications, each marked once
      *> its account turns up on the master
       01  WS-CP-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-CP-TABLE-AREA.
           05  WS-CP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-CP-COUNT
                   INDEXED BY WS-CP-IDX.
               10  WS-CP-IMAGE.
                   15  WS-CP-ACCT-ID      PIC X(8).
                   15  FILLER             PIC X(52).
               10  WS-CP-MATCHED          PIC X(1).
       01  WS-W9-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-W9-TABLE-AREA.
           05  WS-W9-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-W9-COUNT
                   INDEXED BY WS-W9-IDX.
               10  WS-W9-IMAGE.
                   15  WS-W9-ACCT-ID      PIC X(8).
                   15  FILLER             PIC X(42).
               10  WS-W9-MATCHED          PIC X(1).
       01  WS-CP-READ-SW                  PIC X(1)  VALUE 'N'.
           88  WS-CP-READ                           VALUE 'Y'.
       01  WS-CERT-READ-SW                PIC X(1)  VALUE 'N'.
           88  WS-CERT-READ                         VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Demographics — the whole row is kept, since a TIN change
      *> goes back to ACCTMAIN as a full-row MREQ-DEMOGRAPHICS
      *> replace.
      *>----------------------------------------------------------------*
       01  WS-DEMO-COUNT                  PIC 9(3)  VALUE 0.
       01  WS-DEMO-TABLE-AREA.
           05  WS-DEMO-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DEMO-COUNT
                   INDEXED BY WS-DEMO-IDX.
               10  WS-DEMO-ROW.
                   15  WS-DEMO-CUST-ID    PIC X(8).
                   15  WS-DEMO-ADDR-LINE1 PIC X(30).
                   15  WS-DEMO-ADDR-LINE2 PIC X(30).
                   15  WS-DEMO-CITY       PIC X(20).
                   15  WS-DEMO-STATE      PIC X(2).
                   15  WS-DEMO-ZIP        PIC X(9).
                   15  WS-DEMO-TAX-ID     PIC X(9).
                   15  WS-DEMO-PHONE      PIC X(10).
       01  WS-DEMO-FOUND-SW               PIC X(1)  VALUE 'N'.
           88  WS-DEMO-FOUND                        VALUE 'Y'.

       01  WS-NEXT-MREQ-SEQ               PIC 9(6)  VALUE 900000.
       01  WS-WH-VALUE                    PIC X(1).
       01  WS-NEW-ROUND                   PIC 9(1).
       01  WS-DAYS-LEFT                   PIC S9(5).
       01  WS-TIN-IN                      PIC X(9).
       01  WS-REJECT-REASON               PIC X(40).
       01  WS-OPEN-FOUND-SW               PIC X(1).
           88  WS-OPEN-FOUND                        VALUE 'Y'.
       01  WS-SECOND-OPEN-SW              PIC X(1).
           88  WS-SECOND-OPEN                       VALUE 'Y'.
       01  WS-RELEASE-SW                  PIC X(1).
           88  WS-RELEASE-NEEDED                    VALUE 'Y'.
       01  WS-DUPLICATE-SW                PIC X(1).
           88  WS-DUPLICATE                         VALUE 'Y'.
       01  WS-WH-QUEUED-SW                PIC X(1).
           88  WS-WH-QUEUED                         VALUE 'Y'.
       01  WS-SECTION-SW                  PIC X(1)  VALUE 'N'.
           88  WS-SECTION-STARTED                   VALUE 'Y'.

       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-CP-READ                 PIC 9(5)  VALUE 0.
       01  WS-CTR-FIRST-NOTICES           PIC 9(5)  VALUE 0.
       01  WS-CTR-SECOND-NOTICES          PIC 9(5)  VALUE 0.
       01  WS-CTR-CORRECTED               PIC 9(5)  VALUE 0.
       01  WS-CTR-DUPLICATE               PIC 9(5)  VALUE 0.
       01  WS-CTR-CP-RESEARCH             PIC 9(5)  VALUE 0.
       01  WS-CTR-CERT-READ               PIC 9(5)  VALUE 0.
       01  WS-CTR-CERTIFIED               PIC 9(5)  VALUE 0.
       01  WS-CTR-RELEASED                PIC 9(5)  VALUE 0.
       01  WS-CTR-CERT-REJECTED           PIC 9(5)  VALUE 0.
       01  WS-CTR-TIN-CHANGES             PIC 9(5)  VALUE 0.
       01  WS-CTR-WH-STARTED              PIC 9(5)  VALUE 0.
       01  WS-CTR-REQUESTS                PIC 9(5)  VALUE 0.
       01  WS-CTR-OPEN                    PIC 9(5)  VALUE 0.
       01  WS-CTR-LETTERS-HELD            PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

      *>----------------------------------------------------------------*
      *> Letter text
      *>----------------------------------------------------------------*
       01  LTR-ADDR-LINE.
           05  LTR-ADDR-TEXT              PIC X(90).
       01  LTR-TITLE-LINE.
           05  FILLER                     PIC X(42)
               VALUE 'IMPORTANT TAX NOTICE - BACKUP WITHHOLDING'.
           05  LTR-TITLE-ROUND            PIC X(20).
           05  FILLER                     PIC X(28) VALUE SPACES.
       01  LTR-ACCT-LINE.
           05  FILLER                     PIC X(9)  VALUE 'ACCOUNT: '.
           05  LTR-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(13)
               VALUE '   TAX YEAR: '.
           05  LTR-TAX-YEAR               PIC 9(4).
           05  FILLER                     PIC X(16)
               VALUE '   TIN ON FILE: '.
           05  LTR-TIN                    PIC X(9).
           05  FILLER                     PIC X(14)
               VALUE '   MAILED ON: '.
           05  LTR-MAIL-DATE              PIC 9(8).
           05  FILLER                     PIC X(9)  VALUE SPACES.

       01  LTR-FIRST-TEXT.
           05  FILLER                     PIC X(90) VALUE
               'THE INTERNAL REVENUE SERVICE HAS TOLD US THAT THE'.
           05  FILLER                     PIC X(90) VALUE
               'NAME AND TAXPAYER IDENTIFICATION NUMBER (TIN) WE'.
           05  FILLER                     PIC X(90) VALUE
               'REPORTED FOR THIS ACCOUNT DO NOT MATCH ITS RECORDS.'.
           05  FILLER                     PIC X(90) VALUE
               'IF YOUR TIN IS WRONG OR YOUR NAME HAS CHANGED,'.
           05  FILLER                     PIC X(90) VALUE
               'COMPLETE AND SIGN THE FORM W-9 BELOW AND RETURN IT'.
           05  FILLER                     PIC X(90) VALUE
               'TO YOUR BRANCH.'.
       01  LTR-FIRST-TABLE REDEFINES LTR-FIRST-TEXT.
           05  LTR-FIRST-ROW              PIC X(90) OCCURS 6 TIMES.

       01  LTR-SECOND-TEXT.
           05  FILLER                     PIC X(90) VALUE
               'THIS IS THE SECOND TIME IN THREE YEARS THE INTERNAL'.
           05  FILLER                     PIC X(90) VALUE
               'REVENUE SERVICE HAS TOLD US THAT THE NAME AND TIN WE'.
           05  FILLER                     PIC X(90) VALUE
               'REPORTED FOR THIS ACCOUNT DO NOT MATCH ITS RECORDS.'.
           05  FILLER                     PIC X(90) VALUE
               'A SIGNED FORM W-9 ALONE IS NOT ENOUGH THIS TIME:'.
           05  FILLER                     PIC X(90) VALUE
               'RETURN IT WITH SOCIAL SECURITY FORM SSA-7028 OR'.
           05  FILLER                     PIC X(90) VALUE
               'IRS LETTER 147C SHOWING YOUR VALIDATED TIN.'.
       01  LTR-SECOND-TABLE REDEFINES LTR-SECOND-TEXT.
           05  LTR-SECOND-ROW             PIC X(90) OCCURS 6 TIMES.

       01  LTR-DUE-LINE-1.
           05  FILLER                     PIC X(24)
               VALUE 'IF WE DO NOT HAVE IT BY '.
           05  LTR-DUE-DATE               PIC 9(8).
           05  FILLER                     PIC X(58)
               VALUE ', FEDERAL LAW REQUIRES US TO WITHHOLD'.
       01  LTR-DUE-LINE-2                 PIC X(90)
           VALUE 'TAX FROM INTEREST PAID ON THIS ACCOUNT.'.

       01  LTR-DETACH-LINE                PIC X(90) VALUE
           '- - - - - - - - - DETACH AND RETURN - - - - - - - - -'.
       01  LTR-W9-ACCT-LINE.
           05  FILLER                     PIC X(31)
               VALUE 'SUBSTITUTE FORM W-9   ACCOUNT: '.
           05  LTR-W9-ACCT-ID             PIC X(8).
           05  FILLER                     PIC X(51) VALUE SPACES.
       01  LTR-W9-TEXT.
           05  FILLER                     PIC X(90) VALUE
               'NAME:       ______________________________'.
           05  FILLER                     PIC X(90) VALUE
               'TIN:        ______________________________'.
           05  FILLER                     PIC X(90) VALUE
               'UNDER PENALTIES OF PERJURY, I CERTIFY THAT THE'.
           05  FILLER                     PIC X(90) VALUE
               'NUMBER SHOWN ON THIS FORM IS MY CORRECT TAXPAYER'.
           05  FILLER                     PIC X(90) VALUE
               'IDENTIFICATION NUMBER.'.
           05  FILLER                     PIC X(90) VALUE
               'SIGNATURE:  ____________________   DATE: __________'.
       01  LTR-W9-TABLE REDEFINES LTR-W9-TEXT.
           05  LTR-W9-ROW                 PIC X(90) OCCURS 6 TIMES.
       01  LTR-ROW-IDX                    PIC 9(2).
       01  BLANK-LINE                     PIC X(90) VALUE SPACES.

      *>----------------------------------------------------------------*
      *> Report lines
      *>----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                     PIC X(40)
               VALUE 'B-NOTICE AND TIN CERTIFICATION - AS OF '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(62) VALUE SPACES.
       01  SECTION-LINE                   PIC X(110).

       01  ACT-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(12)  VALUE 'EVENT'.
           05  FILLER              PIC X(11)  VALUE 'TIN'.
           05  FILLER              PIC X(6)   VALUE 'YEAR'.
           05  FILLER              PIC X(10)  VALUE 'DATE'.
           05  FILLER              PIC X(61)  VALUE 'DETAIL'.
       01  ACT-LINE.
           05  ACT-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ACT-EVENT                  PIC X(10).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ACT-TIN                    PIC X(9).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ACT-TAX-YEAR               PIC X(4).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ACT-DATE                   PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  ACT-DETAIL                 PIC X(40).
           05  FILLER                     PIC X(21) VALUE SPACES.

       01  OPN-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(8)   VALUE 'NOTICE'.
           05  FILLER              PIC X(11)  VALUE 'TIN'.
           05  FILLER              PIC X(6)   VALUE 'YEAR'.
           05  FILLER              PIC X(10)  VALUE 'MAILED'.
           05  FILLER              PIC X(10)  VALUE 'DUE'.
           05  FILLER              PIC X(7)   VALUE '  LEFT'.
           05  FILLER              PIC X(48)  VALUE 'STATE'.
       01  OPN-LINE.
           05  OPN-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OPN-ROUND                  PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OPN-TIN                    PIC X(9).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OPN-TAX-YEAR               PIC 9(4).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OPN-LETTER-DATE            PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OPN-DUE-DATE               PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OPN-LEFT                   PIC ----9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OPN-STATE                  PIC X(30).
           05  FILLER                     PIC X(18) VALUE SPACES.

       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(40).
           05  TOT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(60) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  NONE-TEXT                  PIC X(106).

      *> Returned-mail check contract with MAILCHK
       COPY CHKMAIL.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-READ-CUSTOMER
               PERFORM 3000-PROCESS-CUSTOMER
                   UNTIL CUST-EOF
               PERFORM 4000-REPORT-UNMATCHED
               PERFORM 5000-PRINT-OPEN-NOTICES
               PERFORM 6000-WRITE-FILES
               PERFORM 7000-PRINT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- BNOTICE: IRS B-Notice Processing ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1100-LOAD-TRACKING
           PERFORM 1200-LOAD-DEMOGRAPHICS
           PERFORM 1300-LOAD-CP2100
           PERFORM 1400-LOAD-CERTIFICATIONS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'BNOTICE: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = '00'
               DISPLAY 'BNOTICE: ERROR opening letter file, '
                       'STATUS=' WS-LETTER-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BNOTICE: ERROR opening B-NOTICE-REPORT.TXT, '
                       'STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           .

      *> No tracking file yet is the first run — every CP2100 row is
      *> then a first notice
       1100-LOAD-TRACKING.
           OPEN INPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = '00'
               DISPLAY 'BNOTICE: no BNOTICE-TRACK.DAT; starting a '
                   'new tracking file.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRACK-STATUS NOT = '00'
               READ TRACK-FILE
                   AT END
                       MOVE '10' TO WS-TRACK-STATUS
                   NOT AT END
                       IF WS-BT-COUNT = 5000
                           DISPLAY 'BNOTICE: ERROR - more than 5000 '
                               'tracked notices; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BT-COUNT
                       MOVE BNOTICE-TRACK-RECORD
                           TO WS-BT-IMAGE(WS-BT-COUNT)
               END-READ
           END-PERFORM
           CLOSE TRACK-FILE
           .

       1200-LOAD-DEMOGRAPHICS.
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS NOT = '00'
               DISPLAY 'BNOTICE: WARNING - no CUST-DEMOGRAPHICS.DAT; '
                   'no TIN on file to match against.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEMO-STATUS NOT = '00'
                   OR WS-DEMO-COUNT = 500
               READ DEMO-FILE
                   AT END
                       MOVE '10' TO WS-DEMO-STATUS
                   NOT AT END
                       ADD 1 TO WS-DEMO-COUNT
                       MOVE DEMOGRAPHICS-RECORD
                           TO WS-DEMO-ROW(WS-DEMO-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEMO-FILE
           .

      *>----------------------------------------------------------------*
      *> The two consumed inputs are held whole: rows are taken as
      *> their accounts come by on the master, and whatever is left
      *> unmarked at the end names an account we do not carry. A
      *> file bigger than the table stops the run before it is
      *> emptied, so nothing is lost.
      *>----------------------------------------------------------------*
       1300-LOAD-CP2100.
           OPEN INPUT CP2100-FILE
           IF WS-CP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-CP-READ TO TRUE
           PERFORM UNTIL WS-CP-STATUS NOT = '00'
               READ CP2100-FILE
                   AT END
                       MOVE '10' TO WS-CP-STATUS
                   NOT AT END
                       IF WS-CP-COUNT = 1000
                           DISPLAY 'BNOTICE: ERROR - more than 1000 '
                               'CP2100 rows; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CP-COUNT
                       ADD 1 TO WS-CTR-CP-READ
                       MOVE CP2100-RECORD TO WS-CP-IMAGE(WS-CP-COUNT)
                       MOVE 'N' TO WS-CP-MATCHED(WS-CP-COUNT)
               END-READ
           END-PERFORM
           CLOSE CP2100-FILE
           .

       1400-LOAD-CERTIFICATIONS.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-CERT-READ TO TRUE
           PERFORM UNTIL WS-CERT-STATUS NOT = '00'
               READ CERT-FILE
                   AT END
                       MOVE '10' TO WS-CERT-STATUS
                   NOT AT END
                       IF WS-W9-COUNT = 1000
                           DISPLAY 'BNOTICE: ERROR - more than 1000 '
                               'certifications; table full, run '
                               'abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-W9-COUNT
                       ADD 1 TO WS-CTR-CERT-READ
                       MOVE W9-CERT-RECORD TO WS-W9-IMAGE(WS-W9-COUNT)
                       MOVE 'N' TO WS-W9-MATCHED(WS-W9-COUNT)
               END-READ
           END-PERFORM
           CLOSE CERT-FILE
           .

       2000-READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END
                   SET CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-CUST-READ
           END-READ
           .

      *>================================================================*
      *> PROCESS CUSTOMER — certifications first, so one that beats
      *> the deadline on its last day stops the withholding; then
      *> tonight's CP2100 rows; then the response-window check.
      *>================================================================*
       3000-PROCESS-CUSTOMER.
           PERFORM 3050-FIND-DEMOGRAPHICS
           PERFORM VARYING WS-W9-IDX FROM 1 BY 1
               UNTIL WS-W9-IDX > WS-W9-COUNT
               IF WS-W9-ACCT-ID(WS-W9-IDX) = CUST-ID
                   MOVE 'Y' TO WS-W9-MATCHED(WS-W9-IDX)
                   MOVE WS-W9-IMAGE(WS-W9-IDX) TO W9-CERT-RECORD
                   PERFORM 3100-APPLY-CERTIFICATION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-ACCT-ID(WS-CP-IDX) = CUST-ID
                   MOVE 'Y' TO WS-CP-MATCHED(WS-CP-IDX)
                   MOVE WS-CP-IMAGE(WS-CP-IDX) TO CP2100-RECORD
                   PERFORM 3200-TAKE-CP2100
               END-IF
           END-PERFORM
           PERFORM 3300-CHECK-RESPONSE-WINDOW
           PERFORM 2000-READ-CUSTOMER
           .

       3050-FIND-DEMOGRAPHICS.
           MOVE 'N' TO WS-DEMO-FOUND-SW
           PERFORM VARYING WS-DEMO-IDX FROM 1 BY 1
               UNTIL WS-DEMO-IDX > WS-DEMO-COUNT
               OR WS-DEMO-CUST-ID(WS-DEMO-IDX) = CUST-ID
               CONTINUE
           END-PERFORM
           IF WS-DEMO-IDX <= WS-DEMO-COUNT
               SET WS-DEMO-FOUND TO TRUE
           END-IF
           .

      *>================================================================*
      *> APPLY CERTIFICATION — closes every open notice on the
      *> account. A second notice still open needs the SSA/IRS-
      *> validated TIN, not just a signed W-9; withholding already
      *> on is released.
      *>================================================================*
       3100-APPLY-CERTIFICATION.
           MOVE SPACES TO WS-REJECT-REASON
           IF W9-TIN = SPACES OR W9-TIN NOT NUMERIC
               MOVE 'NO VALID TIN CERTIFIED' TO WS-REJECT-REASON
           ELSE
           IF W9-CERT-DATE NOT NUMERIC OR W9-CERT-DATE = 0
               OR W9-CERT-DATE > WS-RUN-DATE
               MOVE 'BAD CERTIFICATION DATE' TO WS-REJECT-REASON
           END-IF
           END-IF
           MOVE 'N' TO WS-OPEN-FOUND-SW
           MOVE 'N' TO WS-SECOND-OPEN-SW
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               MOVE WS-BT-IMAGE(WS-BT-IDX) TO BNOTICE-TRACK-RECORD
               IF BNT-ACCT-ID = CUST-ID AND BNT-OPEN
                   SET WS-OPEN-FOUND TO TRUE
                   IF BNT-SECOND-NOTICE
                       SET WS-SECOND-OPEN TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REJECT-REASON = SPACES
               IF NOT WS-OPEN-FOUND
                   MOVE 'NO OPEN B NOTICE ON ACCOUNT'
                       TO WS-REJECT-REASON
               ELSE
               IF WS-SECOND-OPEN AND NOT W9-SSA-IRS-VALIDATED
                   MOVE '2ND NOTICE NEEDS SSA/IRS VALIDATED TIN'
                       TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3190-REJECT-CERTIFICATION
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RELEASE-SW
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               MOVE WS-BT-IMAGE(WS-BT-IDX) TO BNOTICE-TRACK-RECORD
               IF BNT-ACCT-ID = CUST-ID AND BNT-OPEN
                   IF BNT-WITHHOLDING
                       SET BNT-RELEASED TO TRUE
                       SET WS-RELEASE-NEEDED TO TRUE
                   ELSE
                       SET BNT-CERTIFIED TO TRUE
                   END-IF
                   MOVE W9-CERT-DATE TO BNT-CERT-DATE
                   MOVE W9-TIN       TO BNT-CERT-TIN
                   MOVE BNOTICE-TRACK-RECORD TO WS-BT-IMAGE(WS-BT-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES        TO ACT-TAX-YEAR
           MOVE W9-CERT-DATE  TO ACT-DATE
           MOVE W9-TIN        TO WS-TIN-IN
           IF WS-RELEASE-NEEDED
               MOVE 'N' TO WS-WH-VALUE
               PERFORM 8100-QUEUE-WITHHOLD-REQUEST
               MOVE 'RELEASED' TO ACT-EVENT
               MOVE 'CERTIFIED - WITHHOLDING RELEASED'
                   TO ACT-DETAIL
               ADD 1 TO WS-CTR-RELEASED
           ELSE
               MOVE 'CERTIFIED' TO ACT-EVENT
               MOVE 'CERTIFIED IN TIME - NO WITHHOLDING'
                   TO ACT-DETAIL
               ADD 1 TO WS-CTR-CERTIFIED
           END-IF
           PERFORM 8300-WRITE-ACTIVITY
           IF NOT WS-DEMO-FOUND
               PERFORM 3150-QUEUE-TIN-CHANGE
           ELSE
           IF W9-TIN NOT = WS-DEMO-TAX-ID(WS-DEMO-IDX)
               PERFORM 3150-QUEUE-TIN-CHANGE
           END-IF
           END-IF
           .

      *>----------------------------------------------------------------*
      *> The certified TIN goes onto the demographics row through a
      *> full-row replace, the rest of the row as it stands tonight.
      *>----------------------------------------------------------------*
       3150-QUEUE-TIN-CHANGE.
           INITIALIZE MAINT-REQUEST
           MOVE CUST-ID TO MREQ-ACCT-ID
           MOVE 'DM'    TO MREQ-ACTION
           IF WS-DEMO-FOUND
               MOVE WS-DEMO-ADDR-LINE1(WS-DEMO-IDX) TO MREQ-ADDR-LINE1
               MOVE WS-DEMO-ADDR-LINE2(WS-DEMO-IDX) TO MREQ-ADDR-LINE2
               MOVE WS-DEMO-CITY(WS-DEMO-IDX)       TO MREQ-CITY
               MOVE WS-DEMO-STATE(WS-DEMO-IDX)      TO MREQ-STATE
               MOVE WS-DEMO-ZIP(WS-DEMO-IDX)        TO MREQ-ZIP
               MOVE WS-DEMO-PHONE(WS-DEMO-IDX)      TO MREQ-PHONE
               MOVE W9-TIN TO WS-DEMO-TAX-ID(WS-DEMO-IDX)
           END-IF
           MOVE W9-TIN TO MREQ-TAX-ID
           PERFORM 8150-WRITE-MAINT-REQUEST
           MOVE 'TIN CHANGE' TO ACT-EVENT
           MOVE 'DEMOGRAPHICS TIN REPLACED BY CERTIFIED'
               TO ACT-DETAIL
           PERFORM 8300-WRITE-ACTIVITY
           ADD 1 TO WS-CTR-TIN-CHANGES
           .

       3190-REJECT-CERTIFICATION.
           MOVE 'REJECTED'       TO ACT-EVENT
           MOVE W9-TIN           TO WS-TIN-IN
           MOVE SPACES           TO ACT-TAX-YEAR
           MOVE W9-CERT-DATE     TO ACT-DATE
           MOVE WS-REJECT-REASON TO ACT-DETAIL
           PERFORM 8300-WRITE-ACTIVITY
           ADD 1 TO WS-CTR-CERT-REJECTED
           .

      *>================================================================*
      *> TAKE CP2100 — the reported name and TIN must still be what
      *> the account carries for a B notice to be owed. The same
      *> account, TIN and tax year already noticed is a duplicate;
      *> an earlier notice on the account and TIN within three
      *> years makes this the second.
      *>================================================================*
       3200-TAKE-CP2100.
           MOVE CP-TIN      TO WS-TIN-IN
           MOVE CP-TAX-YEAR TO ACT-TAX-YEAR
           MOVE CP-NOTICE-DATE TO ACT-DATE
           IF NOT WS-DEMO-FOUND
               MOVE 'RESEARCH' TO ACT-EVENT
               MOVE 'NO TIN ON FILE TO MATCH - NO LETTER'
                   TO ACT-DETAIL
               PERFORM 8300-WRITE-ACTIVITY
               ADD 1 TO WS-CTR-CP-RESEARCH
               EXIT PARAGRAPH
           END-IF
           IF CP-TIN NOT = WS-DEMO-TAX-ID(WS-DEMO-IDX)
               OR CP-NAME NOT = CUST-NAME
               MOVE 'CORRECTED' TO ACT-EVENT
               MOVE 'NAME/TIN NOW DIFFERENT - NO LETTER'
                   TO ACT-DETAIL
               PERFORM 8300-WRITE-ACTIVITY
               ADD 1 TO WS-CTR-CORRECTED
               EXIT PARAGRAPH
           END-IF
           IF CP-NOTICE-DATE NOT NUMERIC OR CP-NOTICE-DATE = 0
               OR CP-NOTICE-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO CP-NOTICE-DATE
           END-IF
           COMPUTE WS-NOTICE-DAY-NO =
               FUNCTION INTEGER-OF-DATE(CP-NOTICE-DATE)
           MOVE 1   TO WS-NEW-ROUND
           MOVE 'N' TO WS-DUPLICATE-SW
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               MOVE WS-BT-IMAGE(WS-BT-IDX) TO BNOTICE-TRACK-RECORD
               IF BNT-ACCT-ID = CUST-ID AND BNT-TIN = CP-TIN
                   IF BNT-TAX-YEAR = CP-TAX-YEAR
                       SET WS-DUPLICATE TO TRUE
                   ELSE
                       COMPUTE WS-PRIOR-DAY-NO =
                           FUNCTION INTEGER-OF-DATE(BNT-CP2100-DATE)
                       IF WS-PRIOR-DAY-NO <= WS-NOTICE-DAY-NO
                           AND WS-NOTICE-DAY-NO - WS-PRIOR-DAY-NO
                               <= WS-SECOND-NOTICE-DAYS
                           MOVE 2 TO WS-NEW-ROUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DUPLICATE
               MOVE 'DUPLICATE' TO ACT-EVENT
               MOVE 'TAX YEAR ALREADY NOTICED - NO LETTER'
                   TO ACT-DETAIL
               PERFORM 8300-WRITE-ACTIVITY
               ADD 1 TO WS-CTR-DUPLICATE
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-COUNT = 5000
               DISPLAY 'BNOTICE: ERROR - more than 5000 tracked '
                   'notices; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE BNOTICE-TRACK-RECORD
           MOVE CUST-ID         TO BNT-ACCT-ID
           MOVE CP-TIN          TO BNT-TIN
           MOVE CP-TAX-YEAR     TO BNT-TAX-YEAR
           MOVE WS-NEW-ROUND    TO BNT-ROUND
           MOVE CP-NOTICE-DATE  TO BNT-CP2100-DATE
           MOVE WS-RUN-DATE     TO BNT-LETTER-DATE
           COMPUTE BNT-RESPONSE-DUE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY-NO + WS-RESPONSE-DAYS)
           SET BNT-PENDING      TO TRUE
           ADD 1 TO WS-BT-COUNT
           MOVE BNOTICE-TRACK-RECORD TO WS-BT-IMAGE(WS-BT-COUNT)
           PERFORM 3500-MAIL-LETTER
           MOVE BNT-RESPONSE-DUE TO ACT-DATE
           IF BNT-SECOND-NOTICE
               MOVE '2ND NOTICE' TO ACT-EVENT
               ADD 1 TO WS-CTR-SECOND-NOTICES
           ELSE
               MOVE '1ST NOTICE' TO ACT-EVENT
               ADD 1 TO WS-CTR-FIRST-NOTICES
           END-IF
           IF MC-UNDELIVERABLE
               MOVE 'LETTER HELD AT BRANCH - MAIL RETURNED'
                   TO ACT-DETAIL
           ELSE
               MOVE 'LETTER MAILED - RESPONSE DUE ON DATE'
                   TO ACT-DETAIL
           END-IF
           PERFORM 8300-WRITE-ACTIVITY
           .

      *>================================================================*
      *> CHECK RESPONSE WINDOW — a notice still pending past its due
      *> date turns withholding on. One request covers however many
      *> notices lapse together, and none is raised when the master
      *> already shows the account withholding.
      *>================================================================*
       3300-CHECK-RESPONSE-WINDOW.
           MOVE 'N' TO WS-WH-QUEUED-SW
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               MOVE WS-BT-IMAGE(WS-BT-IDX) TO BNOTICE-TRACK-RECORD
               IF BNT-ACCT-ID = CUST-ID AND BNT-PENDING
                   AND BNT-RESPONSE-DUE < WS-RUN-DATE
                   SET BNT-WITHHOLDING TO TRUE
                   MOVE WS-RUN-DATE TO BNT-WH-DATE
                   MOVE BNOTICE-TRACK-RECORD TO WS-BT-IMAGE(WS-BT-IDX)
                   MOVE 'WITHHOLD'       TO ACT-EVENT
                   MOVE BNT-TIN          TO WS-TIN-IN
                   MOVE BNT-TAX-YEAR     TO ACT-TAX-YEAR
                   MOVE BNT-RESPONSE-DUE TO ACT-DATE
                   IF CUST-BACKUP-WITHHOLD OR WS-WH-QUEUED
                       MOVE 'NO CERTIFICATION - ALREADY WITHHOLDING'
                           TO ACT-DETAIL
                   ELSE
                       MOVE 'Y' TO WS-WH-VALUE
                       PERFORM 8100-QUEUE-WITHHOLD-REQUEST
                       SET WS-WH-QUEUED TO TRUE
                       MOVE 'NO CERTIFICATION - WITHHOLDING REQUESTED'
                           TO ACT-DETAIL
                   END-IF
                   PERFORM 8300-WRITE-ACTIVITY
                   ADD 1 TO WS-CTR-WH-STARTED
               END-IF
           END-PERFORM
           .

      *>================================================================*
      *> MAIL LETTER — address block off the demographics row, the
      *> notice text for the round, the deadline, and the substitute
      *> W-9 to tear off and return. A returned-mail address gets
      *> the letter held at the branch instead; the response clock
      *> runs the same, since the IRS deadline does not wait on the
      *> address being corrected.
      *>================================================================*
       3500-MAIL-LETTER.
           MOVE SPACES       TO MAIL-CHECK-REQUEST
           SET MC-FUNC-HOLD  TO TRUE
           MOVE CUST-ID      TO MC-ACCT-ID
           MOVE 'BNOTICE'    TO MC-SOURCE
           MOVE 'BNOT'       TO MC-ITEM-TYPE
           MOVE WS-RUN-DATE  TO MC-ITEM-DATE
           MOVE 0            TO MC-AMOUNT
           IF BNT-SECOND-NOTICE
               MOVE 'SECOND B NOTICE - TIN MISMATCH' TO MC-TEXT
           ELSE
               MOVE 'FIRST B NOTICE - TIN MISMATCH'  TO MC-TEXT
           END-IF
           CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE
           IF MC-UNDELIVERABLE
               ADD 1 TO WS-CTR-LETTERS-HELD
           END-IF
           WRITE LETTER-LINE FROM BLANK-LINE
               AFTER ADVANCING PAGE
           PERFORM 3600-WRITE-ADDRESS-BLOCK
           IF BNT-SECOND-NOTICE
               MOVE '(SECOND NOTICE)' TO LTR-TITLE-ROUND
           ELSE
               MOVE '(FIRST NOTICE)'  TO LTR-TITLE-ROUND
           END-IF
           WRITE LETTER-LINE FROM LTR-TITLE-LINE
               AFTER ADVANCING 2 LINES
           MOVE CUST-ID      TO LTR-ACCT-ID
           MOVE BNT-TAX-YEAR TO LTR-TAX-YEAR
           MOVE BNT-TIN      TO WS-TIN-IN
           PERFORM 8200-MASK-TIN
           MOVE ACT-TIN      TO LTR-TIN
           MOVE WS-RUN-DATE  TO LTR-MAIL-DATE
           WRITE LETTER-LINE FROM LTR-ACCT-LINE
               AFTER ADVANCING 2 LINES
           WRITE LETTER-LINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING LTR-ROW-IDX FROM 1 BY 1
               UNTIL LTR-ROW-IDX > 6
               IF BNT-SECOND-NOTICE
                   WRITE LETTER-LINE FROM LTR-SECOND-ROW(LTR-ROW-IDX)
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE LETTER-LINE FROM LTR-FIRST-ROW(LTR-ROW-IDX)
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE BNT-RESPONSE-DUE TO LTR-DUE-DATE
           WRITE LETTER-LINE FROM LTR-DUE-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE LETTER-LINE FROM LTR-DUE-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE LETTER-LINE FROM LTR-DETACH-LINE
               AFTER ADVANCING 3 LINES
           MOVE CUST-ID TO LTR-W9-ACCT-ID
           WRITE LETTER-LINE FROM LTR-W9-ACCT-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING LTR-ROW-IDX FROM 1 BY 1
               UNTIL LTR-ROW-IDX > 6
      *> the certification wording itself runs single-spaced
               IF LTR-ROW-IDX = 4 OR LTR-ROW-IDX = 5
                   WRITE LETTER-LINE FROM LTR-W9-ROW(LTR-ROW-IDX)
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE LETTER-LINE FROM LTR-W9-ROW(LTR-ROW-IDX)
                       AFTER ADVANCING 2 LINES
               END-IF
           END-PERFORM
           .

       3600-WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO LTR-ADDR-TEXT
           MOVE CUST-NAME TO LTR-ADDR-TEXT
           WRITE LETTER-LINE FROM LTR-ADDR-LINE
               AFTER ADVANCING 1 LINE
           IF MC-UNDELIVERABLE
               MOVE SPACES TO LTR-ADDR-TEXT
               STRING 'HOLD AT BRANCH ' CUST-BRANCH
                   ' - MAIL RETURNED ' MC-RTS-DATE
                   DELIMITED BY SIZE INTO LTR-ADDR-TEXT
               WRITE LETTER-LINE FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-DEMO-FOUND
               MOVE SPACES TO LTR-ADDR-TEXT
               STRING 'HOLD AT BRANCH ' CUST-BRANCH
                   ' - NO ADDRESS ON FILE'
                   DELIMITED BY SIZE INTO LTR-ADDR-TEXT
               WRITE LETTER-LINE FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEMO-ADDR-LINE1(WS-DEMO-IDX) TO LTR-ADDR-TEXT
           WRITE LETTER-LINE FROM LTR-ADDR-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DEMO-ADDR-LINE2(WS-DEMO-IDX) NOT = SPACES
               MOVE WS-DEMO-ADDR-LINE2(WS-DEMO-IDX) TO LTR-ADDR-TEXT
               WRITE LETTER-LINE FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LTR-ADDR-TEXT
           STRING WS-DEMO-CITY(WS-DEMO-IDX) ' '
               WS-DEMO-STATE(WS-DEMO-IDX) ' '
               WS-DEMO-ZIP(WS-DEMO-IDX)
               DELIMITED BY SIZE INTO LTR-ADDR-TEXT
           WRITE LETTER-LINE FROM LTR-ADDR-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> REPORT UNMATCHED — CP2100 rows and certifications naming an
      *> account not on the master.
      *>================================================================*
       4000-REPORT-UNMATCHED.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-MATCHED(WS-CP-IDX) = 'N'
                   MOVE WS-CP-IMAGE(WS-CP-IDX) TO CP2100-RECORD
                   MOVE CP-ACCT-ID     TO ACT-ACCT-ID
                   MOVE 'RESEARCH'     TO ACT-EVENT
                   MOVE CP-TIN         TO WS-TIN-IN
                   MOVE CP-TAX-YEAR    TO ACT-TAX-YEAR
                   MOVE CP-NOTICE-DATE TO ACT-DATE
                   MOVE 'ACCOUNT NOT ON MASTER - NO LETTER'
                       TO ACT-DETAIL
                   PERFORM 8310-WRITE-ACTIVITY-LINE
                   ADD 1 TO WS-CTR-CP-RESEARCH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-W9-IDX FROM 1 BY 1
               UNTIL WS-W9-IDX > WS-W9-COUNT
               IF WS-W9-MATCHED(WS-W9-IDX) = 'N'
                   MOVE WS-W9-IMAGE(WS-W9-IDX) TO W9-CERT-RECORD
                   MOVE W9-ACCT-ID     TO ACT-ACCT-ID
                   MOVE 'REJECTED'     TO ACT-EVENT
                   MOVE W9-TIN         TO WS-TIN-IN
                   MOVE SPACES         TO ACT-TAX-YEAR
                   MOVE W9-CERT-DATE   TO ACT-DATE
                   MOVE 'ACCOUNT NOT ON MASTER' TO ACT-DETAIL
                   PERFORM 8310-WRITE-ACTIVITY-LINE
                   ADD 1 TO WS-CTR-CERT-REJECTED
               END-IF
           END-PERFORM
           IF NOT WS-SECTION-STARTED
               MOVE 'ACTIVITY' TO SECTION-LINE
               WRITE REPORT-LINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'NO B-NOTICE ACTIVITY THIS RUN' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

      *>================================================================*
      *> PRINT OPEN NOTICES — every notice still awaiting its
      *> certification or withholding until it comes.
      *>================================================================*
       5000-PRINT-OPEN-NOTICES.
           MOVE 'OPEN B NOTICES' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM OPN-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               MOVE WS-BT-IMAGE(WS-BT-IDX) TO BNOTICE-TRACK-RECORD
               IF BNT-OPEN
                   PERFORM 5100-PRINT-OPEN-LINE
               END-IF
           END-PERFORM
           IF WS-CTR-OPEN = 0
               MOVE 'NO OPEN B NOTICES' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       5100-PRINT-OPEN-LINE.
           ADD 1 TO WS-CTR-OPEN
           MOVE BNT-ACCT-ID      TO OPN-ACCT-ID
           IF BNT-SECOND-NOTICE
               MOVE 'SECOND' TO OPN-ROUND
           ELSE
               MOVE 'FIRST'  TO OPN-ROUND
           END-IF
           MOVE BNT-TIN          TO WS-TIN-IN
           PERFORM 8200-MASK-TIN
           MOVE ACT-TIN          TO OPN-TIN
           MOVE BNT-TAX-YEAR     TO OPN-TAX-YEAR
           MOVE BNT-LETTER-DATE  TO OPN-LETTER-DATE
           MOVE BNT-RESPONSE-DUE TO OPN-DUE-DATE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(BNT-RESPONSE-DUE)
               - WS-RUN-DAY-NO
           MOVE WS-DAYS-LEFT     TO OPN-LEFT
           MOVE SPACES           TO OPN-STATE
           IF BNT-WITHHOLDING
               STRING 'WITHHOLDING SINCE ' BNT-WH-DATE
                   DELIMITED BY SIZE INTO OPN-STATE
           ELSE
               MOVE 'AWAITING CERTIFICATION' TO OPN-STATE
           END-IF
           WRITE REPORT-LINE FROM OPN-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> WRITE FILES — the tracking file rewritten whole, the CP2100
      *> and certification files consumed.
      *>================================================================*
       6000-WRITE-FILES.
           OPEN OUTPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = '00'
               DISPLAY 'BNOTICE: ERROR opening BNOTICE-TRACK.DAT for '
                       'output, STATUS=' WS-TRACK-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               WRITE BNOTICE-TRACK-RECORD FROM WS-BT-IMAGE(WS-BT-IDX)
           END-PERFORM
           CLOSE TRACK-FILE
           IF WS-CP-READ
               OPEN OUTPUT CP2100-FILE
               CLOSE CP2100-FILE
           END-IF
           IF WS-CERT-READ
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
           END-IF
           .

       7000-PRINT-TOTALS.
           MOVE 'TOTALS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CP2100 ROWS READ'           TO TOT-LABEL
           MOVE WS-CTR-CP-READ               TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  FIRST B NOTICES MAILED'   TO TOT-LABEL
           MOVE WS-CTR-FIRST-NOTICES         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  SECOND B NOTICES MAILED'  TO TOT-LABEL
           MOVE WS-CTR-SECOND-NOTICES        TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  ALREADY CORRECTED'        TO TOT-LABEL
           MOVE WS-CTR-CORRECTED             TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  DUPLICATE TAX YEAR'       TO TOT-LABEL
           MOVE WS-CTR-DUPLICATE             TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  NEEDING RESEARCH'         TO TOT-LABEL
           MOVE WS-CTR-CP-RESEARCH           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CERTIFICATIONS READ'        TO TOT-LABEL
           MOVE WS-CTR-CERT-READ             TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  CERTIFIED IN TIME'        TO TOT-LABEL
           MOVE WS-CTR-CERTIFIED             TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  WITHHOLDING RELEASED'     TO TOT-LABEL
           MOVE WS-CTR-RELEASED              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  REJECTED'                 TO TOT-LABEL
           MOVE WS-CTR-CERT-REJECTED         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  TIN CHANGES REQUESTED'    TO TOT-LABEL
           MOVE WS-CTR-TIN-CHANGES           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NOTICES LAPSED TO WITHHOLDING' TO TOT-LABEL
           MOVE WS-CTR-WH-STARTED            TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MAINTENANCE REQUESTS QUEUED' TO TOT-LABEL
           MOVE WS-CTR-REQUESTS              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  LETTERS HELD - MAIL RETURNED' TO TOT-LABEL
           MOVE WS-CTR-LETTERS-HELD          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'B NOTICES STILL OPEN'       TO TOT-LABEL
           MOVE WS-CTR-OPEN                  TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> QUEUE WITHHOLD REQUEST — an MREQ-WITHHOLD for ACCTMAIN, the
      *> Y/N in the account-type byte as that request carries it.
      *>================================================================*
       8100-QUEUE-WITHHOLD-REQUEST.
           INITIALIZE MAINT-REQUEST
           MOVE CUST-ID     TO MREQ-ACCT-ID
           MOVE 'WH'        TO MREQ-ACTION
           MOVE WS-WH-VALUE TO MREQ-ACCT-TYPE
           PERFORM 8150-WRITE-MAINT-REQUEST
           .

      *> Opened per request, the way ACCTMAIN appends its screening
      *> holds, so the requests keyed by ops ahead of this run stay
      *> put
       8150-WRITE-MAINT-REQUEST.
           ADD 1 TO WS-NEXT-MREQ-SEQ
           MOVE WS-NEXT-MREQ-SEQ TO MREQ-SEQ
           MOVE WS-RUN-DATE      TO MREQ-EFF-DATE
           OPEN EXTEND MAINT-REQUEST-FILE
           IF WS-MREQ-STATUS NOT = '00'
               OPEN OUTPUT MAINT-REQUEST-FILE
           END-IF
           IF WS-MREQ-STATUS NOT = '00'
               DISPLAY 'BNOTICE: ERROR opening ACCT-MAINT-REQUESTS'
                       '.DAT, STATUS=' WS-MREQ-STATUS
                       ' - request for ' MREQ-ACCT-ID ' not queued'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE MAINT-REQUEST
           CLOSE MAINT-REQUEST-FILE
           ADD 1 TO WS-CTR-REQUESTS
           .

      *> Only the last four digits of a TIN go on paper
       8200-MASK-TIN.
           MOVE SPACES TO ACT-TIN
           IF WS-TIN-IN NOT = SPACES
               STRING '*****' WS-TIN-IN(6:4)
                   DELIMITED BY SIZE INTO ACT-TIN
           END-IF
           .

       8300-WRITE-ACTIVITY.
           MOVE CUST-ID TO ACT-ACCT-ID
           PERFORM 8310-WRITE-ACTIVITY-LINE
           .

       8310-WRITE-ACTIVITY-LINE.
           IF NOT WS-SECTION-STARTED
               SET WS-SECTION-STARTED TO TRUE
               MOVE 'ACTIVITY' TO SECTION-LINE
               WRITE REPORT-LINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE REPORT-LINE FROM ACT-HDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 8200-MASK-TIN
           WRITE REPORT-LINE FROM ACT-LINE
               AFTER ADVANCING 1 LINE
           .

       9000-TERMINATE.
           IF WS-CUSTF-STATUS = '00' OR WS-CUSTF-STATUS = '10'
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-LETTER-STATUS = '00'
               CLOSE LETTER-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-WH-STARTED > 0
                    OR WS-CTR-CERT-REJECTED > 0
                    OR WS-CTR-CP-RESEARCH > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- BNOTICE Summary ---'
           DISPLAY '  Customers read     : ' WS-CTR-CUST-READ
           DISPLAY '  CP2100 rows read   : ' WS-CTR-CP-READ
           DISPLAY '  First notices      : ' WS-CTR-FIRST-NOTICES
           DISPLAY '  Second notices     : ' WS-CTR-SECOND-NOTICES
           DISPLAY '  Letters held (RTS) : ' WS-CTR-LETTERS-HELD
           DISPLAY '  Certifications     : ' WS-CTR-CERT-READ
           DISPLAY '  Certs rejected     : ' WS-CTR-CERT-REJECTED
           DISPLAY '  Withholding on     : ' WS-CTR-WH-STARTED
           DISPLAY '  Withholding off    : ' WS-CTR-RELEASED
           DISPLAY '  Requests queued    : ' WS-CTR-REQUESTS
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
