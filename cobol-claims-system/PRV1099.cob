      *>================================================================*
      *> PRV1099.cob — Provider 1099-NEC year-end information returns
      *> Compile: cobc -x -free -I copybooks PRV1099.cob
      *> Totals what we paid each provider in the calendar year by
      *> tax ID (PRV-TAX-ID — one return per TIN, however many
      *> provider IDs bill under it), prints the recipient copies
      *> addressed off the provider master, and builds the IRS
      *> electronic filing file in the 750-byte T/A/B/C/F layout.
      *>
      *> What counts as paid in the year:
      *>   - claim checks issued in the year (CHECK-REGISTER.DAT),
      *>     reissues of stale-dated checks included — each is its
      *>     own register row
      *>   - less checks stale-voided or returned unpaid in the
      *>     year, whenever issued, so a stale check and its
      *>     reissue net to a single payment
      *>   - EFT settlements sent in the year (EFT-REGISTER.DAT)
      *>   - not HRA reimbursement checks to members, which ride the
      *>     check register but pay no provider
      *>   - capitation for the year's months (CAP-PAID-ROSTERS.DAT,
      *>     as corrected by the retro passes)
      *> Prompt-pay interest rides inside the check or EFT it was
      *> paid on, and recovery offsets and same-run voids already
      *> came out of the payment before it was cut, so all three
      *> are in the figures above without separate handling.
      *>
      *> No return goes out for a payee not on the provider master,
      *> a missing or invalid tax ID, or a TIN paid under the
      *> reporting threshold; the exception list names each, and
      *> every TIN split across provider IDs, and proves the year's
      *> payments to returns filed plus everything not filed.
      *>
      *> Run in January for the prior year; PRV1099-PARM.DAT names
      *> another year and/or marks the filing a test file.
      *>
      *> Input:  data/PROVIDER-MASTER.DAT  (SEQUENTIAL, PROVMAST)
      *>         data/CHECK-REGISTER.DAT   (LINE SEQ, CHECKREG)
      *>         data/EFT-REGISTER.DAT     (LINE SEQ, EFTREG)
      *>         data/CAP-PAID-ROSTERS.DAT (LINE SEQ, CAPRUN's)
      *>         data/PRV1099-PARM.DAT     (LINE SEQ, optional:
      *>                                    year 9(4), 'T' for test)
      *> Output: data/PROVIDER-1099-COPIES.TXT    (LINE SEQ, print)
      *>         data/IRS-1099-NEC.DAT            (SEQUENTIAL, 750)
      *>         data/PROVIDER-1099-EXCEPTIONS.TXT (LINE SEQ, print)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRV1099.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO 'data/PRV1099-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'data/CHECK-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT EFT-REGISTER-FILE
               ASSIGN TO 'data/EFT-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFTREG-STATUS.
           SELECT PAID-ROSTER-FILE
               ASSIGN TO 'data/CAP-PAID-ROSTERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDR-STATUS.
           SELECT COPY-FILE
               ASSIGN TO 'data/PROVIDER-1099-COPIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-STATUS.
           SELECT IRS-FILE
               ASSIGN TO 'data/IRS-1099-NEC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IRS-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO 'data/PROVIDER-1099-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PRV1099-PARM-RECORD.
           05  PARM-TAX-YEAR          PIC X(4).
           05  PARM-TEST-IND          PIC X(1).
           05  PARM-FILLER            PIC X(15).

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  CHECK-REGISTER-FILE.
       COPY CHECKREG.

       FD  EFT-REGISTER-FILE.
       COPY EFTREG.

       FD  PAID-ROSTER-FILE.
       01  CAP-PAID-ROSTER-RECORD.
           05  CPR-MONTH              PIC 9(6).
           05  CPR-PROVIDER-ID        PIC X(10).
           05  CPR-MEMBER-ID          PIC X(10).
           05  CPR-RATE               PIC 9(4)V99.

       FD  COPY-FILE.
       01  COPY-LINE                  PIC X(100).

       FD  IRS-FILE.
       01  IRS-RECORD                 PIC X(750).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-CHKREG-STATUS           PIC XX.
       01  WS-EFTREG-STATUS           PIC XX.
       01  WS-PDR-STATUS              PIC XX.
       01  WS-CPY-STATUS              PIC XX.
       01  WS-IRS-STATUS              PIC XX.
       01  WS-EXC-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY            PIC 9(4).
           05  WS-RUN-MMDD            PIC 9(4).
       01  WS-TAX-YEAR                PIC 9(4).
      *> 'T' marks the IRS file a test submission
       01  WS-TEST-IND                PIC X(1) VALUE SPACE.

      *> Payer and transmitter — the same company that originates
      *> the claim EFTs (CLMACH)
       01  WS-PAYER-TIN               PIC X(9)  VALUE '234567890'.
       01  WS-PAYER-TIN-X REDEFINES WS-PAYER-TIN.
           05  WS-PAYER-TIN-1         PIC X(2).
           05  WS-PAYER-TIN-2         PIC X(7).
       01  WS-PAYER-NAME              PIC X(40)
           VALUE 'HEALTH CLAIMS CO'.
       01  WS-PAYER-ADDRESS           PIC X(40)
           VALUE '1200 INSURANCE PLAZA'.
       01  WS-PAYER-CITY              PIC X(40) VALUE 'HARTFORD'.
       01  WS-PAYER-STATE             PIC X(2)  VALUE 'CT'.
       01  WS-PAYER-ZIP               PIC X(9)  VALUE '061030000'.
       01  WS-PAYER-PHONE             PIC X(15) VALUE '8605550100'.
       01  WS-CONTACT-NAME            PIC X(40)
           VALUE 'CLAIMS FINANCE'.
       01  WS-CONTACT-EMAIL           PIC X(50)
           VALUE 'CLAIMSFINANCE@HEALTHCLAIMS.COM'.
      *> IRS-assigned transmitter control code for the filing
       01  WS-TCC                     PIC X(5)  VALUE '23HCC'.

      *> Box 1 reporting threshold
       01  WS-NEC-THRESHOLD           PIC 9(5)V99 VALUE 600.00.

      *> Provider master — address and tax ID by provider ID, with
      *> the TIN judged once at load: V valid, M missing, I invalid
       01  WS-MS-COUNT                PIC 9(3) VALUE 0.
       01  WS-MS-TABLE.
           05  WS-MS-ENTRY OCCURS 500.
               10  WS-MS-ID           PIC X(10).
               10  WS-MS-NAME         PIC X(30).
               10  WS-MS-ADDR         PIC X(30).
               10  WS-MS-CITY         PIC X(15).
               10  WS-MS-STATE        PIC X(2).
               10  WS-MS-ZIP          PIC X(9).
               10  WS-MS-TIN          PIC X(9).
               10  WS-MS-TIN-STATE    PIC X(1).
       01  WS-MS-IDX                  PIC 9(3).
       01  WS-MS-FOUND                PIC 9(3).
       01  WS-TIN-STATE               PIC X(1).
       01  WS-TIN-FIRST               PIC X(1).
       01  WS-TIN-SAME                PIC 9(2).

      *> Year's payments by provider ID, then net
       01  WS-PY-COUNT                PIC 9(3) VALUE 0.
       01  WS-PY-TABLE.
           05  WS-PY-ENTRY OCCURS 500.
               10  WS-PY-ID           PIC X(10).
               10  WS-PY-MS-IDX       PIC 9(3).
               10  WS-PY-CHECKS       PIC S9(9)V99.
               10  WS-PY-VOIDS        PIC S9(9)V99.
               10  WS-PY-EFT          PIC S9(9)V99.
               10  WS-PY-CAP          PIC S9(9)V99.
               10  WS-PY-NET          PIC S9(9)V99.
               10  WS-PY-TN-IDX       PIC 9(3).
       01  WS-PY-IDX                  PIC 9(3).
       01  WS-KEY-PROVIDER            PIC X(10).

      *> One row per reportable TIN — the return. The lead provider
      *> ID (lowest on the TIN) supplies the name and address and
      *> is the payer's account number for the payee.
       01  WS-TN-COUNT                PIC 9(3) VALUE 0.
       01  WS-TN-TABLE.
           05  WS-TN-ENTRY OCCURS 500.
               10  WS-TN-TIN          PIC X(9).
               10  WS-TN-LEAD-ID      PIC X(10).
               10  WS-TN-LEAD-MS      PIC 9(3).
               10  WS-TN-IDS          PIC 9(3).
               10  WS-TN-CHECKS       PIC S9(9)V99.
               10  WS-TN-VOIDS        PIC S9(9)V99.
               10  WS-TN-EFT          PIC S9(9)V99.
               10  WS-TN-CAP          PIC S9(9)V99.
               10  WS-TN-NET          PIC S9(9)V99.
       01  WS-TN-IDX                  PIC 9(3).

      *> Year totals for the proof
       01  WS-CTR-CHECKS              PIC 9(6) VALUE 0.
       01  WS-CTR-VOIDS               PIC 9(6) VALUE 0.
       01  WS-CTR-EFTS                PIC 9(6) VALUE 0.
       01  WS-CTR-CAP-MONTHS          PIC 9(6) VALUE 0.
       01  WS-AMT-CHECKS              PIC S9(11)V99 VALUE 0.
       01  WS-AMT-VOIDS               PIC S9(11)V99 VALUE 0.
       01  WS-AMT-EFTS                PIC S9(11)V99 VALUE 0.
       01  WS-AMT-CAP                 PIC S9(11)V99 VALUE 0.
       01  WS-AMT-PAID                PIC S9(11)V99 VALUE 0.
       01  WS-CTR-FILED               PIC 9(6) VALUE 0.
       01  WS-AMT-FILED               PIC S9(11)V99 VALUE 0.
       01  WS-CTR-BELOW               PIC 9(6) VALUE 0.
       01  WS-AMT-BELOW               PIC S9(11)V99 VALUE 0.
       01  WS-CTR-NOT-FILED           PIC 9(6) VALUE 0.
       01  WS-AMT-NOT-FILED           PIC S9(11)V99 VALUE 0.
       01  WS-AMT-ACCOUNTED           PIC S9(11)V99 VALUE 0.
       01  WS-CTR-EXCEPTIONS          PIC 9(6) VALUE 0.
       01  WS-CTR-SECTION             PIC 9(6) VALUE 0.

      *> IRS file sequencing and control totals
       01  WS-REC-SEQ                 PIC 9(8) VALUE 0.
       01  WS-AMT-CENTS               PIC 9(12).
       01  WS-CONTROL-CENTS           PIC 9(18) VALUE 0.

      *>----------------------------------------------------------------*
      *> IRS electronic filing records — 750 bytes each
      *>----------------------------------------------------------------*
       01  IRS-T-RECORD.
           05  FILLER                 PIC X(1)   VALUE 'T'.
           05  IT-PAYMENT-YEAR        PIC 9(4).
           05  IT-PRIOR-YEAR-IND      PIC X(1)   VALUE SPACE.
           05  IT-TRANSMITTER-TIN     PIC X(9).
           05  IT-TCC                 PIC X(5).
           05  FILLER                 PIC X(7)   VALUE SPACES.
           05  IT-TEST-IND            PIC X(1).
           05  IT-FOREIGN-IND         PIC X(1)   VALUE SPACE.
           05  IT-TRANSMITTER-NAME    PIC X(40).
           05  IT-TRANSMITTER-NAME-2  PIC X(40)  VALUE SPACES.
           05  IT-COMPANY-NAME        PIC X(40).
           05  IT-COMPANY-NAME-2      PIC X(40)  VALUE SPACES.
           05  IT-COMPANY-ADDRESS     PIC X(40).
           05  IT-COMPANY-CITY        PIC X(40).
           05  IT-COMPANY-STATE       PIC X(2).
           05  IT-COMPANY-ZIP         PIC X(9).
           05  FILLER                 PIC X(15)  VALUE SPACES.
           05  IT-TOTAL-PAYEES        PIC 9(8).
           05  IT-CONTACT-NAME        PIC X(40).
           05  IT-CONTACT-PHONE       PIC X(15).
           05  IT-CONTACT-EMAIL       PIC X(50).
           05  FILLER                 PIC X(91)  VALUE SPACES.
           05  IT-RECORD-SEQ          PIC 9(8).
           05  FILLER                 PIC X(10)  VALUE SPACES.
           05  IT-VENDOR-IND          PIC X(1)   VALUE 'I'.
           05  FILLER                 PIC X(232) VALUE SPACES.

       01  IRS-A-RECORD.
           05  FILLER                 PIC X(1)   VALUE 'A'.
           05  IA-PAYMENT-YEAR        PIC 9(4).
           05  IA-COMBINED-FS         PIC X(1)   VALUE SPACE.
           05  FILLER                 PIC X(5)   VALUE SPACES.
           05  IA-PAYER-TIN           PIC X(9).
           05  IA-NAME-CONTROL        PIC X(4)   VALUE SPACES.
           05  IA-LAST-FILING-IND     PIC X(1)   VALUE SPACE.
           05  IA-TYPE-OF-RETURN      PIC X(2)   VALUE 'NE'.
           05  IA-AMOUNT-CODES        PIC X(18)  VALUE '1'.
           05  FILLER                 PIC X(6)   VALUE SPACES.
           05  IA-FOREIGN-IND         PIC X(1)   VALUE SPACE.
           05  IA-PAYER-NAME          PIC X(40).
           05  IA-PAYER-NAME-2        PIC X(40)  VALUE SPACES.
           05  IA-TRANSFER-AGENT-IND  PIC X(1)   VALUE '0'.
           05  IA-PAYER-ADDRESS       PIC X(40).
           05  IA-PAYER-CITY          PIC X(40).
           05  IA-PAYER-STATE         PIC X(2).
           05  IA-PAYER-ZIP           PIC X(9).
           05  IA-PAYER-PHONE         PIC X(15).
           05  FILLER                 PIC X(260) VALUE SPACES.
           05  IA-RECORD-SEQ          PIC 9(8).
           05  FILLER                 PIC X(243) VALUE SPACES.

       01  IRS-B-RECORD.
           05  FILLER                 PIC X(1)   VALUE 'B'.
           05  IB-PAYMENT-YEAR        PIC 9(4).
           05  IB-CORRECTED-IND       PIC X(1)   VALUE SPACE.
           05  IB-NAME-CONTROL        PIC X(4)   VALUE SPACES.
      *> TIN type left blank — the provider master does not say
      *> whether PRV-TAX-ID is an EIN or an SSN
           05  IB-TIN-TYPE            PIC X(1)   VALUE SPACE.
           05  IB-PAYEE-TIN           PIC X(9).
           05  IB-ACCOUNT-NUMBER      PIC X(20).
           05  IB-OFFICE-CODE         PIC X(4)   VALUE SPACES.
           05  FILLER                 PIC X(10)  VALUE SPACES.
           05  IB-AMOUNT-1            PIC 9(12).
           05  IB-AMOUNTS-OTHER       PIC X(180) VALUE ALL '0'.
           05  IB-FOREIGN-IND         PIC X(1)   VALUE SPACE.
           05  IB-PAYEE-NAME          PIC X(40).
           05  IB-PAYEE-NAME-2        PIC X(40)  VALUE SPACES.
           05  IB-PAYEE-ADDRESS       PIC X(40).
           05  FILLER                 PIC X(40)  VALUE SPACES.
           05  IB-PAYEE-CITY          PIC X(40).
           05  IB-PAYEE-STATE         PIC X(2).
           05  IB-PAYEE-ZIP           PIC X(9).
           05  FILLER                 PIC X(41)  VALUE SPACES.
           05  IB-RECORD-SEQ          PIC 9(8).
           05  FILLER                 PIC X(36)  VALUE SPACES.
           05  IB-SECOND-TIN-NOTICE   PIC X(1)   VALUE SPACE.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  IB-DIRECT-SALES-IND    PIC X(1)   VALUE SPACE.
           05  IB-FATCA-IND           PIC X(1)   VALUE SPACE.
           05  FILLER                 PIC X(114) VALUE SPACES.
           05  IB-SPECIAL-DATA        PIC X(60)  VALUE SPACES.
           05  IB-STATE-TAX-WHELD     PIC X(12)  VALUE SPACES.
           05  IB-LOCAL-TAX-WHELD     PIC X(12)  VALUE SPACES.
           05  IB-COMBINED-FS-CODE    PIC X(2)   VALUE SPACES.
           05  FILLER                 PIC X(2)   VALUE SPACES.

       01  IRS-C-RECORD.
           05  FILLER                 PIC X(1)   VALUE 'C'.
           05  IC-NUMBER-OF-PAYEES    PIC 9(8).
           05  FILLER                 PIC X(6)   VALUE SPACES.
           05  IC-CONTROL-TOTAL-1     PIC 9(18).
           05  IC-CONTROL-OTHER       PIC X(270) VALUE ALL '0'.
           05  FILLER                 PIC X(196) VALUE SPACES.
           05  IC-RECORD-SEQ          PIC 9(8).
           05  FILLER                 PIC X(243) VALUE SPACES.

       01  IRS-F-RECORD.
           05  FILLER                 PIC X(1)   VALUE 'F'.
           05  IF-NUMBER-OF-A-RECS    PIC 9(8).
           05  FILLER                 PIC X(21)  VALUE ALL '0'.
           05  FILLER                 PIC X(19)  VALUE SPACES.
           05  IF-TOTAL-B-RECS        PIC 9(8).
           05  FILLER                 PIC X(442) VALUE SPACES.
           05  IF-RECORD-SEQ          PIC 9(8).
           05  FILLER                 PIC X(243) VALUE SPACES.

      *>----------------------------------------------------------------*
      *> Recipient copy
      *>----------------------------------------------------------------*
       01  CPY-TITLE-LINE.
           05  FILLER                 PIC X(46)
               VALUE 'FORM 1099-NEC   NONEMPLOYEE COMPENSATION'.
           05  FILLER                 PIC X(9)  VALUE 'TAX YEAR '.
           05  CPY-TAX-YEAR           PIC 9(4).
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(20)
               VALUE 'COPY B FOR RECIPIENT'.
           05  FILLER                 PIC X(16) VALUE SPACES.
       01  CPY-NAME-LINE.
           05  CPY-NAME-LABEL         PIC X(12).
           05  CPY-NAME               PIC X(40).
           05  CPY-TIN-LABEL          PIC X(16).
           05  CPY-TIN                PIC X(11).
           05  FILLER                 PIC X(21) VALUE SPACES.
       01  CPY-ADDR-LINE.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  CPY-ADDR               PIC X(40).
           05  FILLER                 PIC X(48) VALUE SPACES.
       01  CPY-CITY-LINE.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  CPY-CITY               PIC X(40).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  CPY-STATE              PIC X(2).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  CPY-ZIP                PIC X(9).
           05  FILLER                 PIC X(35) VALUE SPACES.
       01  CPY-ACCOUNT-LINE.
           05  FILLER                 PIC X(12) VALUE 'ACCOUNT NO: '.
           05  CPY-ACCOUNT            PIC X(10).
           05  FILLER                 PIC X(78) VALUE SPACES.
       01  CPY-BOX-LINE.
           05  CPY-BOX-TEXT           PIC X(40).
           05  CPY-BOX-AMOUNT         PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(45) VALUE SPACES.
       01  CPY-IDS-LINE.
           05  FILLER                 PIC X(40)
               VALUE '  PAID UNDER PROVIDER ID'.
           05  CPY-IDS-ID             PIC X(10).
           05  FILLER                 PIC X(50) VALUE SPACES.
       01  CPY-NOTICE-LINE.
           05  FILLER                 PIC X(47)
               VALUE 'THIS IS IMPORTANT TAX INFORMATION AND IS BEING '.
           05  FILLER                 PIC X(53)
               VALUE 'FURNISHED TO THE INTERNAL REVENUE SERVICE.'.

      *>----------------------------------------------------------------*
      *> Exception list and proof
      *>----------------------------------------------------------------*
       01  EXC-TITLE-LINE.
           05  FILLER                 PIC X(41)
               VALUE 'PROVIDER 1099-NEC EXCEPTIONS AND PROOF - '.
           05  FILLER                 PIC X(9)  VALUE 'TAX YEAR '.
           05  EXC-TAX-YEAR           PIC 9(4).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  EXC-TEST-NOTE          PIC X(20).
           05  FILLER                 PIC X(22) VALUE SPACES.
       01  EXC-SECTION-LINE           PIC X(100).
       01  EXC-NONE-LINE              PIC X(100) VALUE '  NONE'.
       01  EXC-DTL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EXC-PROVIDER           PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EXC-NAME               PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EXC-TIN                PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EXC-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EXC-REASON             PIC X(26).
       01  EXC-TIN-LINE.
           05  FILLER                 PIC X(9)  VALUE 'TAX ID  '.
           05  EXC-TN-TIN             PIC X(9).
           05  FILLER                 PIC X(13) VALUE '  FILED UNDER'.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  EXC-TN-LEAD            PIC X(10).
           05  FILLER                 PIC X(9)  VALUE '  TOTAL '.
           05  EXC-TN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(34) VALUE SPACES.
       01  EXC-TOT-LINE.
           05  EXC-TOT-TEXT           PIC X(34).
           05  EXC-TOT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  EXC-TOT-AMOUNT         PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'PRV1099 - PROVIDER 1099-NEC INFORMATION RETURNS'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM SET-TAX-YEAR
           DISPLAY 'TAX YEAR: ' WS-TAX-YEAR
           PERFORM LOAD-PROVIDER-MASTER
           PERFORM ACCUMULATE-CHECKS
           PERFORM ACCUMULATE-EFTS
           PERFORM ACCUMULATE-CAPITATION
           PERFORM ROLL-UP-BY-TIN
           PERFORM OPEN-OUTPUTS
           PERFORM WRITE-EXCEPTIONS
           PERFORM WRITE-RETURNS
           PERFORM WRITE-PROOF
           PERFORM CLOSE-OUTPUTS
           DISPLAY 'PRV1099 COMPLETE'
           DISPLAY '  PAID IN YEAR:     $' WS-AMT-PAID
           DISPLAY '  RETURNS FILED:    ' WS-CTR-FILED
               ' FOR $' WS-AMT-FILED
           DISPLAY '  BELOW THRESHOLD:  ' WS-CTR-BELOW
           DISPLAY '  NOT FILED:        ' WS-CTR-NOT-FILED
           DISPLAY '  EXCEPTIONS:       ' WS-CTR-EXCEPTIONS
           IF WS-CTR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>================================================================*
      *> SET-TAX-YEAR: The calendar year before the run unless the
      *> parm file names one
      *>================================================================*
       SET-TAX-YEAR.
           COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PARM-FILE
               NOT AT END
                   IF PARM-TAX-YEAR IS NUMERIC
                       AND PARM-TAX-YEAR NOT = '0000'
                       MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
                   END-IF
                   IF PARM-TEST-IND = 'T'
                       MOVE 'T' TO WS-TEST-IND
                   END-IF
           END-READ
           CLOSE PARM-FILE.

      *>================================================================*
      *> LOAD-PROVIDER-MASTER: Without it no return can be
      *> addressed, so a missing master stops the run
      *>================================================================*
       LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               DISPLAY 'PRV1099: ERROR OPENING PROVIDER-MASTER.DAT: '
                   WS-PRVM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MS-COUNT = 500
                           DISPLAY 'PRV1099: ERROR - PROVIDER MASTER '
                               'EXCEEDS 500 ROWS - RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       PERFORM JUDGE-TAX-ID
                       ADD 1 TO WS-MS-COUNT
                       MOVE PRV-PROVIDER-ID
                           TO WS-MS-ID(WS-MS-COUNT)
                       MOVE PRV-PROVIDER-NAME
                           TO WS-MS-NAME(WS-MS-COUNT)
                       MOVE PRV-ADDRESS-LINE1
                           TO WS-MS-ADDR(WS-MS-COUNT)
                       MOVE PRV-CITY  TO WS-MS-CITY(WS-MS-COUNT)
                       MOVE PRV-STATE TO WS-MS-STATE(WS-MS-COUNT)
                       MOVE PRV-ZIP   TO WS-MS-ZIP(WS-MS-COUNT)
                       MOVE PRV-TAX-ID
                           TO WS-MS-TIN(WS-MS-COUNT)
                       MOVE WS-TIN-STATE
                           TO WS-MS-TIN-STATE(WS-MS-COUNT)
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE
           DISPLAY 'PROVIDERS LOADED: ' WS-MS-COUNT.

      *>================================================================*
      *> JUDGE-TAX-ID: Missing is blank or zero; invalid is anything
      *> not nine digits, or a placeholder — one digit repeated or
      *> the 123456789 run
      *>================================================================*
       JUDGE-TAX-ID.
           MOVE 'V' TO WS-TIN-STATE
           IF PRV-TAX-ID = SPACES OR PRV-TAX-ID = '000000000'
               MOVE 'M' TO WS-TIN-STATE
               EXIT PARAGRAPH
           END-IF
           IF PRV-TAX-ID NOT NUMERIC
               OR PRV-TAX-ID = '123456789'
               MOVE 'I' TO WS-TIN-STATE
               EXIT PARAGRAPH
           END-IF
           MOVE PRV-TAX-ID(1:1) TO WS-TIN-FIRST
           MOVE 0 TO WS-TIN-SAME
           INSPECT PRV-TAX-ID TALLYING WS-TIN-SAME
               FOR ALL WS-TIN-FIRST
           IF WS-TIN-SAME = 9
               MOVE 'I' TO WS-TIN-STATE
           END-IF.

      *>================================================================*
      *> ACCUMULATE-CHECKS: Issued in the year counts; voided stale
      *> or returned in the year comes back out, whatever year the
      *> check was issued. Member HRA reimbursements are skipped.
      *>================================================================*
       ACCUMULATE-CHECKS.
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY 'PRV1099: NO CHECK-REGISTER.DAT - NO CHECKS '
                   'COUNTED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHK-ISSUE-DATE(1:4) = WS-TAX-YEAR
                           AND CHK-TO-PROVIDER
                           MOVE CHK-PROVIDER-ID TO WS-KEY-PROVIDER
                           PERFORM FIND-OR-ADD-PAYEE
                           ADD CHK-AMOUNT TO WS-PY-CHECKS(WS-PY-IDX)
                           ADD CHK-AMOUNT TO WS-AMT-CHECKS
                           ADD 1 TO WS-CTR-CHECKS
                       END-IF
                       IF (CHK-VOIDED-STALE OR CHK-RETURNED)
                           AND CHK-CLEARED-DATE(1:4) = WS-TAX-YEAR
                           AND CHK-TO-PROVIDER
                           MOVE CHK-PROVIDER-ID TO WS-KEY-PROVIDER
                           PERFORM FIND-OR-ADD-PAYEE
                           ADD CHK-AMOUNT TO WS-PY-VOIDS(WS-PY-IDX)
                           ADD CHK-AMOUNT TO WS-AMT-VOIDS
                           ADD 1 TO WS-CTR-VOIDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.

       ACCUMULATE-EFTS.
           OPEN INPUT EFT-REGISTER-FILE
           IF WS-EFTREG-STATUS NOT = '00'
               DISPLAY 'PRV1099: NO EFT-REGISTER.DAT - NO EFTS '
                   'COUNTED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EFT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EFR-ISSUE-DATE(1:4) = WS-TAX-YEAR
                           MOVE EFR-PROVIDER-ID TO WS-KEY-PROVIDER
                           PERFORM FIND-OR-ADD-PAYEE
                           ADD EFR-AMOUNT TO WS-PY-EFT(WS-PY-IDX)
                           ADD EFR-AMOUNT TO WS-AMT-EFTS
                           ADD 1 TO WS-CTR-EFTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EFT-REGISTER-FILE.

      *>================================================================*
      *> ACCUMULATE-CAPITATION: Each paid-roster row is one member-
      *> month at the member's rate; rows the retro passes took back
      *> are already gone from the record
      *>================================================================*
       ACCUMULATE-CAPITATION.
           OPEN INPUT PAID-ROSTER-FILE
           IF WS-PDR-STATUS NOT = '00'
               DISPLAY 'PRV1099: NO CAP-PAID-ROSTERS.DAT - NO '
                   'CAPITATION COUNTED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAID-ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CPR-MONTH(1:4) = WS-TAX-YEAR
                           MOVE CPR-PROVIDER-ID TO WS-KEY-PROVIDER
                           PERFORM FIND-OR-ADD-PAYEE
                           ADD CPR-RATE TO WS-PY-CAP(WS-PY-IDX)
                           ADD CPR-RATE TO WS-AMT-CAP
                           ADD 1 TO WS-CTR-CAP-MONTHS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAID-ROSTER-FILE.

       FIND-OR-ADD-PAYEE.
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               OR WS-PY-ID(WS-PY-IDX) = WS-KEY-PROVIDER
               CONTINUE
           END-PERFORM
           IF WS-PY-IDX > WS-PY-COUNT
      *> A payee dropped here would vanish from the returns, so
      *> overflow stops the run
               IF WS-PY-COUNT = 500
                   DISPLAY 'PRV1099: ERROR - MORE THAN 500 PAID '
                       'PROVIDER IDS - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PY-COUNT
               MOVE WS-PY-COUNT TO WS-PY-IDX
               MOVE WS-KEY-PROVIDER TO WS-PY-ID(WS-PY-IDX)
               MOVE 0 TO WS-PY-MS-IDX(WS-PY-IDX)
               MOVE 0 TO WS-PY-CHECKS(WS-PY-IDX)
               MOVE 0 TO WS-PY-VOIDS(WS-PY-IDX)
               MOVE 0 TO WS-PY-EFT(WS-PY-IDX)
               MOVE 0 TO WS-PY-CAP(WS-PY-IDX)
               MOVE 0 TO WS-PY-NET(WS-PY-IDX)
               MOVE 0 TO WS-PY-TN-IDX(WS-PY-IDX)
           END-IF.

      *>================================================================*
      *> ROLL-UP-BY-TIN: Each paid provider ID nets and joins its
      *> TIN's return — unless it is off the master or its TIN is
      *> no good, when it stays behind for the exception list
      *>================================================================*
       ROLL-UP-BY-TIN.
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               COMPUTE WS-PY-NET(WS-PY-IDX) =
                   WS-PY-CHECKS(WS-PY-IDX) - WS-PY-VOIDS(WS-PY-IDX)
                   + WS-PY-EFT(WS-PY-IDX) + WS-PY-CAP(WS-PY-IDX)
               ADD WS-PY-NET(WS-PY-IDX) TO WS-AMT-PAID
               MOVE 0 TO WS-MS-FOUND
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
                   OR WS-MS-FOUND > 0
                   IF WS-MS-ID(WS-MS-IDX) = WS-PY-ID(WS-PY-IDX)
                       MOVE WS-MS-IDX TO WS-MS-FOUND
                   END-IF
               END-PERFORM
               MOVE WS-MS-FOUND TO WS-PY-MS-IDX(WS-PY-IDX)
               IF WS-MS-FOUND > 0
                   IF WS-MS-TIN-STATE(WS-MS-FOUND) = 'V'
                       PERFORM ADD-PAYEE-TO-TIN
                   END-IF
               END-IF
           END-PERFORM.

       ADD-PAYEE-TO-TIN.
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
               UNTIL WS-TN-IDX > WS-TN-COUNT
               OR WS-TN-TIN(WS-TN-IDX) = WS-MS-TIN(WS-MS-FOUND)
               CONTINUE
           END-PERFORM
           IF WS-TN-IDX > WS-TN-COUNT
               ADD 1 TO WS-TN-COUNT
               MOVE WS-TN-COUNT TO WS-TN-IDX
               MOVE WS-MS-TIN(WS-MS-FOUND) TO WS-TN-TIN(WS-TN-IDX)
               MOVE WS-PY-ID(WS-PY-IDX) TO WS-TN-LEAD-ID(WS-TN-IDX)
               MOVE WS-MS-FOUND TO WS-TN-LEAD-MS(WS-TN-IDX)
               MOVE 0 TO WS-TN-IDS(WS-TN-IDX)
               MOVE 0 TO WS-TN-CHECKS(WS-TN-IDX)
               MOVE 0 TO WS-TN-VOIDS(WS-TN-IDX)
               MOVE 0 TO WS-TN-EFT(WS-TN-IDX)
               MOVE 0 TO WS-TN-CAP(WS-TN-IDX)
               MOVE 0 TO WS-TN-NET(WS-TN-IDX)
           END-IF
           IF WS-PY-ID(WS-PY-IDX) < WS-TN-LEAD-ID(WS-TN-IDX)
               MOVE WS-PY-ID(WS-PY-IDX) TO WS-TN-LEAD-ID(WS-TN-IDX)
               MOVE WS-MS-FOUND TO WS-TN-LEAD-MS(WS-TN-IDX)
           END-IF
           ADD 1 TO WS-TN-IDS(WS-TN-IDX)
           ADD WS-PY-CHECKS(WS-PY-IDX) TO WS-TN-CHECKS(WS-TN-IDX)
           ADD WS-PY-VOIDS(WS-PY-IDX)  TO WS-TN-VOIDS(WS-TN-IDX)
           ADD WS-PY-EFT(WS-PY-IDX)    TO WS-TN-EFT(WS-TN-IDX)
           ADD WS-PY-CAP(WS-PY-IDX)    TO WS-TN-CAP(WS-TN-IDX)
           ADD WS-PY-NET(WS-PY-IDX)    TO WS-TN-NET(WS-TN-IDX)
           MOVE WS-TN-IDX TO WS-PY-TN-IDX(WS-PY-IDX).

       OPEN-OUTPUTS.
           OPEN OUTPUT COPY-FILE
           OPEN OUTPUT IRS-FILE
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-CPY-STATUS NOT = '00' OR WS-IRS-STATUS NOT = '00'
               OR WS-EXC-STATUS NOT = '00'
               DISPLAY 'PRV1099: ERROR OPENING OUTPUTS: '
                   WS-CPY-STATUS ' ' WS-IRS-STATUS ' ' WS-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>================================================================*
      *> WRITE-EXCEPTIONS: Payees with no return for want of a
      *> master row or a good TIN, then every TIN paid under more
      *> than one provider ID, for finance to confirm the combining
      *>================================================================*
       WRITE-EXCEPTIONS.
           MOVE WS-TAX-YEAR TO EXC-TAX-YEAR
           IF WS-TEST-IND = 'T'
               MOVE '(TEST FILING)' TO EXC-TEST-NOTE
           ELSE
               MOVE SPACES TO EXC-TEST-NOTE
           END-IF
           WRITE EXCEPTION-LINE FROM EXC-TITLE-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'PAID PROVIDER IDS NOT ON THE PROVIDER MASTER - NO '
               & 'RETURN' TO EXC-SECTION-LINE
           WRITE EXCEPTION-LINE FROM EXC-SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-CTR-SECTION
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               IF WS-PY-MS-IDX(WS-PY-IDX) = 0
                   AND WS-PY-NET(WS-PY-IDX) NOT = 0
                   MOVE WS-PY-ID(WS-PY-IDX)  TO EXC-PROVIDER
                   MOVE SPACES               TO EXC-NAME
                   MOVE SPACES               TO EXC-TIN
                   MOVE WS-PY-NET(WS-PY-IDX) TO EXC-AMOUNT
                   MOVE 'NOT ON PROVIDER MASTER' TO EXC-REASON
                   WRITE EXCEPTION-LINE FROM EXC-DTL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-CTR-SECTION
                   ADD 1 TO WS-CTR-NOT-FILED
                   ADD WS-PY-NET(WS-PY-IDX) TO WS-AMT-NOT-FILED
               END-IF
           END-PERFORM
           PERFORM CLOSE-EXCEPTION-SECTION

           MOVE 'MISSING OR INVALID TAX ID - NO RETURN UNTIL '
               & 'CORRECTED ON THE PROVIDER MASTER'
               TO EXC-SECTION-LINE
           WRITE EXCEPTION-LINE FROM EXC-SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-CTR-SECTION
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               MOVE WS-PY-MS-IDX(WS-PY-IDX) TO WS-MS-IDX
               IF WS-MS-IDX > 0
                   AND WS-PY-NET(WS-PY-IDX) NOT = 0
                   IF WS-MS-TIN-STATE(WS-MS-IDX) NOT = 'V'
                       MOVE WS-PY-ID(WS-PY-IDX)   TO EXC-PROVIDER
                       MOVE WS-MS-NAME(WS-MS-IDX) TO EXC-NAME
                       MOVE WS-MS-TIN(WS-MS-IDX)  TO EXC-TIN
                       MOVE WS-PY-NET(WS-PY-IDX)  TO EXC-AMOUNT
                       IF WS-MS-TIN-STATE(WS-MS-IDX) = 'M'
                           MOVE 'TAX ID MISSING' TO EXC-REASON
                       ELSE
                           MOVE 'TAX ID INVALID' TO EXC-REASON
                       END-IF
                       WRITE EXCEPTION-LINE FROM EXC-DTL-LINE
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO WS-CTR-SECTION
                       ADD 1 TO WS-CTR-NOT-FILED
                       ADD WS-PY-NET(WS-PY-IDX) TO WS-AMT-NOT-FILED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-EXCEPTION-SECTION

           MOVE 'ONE TAX ID PAID UNDER MORE THAN ONE PROVIDER ID - '
               & 'COMBINED ON ONE RETURN' TO EXC-SECTION-LINE
           WRITE EXCEPTION-LINE FROM EXC-SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 0 TO WS-CTR-SECTION
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
               UNTIL WS-TN-IDX > WS-TN-COUNT
               IF WS-TN-IDS(WS-TN-IDX) > 1
                   PERFORM WRITE-SPLIT-TIN
               END-IF
           END-PERFORM
           PERFORM CLOSE-EXCEPTION-SECTION.

       CLOSE-EXCEPTION-SECTION.
           IF WS-CTR-SECTION = 0
               WRITE EXCEPTION-LINE FROM EXC-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD WS-CTR-SECTION TO WS-CTR-EXCEPTIONS.

       WRITE-SPLIT-TIN.
           MOVE WS-TN-TIN(WS-TN-IDX)     TO EXC-TN-TIN
           MOVE WS-TN-LEAD-ID(WS-TN-IDX) TO EXC-TN-LEAD
           MOVE WS-TN-NET(WS-TN-IDX)     TO EXC-TN-AMOUNT
           WRITE EXCEPTION-LINE FROM EXC-TIN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               IF WS-PY-TN-IDX(WS-PY-IDX) = WS-TN-IDX
                   MOVE WS-PY-MS-IDX(WS-PY-IDX) TO WS-MS-IDX
                   MOVE WS-PY-ID(WS-PY-IDX)   TO EXC-PROVIDER
                   MOVE WS-MS-NAME(WS-MS-IDX) TO EXC-NAME
                   MOVE WS-MS-TIN(WS-MS-IDX)  TO EXC-TIN
                   MOVE WS-PY-NET(WS-PY-IDX)  TO EXC-AMOUNT
                   MOVE 'SPLIT TIN' TO EXC-REASON
                   WRITE EXCEPTION-LINE FROM EXC-DTL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           ADD 1 TO WS-CTR-SECTION.

      *>================================================================*
      *> WRITE-RETURNS: Transmitter and payer records, one copy and
      *> one B record per TIN at or over the threshold, then the
      *> payer's control totals and the end of transmission
      *>================================================================*
       WRITE-RETURNS.
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
               UNTIL WS-TN-IDX > WS-TN-COUNT
               IF WS-TN-NET(WS-TN-IDX) NOT < WS-NEC-THRESHOLD
                   ADD 1 TO WS-CTR-FILED
               END-IF
           END-PERFORM
           IF WS-CTR-FILED = 0
               DISPLAY 'PRV1099: NO TAX ID AT OR OVER THE THRESHOLD '
                   '- NO IRS FILE BUILT'
           ELSE
               PERFORM WRITE-T-AND-A-RECORDS
           END-IF
           MOVE 0 TO WS-CTR-FILED
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
               UNTIL WS-TN-IDX > WS-TN-COUNT
               IF WS-TN-NET(WS-TN-IDX) NOT < WS-NEC-THRESHOLD
                   PERFORM WRITE-ONE-RETURN
               ELSE
                   ADD 1 TO WS-CTR-BELOW
                   ADD WS-TN-NET(WS-TN-IDX) TO WS-AMT-BELOW
               END-IF
           END-PERFORM
           IF WS-CTR-FILED > 0
               PERFORM WRITE-C-AND-F-RECORDS
           END-IF.

       WRITE-T-AND-A-RECORDS.
           MOVE WS-TAX-YEAR      TO IT-PAYMENT-YEAR
           MOVE WS-PAYER-TIN     TO IT-TRANSMITTER-TIN
           MOVE WS-TCC           TO IT-TCC
           MOVE WS-TEST-IND      TO IT-TEST-IND
           MOVE WS-PAYER-NAME    TO IT-TRANSMITTER-NAME
           MOVE WS-PAYER-NAME    TO IT-COMPANY-NAME
           MOVE WS-PAYER-ADDRESS TO IT-COMPANY-ADDRESS
           MOVE WS-PAYER-CITY    TO IT-COMPANY-CITY
           MOVE WS-PAYER-STATE   TO IT-COMPANY-STATE
           MOVE WS-PAYER-ZIP     TO IT-COMPANY-ZIP
           MOVE WS-CTR-FILED     TO IT-TOTAL-PAYEES
           MOVE WS-CONTACT-NAME  TO IT-CONTACT-NAME
           MOVE WS-PAYER-PHONE   TO IT-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL TO IT-CONTACT-EMAIL
           ADD 1 TO WS-REC-SEQ
           MOVE WS-REC-SEQ       TO IT-RECORD-SEQ
           WRITE IRS-RECORD FROM IRS-T-RECORD
           MOVE WS-TAX-YEAR      TO IA-PAYMENT-YEAR
           MOVE WS-PAYER-TIN     TO IA-PAYER-TIN
           MOVE WS-PAYER-NAME    TO IA-PAYER-NAME
           MOVE WS-PAYER-ADDRESS TO IA-PAYER-ADDRESS
           MOVE WS-PAYER-CITY    TO IA-PAYER-CITY
           MOVE WS-PAYER-STATE   TO IA-PAYER-STATE
           MOVE WS-PAYER-ZIP     TO IA-PAYER-ZIP
           MOVE WS-PAYER-PHONE   TO IA-PAYER-PHONE
           ADD 1 TO WS-REC-SEQ
           MOVE WS-REC-SEQ       TO IA-RECORD-SEQ
           WRITE IRS-RECORD FROM IRS-A-RECORD.

       WRITE-ONE-RETURN.
           MOVE WS-TN-LEAD-MS(WS-TN-IDX) TO WS-MS-IDX
           ADD 1 TO WS-CTR-FILED
           ADD WS-TN-NET(WS-TN-IDX) TO WS-AMT-FILED
           COMPUTE WS-AMT-CENTS = WS-TN-NET(WS-TN-IDX) * 100
           ADD WS-AMT-CENTS TO WS-CONTROL-CENTS
           MOVE WS-TAX-YEAR              TO IB-PAYMENT-YEAR
           MOVE WS-TN-TIN(WS-TN-IDX)     TO IB-PAYEE-TIN
           MOVE WS-TN-LEAD-ID(WS-TN-IDX) TO IB-ACCOUNT-NUMBER
           MOVE WS-AMT-CENTS             TO IB-AMOUNT-1
           MOVE WS-MS-NAME(WS-MS-IDX)    TO IB-PAYEE-NAME
           MOVE WS-MS-ADDR(WS-MS-IDX)    TO IB-PAYEE-ADDRESS
           MOVE WS-MS-CITY(WS-MS-IDX)    TO IB-PAYEE-CITY
           MOVE WS-MS-STATE(WS-MS-IDX)   TO IB-PAYEE-STATE
           MOVE WS-MS-ZIP(WS-MS-IDX)     TO IB-PAYEE-ZIP
           ADD 1 TO WS-REC-SEQ
           MOVE WS-REC-SEQ               TO IB-RECORD-SEQ
           WRITE IRS-RECORD FROM IRS-B-RECORD
           PERFORM PRINT-RECIPIENT-COPY.

      *>================================================================*
      *> PRINT-RECIPIENT-COPY: One page per return — the payee's
      *> TIN truncated to its last four, the box 1 amount, and the
      *> make-up of it so the provider can tie it to remittances
      *>================================================================*
       PRINT-RECIPIENT-COPY.
           MOVE WS-TAX-YEAR TO CPY-TAX-YEAR
           WRITE COPY-LINE FROM CPY-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE 'PAYER:'             TO CPY-NAME-LABEL
           MOVE WS-PAYER-NAME        TO CPY-NAME
           MOVE 'PAYER TIN:'         TO CPY-TIN-LABEL
           MOVE SPACES               TO CPY-TIN
           STRING WS-PAYER-TIN-1 '-' WS-PAYER-TIN-2
               DELIMITED BY SIZE INTO CPY-TIN
           WRITE COPY-LINE FROM CPY-NAME-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-PAYER-ADDRESS     TO CPY-ADDR
           WRITE COPY-LINE FROM CPY-ADDR-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-PAYER-CITY        TO CPY-CITY
           MOVE WS-PAYER-STATE       TO CPY-STATE
           MOVE WS-PAYER-ZIP         TO CPY-ZIP
           WRITE COPY-LINE FROM CPY-CITY-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECIPIENT:'         TO CPY-NAME-LABEL
           MOVE WS-MS-NAME(WS-MS-IDX) TO CPY-NAME
           MOVE 'RECIPIENT TIN:'     TO CPY-TIN-LABEL
           MOVE SPACES               TO CPY-TIN
           STRING '*****' WS-TN-TIN(WS-TN-IDX)(6:4)
               DELIMITED BY SIZE INTO CPY-TIN
           WRITE COPY-LINE FROM CPY-NAME-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-MS-ADDR(WS-MS-IDX)  TO CPY-ADDR
           WRITE COPY-LINE FROM CPY-ADDR-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-MS-CITY(WS-MS-IDX)  TO CPY-CITY
           MOVE WS-MS-STATE(WS-MS-IDX) TO CPY-STATE
           MOVE WS-MS-ZIP(WS-MS-IDX)   TO CPY-ZIP
           WRITE COPY-LINE FROM CPY-CITY-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-TN-LEAD-ID(WS-TN-IDX) TO CPY-ACCOUNT
           WRITE COPY-LINE FROM CPY-ACCOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'BOX 1  NONEMPLOYEE COMPENSATION' TO CPY-BOX-TEXT
           MOVE WS-TN-NET(WS-TN-IDX) TO CPY-BOX-AMOUNT
           WRITE COPY-LINE FROM CPY-BOX-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'BOX 4  FEDERAL INCOME TAX WITHHELD' TO CPY-BOX-TEXT
           MOVE 0 TO CPY-BOX-AMOUNT
           WRITE COPY-LINE FROM CPY-BOX-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BOX 1 IS MADE UP OF:' TO CPY-BOX-TEXT
           MOVE SPACES TO COPY-LINE
           MOVE CPY-BOX-TEXT TO COPY-LINE
           WRITE COPY-LINE AFTER ADVANCING 2 LINES
           MOVE '  CLAIM CHECKS ISSUED' TO CPY-BOX-TEXT
           MOVE WS-TN-CHECKS(WS-TN-IDX) TO CPY-BOX-AMOUNT
           WRITE COPY-LINE FROM CPY-BOX-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  LESS CHECKS VOIDED OR RETURNED' TO CPY-BOX-TEXT
           MOVE WS-TN-VOIDS(WS-TN-IDX) TO CPY-BOX-AMOUNT
           WRITE COPY-LINE FROM CPY-BOX-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  EFT PAYMENTS' TO CPY-BOX-TEXT
           MOVE WS-TN-EFT(WS-TN-IDX) TO CPY-BOX-AMOUNT
           WRITE COPY-LINE FROM CPY-BOX-LINE
               AFTER ADVANCING 1 LINE
           MOVE '  CAPITATION' TO CPY-BOX-TEXT
           MOVE WS-TN-CAP(WS-TN-IDX) TO CPY-BOX-AMOUNT
           WRITE COPY-LINE FROM CPY-BOX-LINE
               AFTER ADVANCING 1 LINE
           IF WS-TN-IDS(WS-TN-IDX) > 1
               PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                   UNTIL WS-PY-IDX > WS-PY-COUNT
                   IF WS-PY-TN-IDX(WS-PY-IDX) = WS-TN-IDX
                       MOVE WS-PY-ID(WS-PY-IDX) TO CPY-IDS-ID
                       WRITE COPY-LINE FROM CPY-IDS-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-IF
           WRITE COPY-LINE FROM CPY-NOTICE-LINE
               AFTER ADVANCING 2 LINES.

       WRITE-C-AND-F-RECORDS.
           MOVE WS-CTR-FILED     TO IC-NUMBER-OF-PAYEES
           MOVE WS-CONTROL-CENTS TO IC-CONTROL-TOTAL-1
           ADD 1 TO WS-REC-SEQ
           MOVE WS-REC-SEQ       TO IC-RECORD-SEQ
           WRITE IRS-RECORD FROM IRS-C-RECORD
           MOVE 1                TO IF-NUMBER-OF-A-RECS
           MOVE WS-CTR-FILED     TO IF-TOTAL-B-RECS
           ADD 1 TO WS-REC-SEQ
           MOVE WS-REC-SEQ       TO IF-RECORD-SEQ
           WRITE IRS-RECORD FROM IRS-F-RECORD.

      *>================================================================*
      *> WRITE-PROOF: The year's payments by source must equal what
      *> was filed plus what fell under the threshold plus what the
      *> exceptions held back
      *>================================================================*
       WRITE-PROOF.
           MOVE 'YEAR PROOF' TO EXC-SECTION-LINE
           WRITE EXCEPTION-LINE FROM EXC-SECTION-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'CLAIM CHECKS ISSUED'      TO EXC-TOT-TEXT
           MOVE WS-CTR-CHECKS              TO EXC-TOT-COUNT
           MOVE WS-AMT-CHECKS              TO EXC-TOT-AMOUNT
           WRITE EXCEPTION-LINE FROM EXC-TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'LESS VOIDED OR RETURNED'  TO EXC-TOT-TEXT
           MOVE WS-CTR-VOIDS               TO EXC-TOT-COUNT
           COMPUTE EXC-TOT-AMOUNT = 0 - WS-AMT-VOIDS
           WRITE EXCEPTION-LINE FROM EXC-TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'EFT PAYMENTS'             TO EXC-TOT-TEXT
           MOVE WS-CTR-EFTS                TO EXC-TOT-COUNT
           MOVE WS-AMT-EFTS                TO EXC-TOT-AMOUNT
           WRITE EXCEPTION-LINE FROM EXC-TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CAPITATION MEMBER-MONTHS' TO EXC-TOT-TEXT
           MOVE WS-CTR-CAP-MONTHS          TO EXC-TOT-COUNT
           MOVE WS-AMT-CAP                 TO EXC-TOT-AMOUNT
           WRITE EXCEPTION-LINE FROM EXC-TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL PAID IN YEAR'       TO EXC-TOT-TEXT
           MOVE WS-PY-COUNT                TO EXC-TOT-COUNT
           MOVE WS-AMT-PAID                TO EXC-TOT-AMOUNT
           WRITE EXCEPTION-LINE FROM EXC-TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'RETURNS FILED'            TO EXC-TOT-TEXT
           MOVE WS-CTR-FILED               TO EXC-TOT-COUNT
           MOVE WS-AMT-FILED               TO EXC-TOT-AMOUNT
           WRITE EXCEPTION-LINE FROM EXC-TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TAX IDS UNDER THRESHOLD'  TO EXC-TOT-TEXT
           MOVE WS-CTR-BELOW               TO EXC-TOT-COUNT
           MOVE WS-AMT-BELOW               TO EXC-TOT-AMOUNT
           WRITE EXCEPTION-LINE FROM EXC-TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NOT FILED - EXCEPTIONS'   TO EXC-TOT-TEXT
           MOVE WS-CTR-NOT-FILED           TO EXC-TOT-COUNT
           MOVE WS-AMT-NOT-FILED           TO EXC-TOT-AMOUNT
           WRITE EXCEPTION-LINE FROM EXC-TOT-LINE
               AFTER ADVANCING 1 LINE
           COMPUTE WS-AMT-ACCOUNTED =
               WS-AMT-FILED + WS-AMT-BELOW + WS-AMT-NOT-FILED
           IF WS-AMT-ACCOUNTED = WS-AMT-PAID
               MOVE 'PROOF: IN BALANCE' TO EXC-SECTION-LINE
           ELSE
               MOVE 'PROOF: OUT OF BALANCE' TO EXC-SECTION-LINE
               ADD 1 TO WS-CTR-EXCEPTIONS
           END-IF
           WRITE EXCEPTION-LINE FROM EXC-SECTION-LINE
               AFTER ADVANCING 2 LINES.

       CLOSE-OUTPUTS.
           CLOSE COPY-FILE
           CLOSE IRS-FILE
           CLOSE EXCEPTION-FILE.
