      *>================================================================*
      *> AUDCONF.cob — Deposit Balance Confirmations for External Audit
      *>
      *> Replaces the yearly hand pull from master dumps. The audit
      *> keys one CNFPARM row naming the audit date and the sample
      *> design; the first run for that date draws the sample and
      *> prints the letters, and every run after it applies the
      *> replies the auditors have keyed and re-states their
      *> summary.
      *>
      *> Drawing the sample:
      *>   - every savings, checking and time account open on the
      *>     audit date is a candidate (escheated funds are the
      *>     state's, loans are not deposits);
      *>   - its balance as of the audit date is reconstructed the
      *>     way ASOFBAL does it: applied entries replayed from the
      *>     audit history, each chaining from the one before, the
      *>     full replay landing on today's master balance. An
      *>     account that fails the proof is listed, not confirmed.
      *>     One with no history has not moved, so its master
      *>     balance is its audit-date balance;
      *>   - a zero or overdrawn balance is not a deposit owed and
      *>     is left out; every balance at or over the key amount is
      *>     confirmed; the rest fall into strata by account type
      *>     and balance band, and each stratum's quota is drawn at
      *>     random (selection sampling, every account in the
      *>     stratum equally likely) from a seeded generator, so the
      *>     auditors can re-perform the draw;
      *>   - key items and picks at or over the positive amount get
      *>     a positive letter, the rest a negative one. The letter
      *>     is addressed off the demographics row; a flagged or
      *>     missing address is not printed and goes straight to
      *>     the undeliverable column for alternative procedures.
      *>
      *> The letters go to the auditors to mail, not into the
      *> householded print stream — the auditors keep control of
      *> the envelopes and the replies come to them, not to us.
      *>
      *> The reply file is emptied after it is read, so a rerun
      *> cannot apply a reply twice; a rejected reply has to be
      *> keyed again.
      *>
      *> Input:  data/AUDIT-CONFIRM-PARM.DAT  (LINE SEQ, CNFPARM)
      *>         data/NEW-CUSTOMERS.DAT       (SEQUENTIAL, binary)
      *>         data/AUDIT-HISTORY.DAT       (SEQUENTIAL, binary)
      *>         data/CUST-DEMOGRAPHICS.DAT   (LINE SEQ, CUSTDEMO)
      *>         data/AUDIT-CONFIRM-REPLY.DAT (LINE SEQ, CNFRESP,
      *>                                       consumed)
      *> I/O:    data/AUDIT-CONFIRM-TRACK.DAT (LINE SEQ, CNFTRACK,
      *>                                       rewritten)
      *> Output: data/AUDIT-CONFIRM-LETTERS.TXT (LINE SEQ, print)
      *>         data/AUDIT-CONFIRM-REPORT.TXT  (LINE SEQ, print)
      *>
      *> Return codes:  0 = success,
      *>                4 = balances that failed the proof, replies
      *>                    rejected, or exceptions reported,
      *>                8 = no sample design, file error or table
      *>                    overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDCONF.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO 'data/AUDIT-CONFIRM-PARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'data/AUDIT-HISTORY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DEMO-FILE
               ASSIGN TO 'data/CUST-DEMOGRAPHICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT REPLY-FILE
               ASSIGN TO 'data/AUDIT-CONFIRM-REPLY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLY-STATUS.

           SELECT TRACK-FILE
               ASSIGN TO 'data/AUDIT-CONFIRM-TRACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO 'data/AUDIT-CONFIRM-LETTERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/AUDIT-CONFIRM-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-FILE.
       COPY CNFPARM.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  HISTORY-FILE.
       COPY AUDITREC REPLACING ==AUDIT-RECORD==
                            BY ==HISTORY-RECORD==
                   LEADING ==AUD== BY ==HIS==.

       FD  DEMO-FILE.
       COPY CUSTDEMO.

       FD  REPLY-FILE.
       COPY CNFRESP.

       FD  TRACK-FILE.
       COPY CNFTRACK.

       FD  LETTER-FILE.
       01  LETTER-LINE                    PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                 PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-HIST-STATUS                 PIC XX.
       01  WS-DEMO-STATUS                 PIC XX.
       01  WS-REPLY-STATUS                PIC XX.
       01  WS-TRACK-STATUS                PIC XX.
       01  WS-LETTER-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).
       01  WS-RUN-DAY-NO                  PIC 9(7).
       01  WS-AUDIT-DATE                  PIC 9(8).

      *>----------------------------------------------------------------*
      *> Tracking file — every confirmation ever drawn, held while
      *> the run works it and rewritten whole at the end.
      *>----------------------------------------------------------------*
       01  WS-CT-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CT-TABLE-AREA.
           05  WS-CT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CT-COUNT
                   INDEXED BY WS-CT-IDX.
               10  WS-CT-IMAGE.
                   15  WS-CT-AUDIT-DATE   PIC 9(8).
                   15  WS-CT-ACCT-ID      PIC X(8).
                   15  FILLER             PIC X(104).
       01  WS-SAMPLE-DRAWN-SW             PIC X(1)  VALUE 'N'.
           88  WS-SAMPLE-DRAWN                      VALUE 'Y'.

      *> Tonight's replies, each applied or rejected in key order
       01  WS-RP-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-RP-TABLE-AREA.
           05  WS-RP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RP-COUNT
                   INDEXED BY WS-RP-IDX.
               10  WS-RP-IMAGE            PIC X(80).
       01  WS-REPLY-READ-SW               PIC X(1)  VALUE 'N'.
           88  WS-REPLY-READ                        VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Candidate accounts, master order, with the replay state the
      *> audit-date balance is proved from.
      *>----------------------------------------------------------------*
       01  WS-CA-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-CA-TABLE-AREA.
           05  WS-CA-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CA-COUNT
                   INDEXED BY WS-CA-IDX.
               10  WS-CA-ACCT-ID          PIC X(8).
               10  WS-CA-NAME             PIC X(25).
               10  WS-CA-BRANCH           PIC X(3).
               10  WS-CA-TYPE             PIC X(1).
               10  WS-CA-MASTER-BAL       PIC S9(7)V99.
               10  WS-CA-ASOF-BAL         PIC S9(7)V99.
               10  WS-CA-RUNNING-BAL      PIC S9(7)V99.
               10  WS-CA-ENTRIES          PIC 9(5).
               10  WS-CA-CHAIN-SW         PIC X(1).
                   88  WS-CA-CHAIN-BROKEN     VALUE 'N'.
               10  WS-CA-STRATUM          PIC 9(2).
               10  WS-CA-BAND             PIC 9(1).
               10  WS-CA-PICK-SW          PIC X(1).
                   88  WS-CA-KEY-ITEM         VALUE 'K'.
                   88  WS-CA-RANDOM-PICK      VALUE 'R'.
                   88  WS-CA-PICKED           VALUE 'K' 'R'.

      *>----------------------------------------------------------------*
      *> Strata — account type (savings 1, checking 2, time 3) by
      *> balance band 1-4, numbered (type - 1) * 4 + band.
      *>----------------------------------------------------------------*
       01  WS-STRATUM-TABLE.
           05  WS-ST-ENTRY OCCURS 12 TIMES.
               10  WS-ST-POP              PIC 9(5).
               10  WS-ST-POP-BAL          PIC S9(11)V99.
               10  WS-ST-WANT             PIC 9(3).
               10  WS-ST-SEEN             PIC 9(5).
               10  WS-ST-PICKED           PIC 9(5).
               10  WS-ST-PICK-BAL         PIC S9(11)V99.
       01  WS-ST-IDX                      PIC 9(2).
       01  WS-ST-OFFSET                   PIC 9(2).
       01  WS-TYPE-NO                     PIC 9(1).
       01  WS-BAND-NO                     PIC 9(1).
       01  WS-TYPE-NAMES                  PIC X(30)
           VALUE 'SAVINGS   CHECKING  TIME      '.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME               PIC X(10) OCCURS 3 TIMES.
       01  WS-BAND-LOW                    PIC 9(7)V99.
       01  WS-BAND-HIGH                   PIC 9(7)V99.

      *>----------------------------------------------------------------*
      *> The draw — a multiplicative congruential generator (the
      *> Lehmer/Park-Miller constants), integer throughout so the
      *> same seed gives the same picks on any machine. An account
      *> is taken when seed * (left in stratum) falls under
      *> (still wanted) * modulus: each account then has the same
      *> chance, and the quota is met exactly.
      *>----------------------------------------------------------------*
       01  WS-RAND-SEED                   PIC 9(10).
       01  WS-RAND-MULTIPLIER             PIC 9(5)  VALUE 16807.
       01  WS-RAND-MODULUS                PIC 9(10) VALUE 2147483647.
       01  WS-RAND-PRODUCT                PIC 9(15).
       01  WS-RAND-QUOTIENT               PIC 9(15).
       01  WS-RAND-LEFT                   PIC S9(18).
       01  WS-RAND-WANTED                 PIC S9(18).

       01  WS-KEY-COUNT                   PIC 9(5)  VALUE 0.
       01  WS-KEY-BAL                     PIC S9(11)V99 VALUE 0.
       01  WS-POP-COUNT                   PIC 9(5)  VALUE 0.
       01  WS-POP-BAL                     PIC S9(11)V99 VALUE 0.
       01  WS-PICK-COUNT                  PIC 9(5)  VALUE 0.
       01  WS-PICK-BAL                    PIC S9(11)V99 VALUE 0.

      *>----------------------------------------------------------------*
      *> Demographics — the address block for the letter.
      *>----------------------------------------------------------------*
       01  WS-DEMO-COUNT                  PIC 9(4)  VALUE 0.
       01  WS-DEMO-TABLE-AREA.
           05  WS-DEMO-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DEMO-COUNT
                   INDEXED BY WS-DEMO-IDX.
               10  WS-DEMO-CUST-ID        PIC X(8).
               10  WS-DEMO-ADDR-LINE1     PIC X(30).
               10  WS-DEMO-ADDR-LINE2     PIC X(30).
               10  WS-DEMO-CITY           PIC X(20).
               10  WS-DEMO-STATE          PIC X(2).
               10  WS-DEMO-ZIP            PIC X(9).
       01  WS-DEMO-FOUND-SW               PIC X(1)  VALUE 'N'.
           88  WS-DEMO-FOUND                        VALUE 'Y'.

       01  WS-DUE-DATE                    PIC 9(8).
       01  WS-DIFFERENCE                  PIC S9(7)V99.
       01  WS-DAYS-PAST                   PIC S9(5).
       01  WS-DAYS-PAST-ED                PIC ZZZ9.
       01  WS-REJECT-REASON               PIC X(30).
       01  WS-SUMMARY-CLASS               PIC 9(1).
       01  WS-FORM-NO                     PIC 9(1).
       01  WS-SECTION-SW                  PIC X(1).
           88  WS-SECTION-STARTED                   VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Auditor's summary — outcome by letter form (1 positive,
      *> 2 negative): 1 confirmed, 2 exception reported,
      *> 3 unanswered, 4 negative with the window closed and no
      *> reply, 5 undeliverable.
      *>----------------------------------------------------------------*
       01  WS-SUMMARY-TABLE.
           05  WS-SM-CLASS OCCURS 5 TIMES.
               10  WS-SM-FORM OCCURS 2 TIMES.
                   15  WS-SM-COUNT        PIC 9(5).
                   15  WS-SM-BAL          PIC S9(11)V99.
       01  WS-SM-LABELS.
           05  FILLER                     PIC X(34)
               VALUE 'CONFIRMED - BALANCE AGREED'.
           05  FILLER                     PIC X(34)
               VALUE 'EXCEPTION REPORTED'.
           05  FILLER                     PIC X(34)
               VALUE 'UNANSWERED'.
           05  FILLER                     PIC X(34)
               VALUE 'NO REPLY - NEGATIVE, WINDOW CLOSED'.
           05  FILLER                     PIC X(34)
               VALUE 'UNDELIVERABLE'.
       01  WS-SM-LABEL-TABLE REDEFINES WS-SM-LABELS.
           05  WS-SM-LABEL                PIC X(34) OCCURS 5 TIMES.
       01  WS-SM-TOT-COUNT                PIC 9(5).
       01  WS-SM-TOT-BAL                  PIC S9(11)V99.
       01  WS-SM-FORM-COUNT               PIC 9(5).
       01  WS-SM-FORM-BAL                 PIC S9(11)V99.

       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-HIST-READ               PIC 9(9)  VALUE 0.
       01  WS-CTR-UNPROVED                PIC 9(5)  VALUE 0.
       01  WS-CTR-NOT-DEPOSIT             PIC 9(5)  VALUE 0.
       01  WS-CTR-LETTERS                 PIC 9(5)  VALUE 0.
       01  WS-CTR-NOT-MAILED              PIC 9(5)  VALUE 0.
       01  WS-CTR-REPLIES                 PIC 9(5)  VALUE 0.
       01  WS-CTR-APPLIED                 PIC 9(5)  VALUE 0.
       01  WS-CTR-NEW-EXCEPTIONS          PIC 9(5)  VALUE 0.
       01  WS-CTR-REJECTED                PIC 9(5)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

      *>----------------------------------------------------------------*
      *> Letter text
      *>----------------------------------------------------------------*
       01  LTR-ADDR-LINE.
           05  LTR-ADDR-TEXT              PIC X(90).
       01  LTR-TITLE-LINE.
           05  FILLER                     PIC X(34)
               VALUE 'CONFIRMATION OF DEPOSIT BALANCE - '.
           05  LTR-TITLE-FORM             PIC X(30).
           05  FILLER                     PIC X(26) VALUE SPACES.
       01  LTR-ACCT-LINE.
           05  FILLER                     PIC X(9)  VALUE 'ACCOUNT: '.
           05  LTR-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(9)
               VALUE '   TYPE: '.
           05  LTR-ACCT-TYPE              PIC X(10).
           05  FILLER                     PIC X(14)
               VALUE '   MAILED ON: '.
           05  LTR-MAIL-DATE              PIC 9(8).
           05  FILLER                     PIC X(32) VALUE SPACES.
       01  LTR-AUDITOR-LINE               PIC X(90).

       01  LTR-POSITIVE-TEXT.
           05  FILLER                     PIC X(90) VALUE
               'ARE EXAMINING OUR FINANCIAL STATEMENTS. PLEASE CONFIRM'.
           05  FILLER                     PIC X(90) VALUE
               'DIRECTLY TO THEM THE BALANCE OF YOUR ACCOUNT SHOWN'.
           05  FILLER                     PIC X(90) VALUE
               'BELOW. IF IT AGREES WITH YOUR RECORDS, MARK THE FORM'.
           05  FILLER                     PIC X(90) VALUE
               'AND SIGN IT. IF IT DOES NOT, SHOW THE BALANCE YOUR'.
           05  FILLER                     PIC X(90) VALUE
               'RECORDS GIVE AND ANY DIFFERENCE YOU KNOW OF. EITHER'.
           05  FILLER                     PIC X(90) VALUE
               'WAY, RETURN THE FORM TO THE AUDITORS, NOT TO THE BANK.'.
       01  LTR-POSITIVE-TABLE REDEFINES LTR-POSITIVE-TEXT.
           05  LTR-POSITIVE-ROW           PIC X(90) OCCURS 6 TIMES.

       01  LTR-NEGATIVE-TEXT.
           05  FILLER                     PIC X(90) VALUE
               'ARE EXAMINING OUR FINANCIAL STATEMENTS. PLEASE COMPARE'.
           05  FILLER                     PIC X(90) VALUE
               'THE BALANCE OF YOUR ACCOUNT SHOWN BELOW WITH YOUR OWN'.
           05  FILLER                     PIC X(90) VALUE
               'RECORDS. IF IT AGREES, YOU NEED NOT REPLY. IF IT DOES'.
           05  FILLER                     PIC X(90) VALUE
               'NOT, REPORT THE DIFFERENCE ON THE FORM BELOW DIRECTLY'.
           05  FILLER                     PIC X(90) VALUE
               'TO THE AUDITORS. THIS IS NOT A STATEMENT OR A REQUEST'.
           05  FILLER                     PIC X(90) VALUE
               'FOR PAYMENT; DO NOT SEND FUNDS WITH YOUR REPLY.'.
       01  LTR-NEGATIVE-TABLE REDEFINES LTR-NEGATIVE-TEXT.
           05  LTR-NEGATIVE-ROW           PIC X(90) OCCURS 6 TIMES.

       01  LTR-BALANCE-LINE.
           05  FILLER                     PIC X(27)
               VALUE 'BALANCE PER OUR RECORDS AT '.
           05  LTR-AUDIT-DATE             PIC 9(8).
           05  FILLER                     PIC X(3)  VALUE ':  '.
           05  LTR-BALANCE                PIC $$,$$$,$$9.99.
           05  FILLER                     PIC X(39) VALUE SPACES.
       01  LTR-DUE-LINE.
           05  LTR-DUE-TEXT               PIC X(20).
           05  LTR-DUE-DATE               PIC 9(8).
           05  FILLER                     PIC X(62) VALUE SPACES.

       01  LTR-DETACH-LINE                PIC X(90) VALUE
           '- - - - - - - - - DETACH AND RETURN - - - - - - - - -'.
       01  LTR-FORM-ACCT-LINE.
           05  LTR-FORM-TITLE             PIC X(24).
           05  FILLER                     PIC X(9)  VALUE 'ACCOUNT: '.
           05  LTR-FORM-ACCT-ID           PIC X(8).
           05  FILLER                     PIC X(10)
               VALUE '   AS AT: '.
           05  LTR-FORM-AUDIT-DATE        PIC 9(8).
           05  FILLER                     PIC X(31) VALUE SPACES.
       01  LTR-POS-FORM-TEXT.
           05  FILLER                     PIC X(90) VALUE
               '[ ] THE BALANCE SHOWN IS CORRECT'.
           05  FILLER                     PIC X(90) VALUE
               '[ ] THE BALANCE SHOWN IS NOT CORRECT - MY RECORDS SHOW'.
           05  FILLER                     PIC X(90) VALUE
               '    $______________  DIFFERENCES: ____________________'.
           05  FILLER                     PIC X(90) VALUE
               'SIGNATURE:  ____________________   DATE: __________'.
       01  LTR-POS-FORM-TABLE REDEFINES LTR-POS-FORM-TEXT.
           05  LTR-POS-FORM-ROW           PIC X(90) OCCURS 4 TIMES.
       01  LTR-NEG-FORM-TEXT.
           05  FILLER                     PIC X(90) VALUE
               'THE BALANCE SHOWN IS NOT CORRECT. MY RECORDS SHOW'.
           05  FILLER                     PIC X(90) VALUE
               '    $______________  DIFFERENCES: ____________________'.
           05  FILLER                     PIC X(90) VALUE
               '    ______________________________________________'.
           05  FILLER                     PIC X(90) VALUE
               'SIGNATURE:  ____________________   DATE: __________'.
       01  LTR-NEG-FORM-TABLE REDEFINES LTR-NEG-FORM-TEXT.
           05  LTR-NEG-FORM-ROW           PIC X(90) OCCURS 4 TIMES.
       01  LTR-ROW-IDX                    PIC 9(2).
       01  BLANK-LINE                     PIC X(90) VALUE SPACES.

      *>----------------------------------------------------------------*
      *> Report lines
      *>----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                     PIC X(40)
               VALUE 'AUDIT BALANCE CONFIRMATIONS - AUDIT DATE'.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  HDR-AUDIT-DATE             PIC 9(8).
           05  FILLER                     PIC X(9)  VALUE '   RUN ON'.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(43) VALUE SPACES.
       01  SECTION-LINE                   PIC X(110).

       01  DSN-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  DSN-LABEL                  PIC X(30).
           05  DSN-VALUE                  PIC X(40).
           05  FILLER                     PIC X(36) VALUE SPACES.
       01  DSN-AMOUNT                     PIC $$,$$$,$$9.99.
       01  DSN-NUMBER                     PIC Z(9)9.

       01  STR-HDR-LINE.
           05  FILLER              PIC X(12)  VALUE 'TYPE'.
           05  FILLER              PIC X(6)   VALUE 'BAND'.
           05  FILLER              PIC X(30)  VALUE 'BALANCE RANGE'.
           05  FILLER              PIC X(8)   VALUE ' ACCTS'.
           05  FILLER              PIC X(18)  VALUE '    BALANCE'.
           05  FILLER              PIC X(8)   VALUE ' DRAWN'.
           05  FILLER              PIC X(28)  VALUE '    DRAWN BALANCE'.
       01  STR-LINE.
           05  STR-TYPE                   PIC X(10).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  STR-BAND                   PIC X(4).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  STR-LOW                    PIC ZZZZ,ZZ9.99
                                          BLANK WHEN ZERO.
           05  STR-DASH                   PIC X(3).
           05  STR-HIGH                   PIC ZZZZ,ZZ9.99
                                          BLANK WHEN ZERO.
           05  FILLER                     PIC X(5)  VALUE SPACES.
           05  STR-POP                    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  STR-POP-BAL                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  STR-PICKED                 PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  STR-PICK-BAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  UNP-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(17)  VALUE '   MASTER BALANCE'.
           05  FILLER              PIC X(17)  VALUE '   REPLAYED TO'.
           05  FILLER              PIC X(66)  VALUE '  REASON'.
       01  UNP-LINE.
           05  UNP-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UNP-MASTER-BAL             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UNP-REPLAY-BAL             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UNP-REASON                 PIC X(40).
           05  FILLER                     PIC X(26) VALUE SPACES.

       01  SNT-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(10)  VALUE 'TYPE'.
           05  FILLER              PIC X(6)   VALUE 'BAND'.
           05  FILLER              PIC X(6)   VALUE 'BASIS'.
           05  FILLER              PIC X(5)   VALUE 'FORM'.
           05  FILLER              PIC X(17)  VALUE '    BOOK BALANCE'.
           05  FILLER              PIC X(10)  VALUE 'REPLY BY'.
           05  FILLER              PIC X(41)  VALUE 'NOTE'.
       01  SNT-LINE.
           05  SNT-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SNT-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SNT-TYPE                   PIC X(10).
           05  SNT-BAND                   PIC X(4).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SNT-BASIS                  PIC X(4).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SNT-FORM                   PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SNT-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SNT-DUE-DATE               PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  SNT-NOTE                   PIC X(40).
           05  FILLER                     PIC X(1)  VALUE SPACES.

       01  RSP-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(10)  VALUE 'REPLIED'.
           05  FILLER              PIC X(8)   VALUE 'RESULT'.
           05  FILLER              PIC X(17)  VALUE '    BOOK BALANCE'.
           05  FILLER              PIC X(17)  VALUE '   CUSTOMER SAYS'.
           05  FILLER              PIC X(17)  VALUE '      DIFFERENCE'.
           05  FILLER              PIC X(31)  VALUE '  DETAIL'.
       01  RSP-LINE.
           05  RSP-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RSP-DATE                   PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RSP-RESULT                 PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RSP-BOOK-BAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RSP-CUST-BAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RSP-DIFFERENCE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RSP-DETAIL                 PIC X(30).
           05  FILLER                     PIC X(1)  VALUE SPACES.

       01  UNA-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(5)   VALUE 'BR'.
           05  FILLER              PIC X(5)   VALUE 'FORM'.
           05  FILLER              PIC X(17)  VALUE '    BOOK BALANCE'.
           05  FILLER              PIC X(10)  VALUE 'MAILED'.
           05  FILLER              PIC X(10)  VALUE 'REPLY BY'.
           05  FILLER              PIC X(53)  VALUE 'STATE'.
       01  UNA-LINE.
           05  UNA-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UNA-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UNA-FORM                   PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UNA-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UNA-MAIL-DATE              PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UNA-DUE-DATE               PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  UNA-STATE                  PIC X(40).
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  SUM-HDR-LINE.
           05  FILLER              PIC X(38)  VALUE SPACES.
           05  FILLER              PIC X(24)
               VALUE '   POSITIVE     BALANCE'.
           05  FILLER              PIC X(24)
               VALUE '   NEGATIVE     BALANCE'.
           05  FILLER              PIC X(24)
               VALUE '      TOTAL     BALANCE'.
       01  SUM-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  SUM-LABEL                  PIC X(34).
           05  SUM-POS-COUNT              PIC ZZ,ZZ9.
           05  SUM-POS-BAL                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  SUM-NEG-COUNT              PIC ZZ,ZZ9.
           05  SUM-NEG-BAL                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  SUM-TOT-COUNT              PIC ZZ,ZZ9.
           05  SUM-TOT-BAL                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(4)  VALUE SPACES.

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
               IF NOT WS-SAMPLE-DRAWN
                   PERFORM 2000-DRAW-SAMPLE
               END-IF
           END-IF
           IF WS-RETURN-CODE NOT = 8
               PERFORM 3000-APPLY-REPLIES
               PERFORM 4000-PRINT-EXCEPTIONS
               PERFORM 4500-PRINT-UNANSWERED
               PERFORM 5000-PRINT-SUMMARY
               PERFORM 6000-WRITE-FILES
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- AUDCONF: Audit Balance Confirmations ---'
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
           PERFORM 1100-READ-SAMPLE-DESIGN
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-TRACKING
           PERFORM 1300-LOAD-REPLIES
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'AUDCONF: ERROR opening AUDIT-CONFIRM-REPORT'
                       '.TXT, STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUDIT-DATE TO HDR-AUDIT-DATE
           MOVE WS-RUN-DATE   TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           .

      *>----------------------------------------------------------------*
      *> The sample design is required: without it there is no audit
      *> date to confirm at. Bands must rise, and the audit date
      *> cannot be later than the books.
      *>----------------------------------------------------------------*
       1100-READ-SAMPLE-DESIGN.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'AUDCONF: ERROR - no AUDIT-CONFIRM-PARM.DAT; '
                   'nothing to confirm.'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ PARM-FILE
               AT END
                   MOVE '10' TO WS-PARM-STATUS
           END-READ
           CLOSE PARM-FILE
           EVALUATE TRUE
               WHEN WS-PARM-STATUS NOT = '00'
                   DISPLAY 'AUDCONF: ERROR - AUDIT-CONFIRM-PARM.DAT '
                       'is empty.'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN CFP-AUDIT-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(CFP-AUDIT-DATE)
                       NOT = 0
                   DISPLAY 'AUDCONF: ERROR - audit date '
                       CFP-AUDIT-DATE ' is not a date.'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN CFP-AUDIT-DATE > WS-RUN-DATE
                   DISPLAY 'AUDCONF: ERROR - audit date '
                       CFP-AUDIT-DATE ' is after the processing '
                       'date ' WS-RUN-DATE '.'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN CFP-BAND-TOP(1) = 0
                   OR CFP-BAND-TOP(2) NOT > CFP-BAND-TOP(1)
                   OR CFP-BAND-TOP(3) NOT > CFP-BAND-TOP(2)
                   OR CFP-KEY-AMOUNT NOT > CFP-BAND-TOP(3)
                   DISPLAY 'AUDCONF: ERROR - balance bands must rise '
                       'and stay under the key amount.'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE CFP-AUDIT-DATE TO WS-AUDIT-DATE
                   MOVE CFP-SEED       TO WS-RAND-SEED
           END-EVALUATE
      *> The generator cycles through 1 .. modulus - 1; a seed
      *> outside that range would stick at zero.
           IF WS-RAND-SEED = 0 OR WS-RAND-SEED >= WS-RAND-MODULUS
               MOVE 1 TO WS-RAND-SEED
           END-IF
           .

      *> No tracking file yet is the first audit ever confirmed
       1200-LOAD-TRACKING.
           OPEN INPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = '00'
               DISPLAY 'AUDCONF: no AUDIT-CONFIRM-TRACK.DAT; starting '
                   'a new tracking file.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRACK-STATUS NOT = '00'
               READ TRACK-FILE
                   AT END
                       MOVE '10' TO WS-TRACK-STATUS
                   NOT AT END
                       IF WS-CT-COUNT = 5000
                           DISPLAY 'AUDCONF: ERROR - more than 5000 '
                               'tracked confirmations; table full, '
                               'run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CT-COUNT
                       MOVE CONFIRM-TRACK-RECORD
                           TO WS-CT-IMAGE(WS-CT-COUNT)
                       IF CNF-AUDIT-DATE = WS-AUDIT-DATE
                           SET WS-SAMPLE-DRAWN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRACK-FILE
           .

      *> A file bigger than the table stops the run before it is
      *> emptied, so no reply is lost.
       1300-LOAD-REPLIES.
           OPEN INPUT REPLY-FILE
           IF WS-REPLY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-REPLY-READ TO TRUE
           PERFORM UNTIL WS-REPLY-STATUS NOT = '00'
               READ REPLY-FILE
                   AT END
                       MOVE '10' TO WS-REPLY-STATUS
                   NOT AT END
                       IF WS-RP-COUNT = 1000
                           DISPLAY 'AUDCONF: ERROR - more than 1000 '
                               'replies; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RP-COUNT
                       MOVE CONFIRM-REPLY-RECORD
                           TO WS-RP-IMAGE(WS-RP-COUNT)
               END-READ
           END-PERFORM
           CLOSE REPLY-FILE
           .

      *>================================================================*
      *> DRAW SAMPLE — first run for the audit date only: prove each
      *> candidate's audit-date balance, stratify, draw, and print
      *> a letter for every account drawn.
      *>================================================================*
       2000-DRAW-SAMPLE.
           PERFORM 2100-LOAD-CANDIDATES
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-REPLAY-HISTORY
           PERFORM 2300-PRINT-DESIGN
           MOVE 'N' TO WS-SECTION-SW
           PERFORM 2400-STRATIFY-ONE
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 12
               PERFORM 8200-SPLIT-STRATUM
               MOVE CFP-BAND-SAMPLE(WS-BAND-NO)
                   TO WS-ST-WANT(WS-ST-IDX)
           END-PERFORM
           PERFORM 2500-DRAW-ONE
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
           PERFORM 2600-PRINT-STRATA
           IF WS-CT-COUNT + WS-PICK-COUNT > 5000
               DISPLAY 'AUDCONF: ERROR - sample of ' WS-PICK-COUNT
                   ' would overflow the 5000-row tracking table; '
                   'no letters printed'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2700-LOAD-DEMOGRAPHICS
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = '00'
               DISPLAY 'AUDCONF: ERROR opening AUDIT-CONFIRM-LETTERS'
                       '.TXT, STATUS=' WS-LETTER-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAY-NO + CFP-RESPONSE-DAYS)
           MOVE 'CONFIRMATIONS DRAWN' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM SNT-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 2800-ISSUE-ONE
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
           IF WS-PICK-COUNT = 0
               MOVE 'NO ACCOUNTS DRAWN' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       2100-LOAD-CANDIDATES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'AUDCONF: ERROR opening customer master, '
                       'STATUS=' WS-CUSTF-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-CUST-READ
                       IF (CUST-SAVINGS OR CUST-CHECKING OR CUST-TERM)
                           AND NOT CUST-ESCHEATED
                           AND CUST-OPEN-DATE <= WS-AUDIT-DATE
                           PERFORM 2110-ADD-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       2110-ADD-CANDIDATE.
           IF WS-CA-COUNT = 5000
               DISPLAY 'AUDCONF: ERROR - more than 5000 deposit '
                   'accounts; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CA-COUNT
           SET WS-CA-IDX TO WS-CA-COUNT
           MOVE CUST-ID        TO WS-CA-ACCT-ID(WS-CA-IDX)
           MOVE CUST-NAME      TO WS-CA-NAME(WS-CA-IDX)
           MOVE CUST-BRANCH    TO WS-CA-BRANCH(WS-CA-IDX)
           MOVE CUST-ACCT-TYPE TO WS-CA-TYPE(WS-CA-IDX)
           MOVE CUST-BALANCE   TO WS-CA-MASTER-BAL(WS-CA-IDX)
           MOVE 0              TO WS-CA-ASOF-BAL(WS-CA-IDX)
           MOVE 0              TO WS-CA-RUNNING-BAL(WS-CA-IDX)
           MOVE 0              TO WS-CA-ENTRIES(WS-CA-IDX)
           MOVE 'Y'            TO WS-CA-CHAIN-SW(WS-CA-IDX)
           MOVE 0              TO WS-CA-STRATUM(WS-CA-IDX)
           MOVE 0              TO WS-CA-BAND(WS-CA-IDX)
           MOVE SPACE          TO WS-CA-PICK-SW(WS-CA-IDX)
           .

      *>----------------------------------------------------------------*
      *> REPLAY HISTORY — ASOFBAL's replay, done for every candidate
      *> in one pass: the first applied entry's old balance is the
      *> earliest archived position, each later entry must chain
      *> from the one before, and the last entry dated on or before
      *> the audit date fixes the audit-date balance.
      *>----------------------------------------------------------------*
       2200-REPLAY-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'AUDCONF: No AUDIT-HISTORY.DAT - master '
                   'balances stand as the audit-date balances.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-STATUS NOT = '00'
               READ HISTORY-FILE
                   AT END
                       MOVE '10' TO WS-HIST-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTR-HIST-READ
                       IF HIS-STATUS = 'A'
                           PERFORM 2210-REPLAY-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       2210-REPLAY-ONE-ENTRY.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               OR WS-CA-ACCT-ID(WS-CA-IDX) = HIS-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-CA-IDX > WS-CA-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CA-ENTRIES(WS-CA-IDX) = 0
               MOVE HIS-OLD-BALANCE TO WS-CA-RUNNING-BAL(WS-CA-IDX)
               MOVE HIS-OLD-BALANCE TO WS-CA-ASOF-BAL(WS-CA-IDX)
           END-IF
           IF HIS-OLD-BALANCE NOT = WS-CA-RUNNING-BAL(WS-CA-IDX)
               MOVE 'N' TO WS-CA-CHAIN-SW(WS-CA-IDX)
           END-IF
           MOVE HIS-NEW-BALANCE TO WS-CA-RUNNING-BAL(WS-CA-IDX)
           ADD 1 TO WS-CA-ENTRIES(WS-CA-IDX)
           IF HIS-DATE <= WS-AUDIT-DATE
               MOVE HIS-NEW-BALANCE TO WS-CA-ASOF-BAL(WS-CA-IDX)
           END-IF
           .

       2300-PRINT-DESIGN.
           MOVE 'SAMPLE DESIGN' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'AUDITORS'              TO DSN-LABEL
           MOVE CFP-AUDITOR-NAME        TO DSN-VALUE
           WRITE REPORT-LINE FROM DSN-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RANDOM SEED'           TO DSN-LABEL
           MOVE CFP-SEED                TO DSN-NUMBER
           MOVE DSN-NUMBER              TO DSN-VALUE
           WRITE REPORT-LINE FROM DSN-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'KEY ITEMS AT OR OVER'  TO DSN-LABEL
           MOVE CFP-KEY-AMOUNT          TO DSN-AMOUNT
           MOVE DSN-AMOUNT              TO DSN-VALUE
           WRITE REPORT-LINE FROM DSN-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'POSITIVE FORM AT OR OVER' TO DSN-LABEL
           MOVE CFP-POSITIVE-AMOUNT     TO DSN-AMOUNT
           MOVE DSN-AMOUNT              TO DSN-VALUE
           WRITE REPORT-LINE FROM DSN-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REPLY WINDOW (DAYS)'   TO DSN-LABEL
           MOVE CFP-RESPONSE-DAYS       TO DSN-NUMBER
           MOVE DSN-NUMBER              TO DSN-VALUE
           WRITE REPORT-LINE FROM DSN-LINE
               AFTER ADVANCING 1 LINE
           .

      *>----------------------------------------------------------------*
      *> STRATIFY ONE — prove the balance, then place the account:
      *> out of the population, a key item, or into its stratum.
      *>----------------------------------------------------------------*
       2400-STRATIFY-ONE.
           IF WS-CA-ENTRIES(WS-CA-IDX) = 0
               MOVE WS-CA-MASTER-BAL(WS-CA-IDX)
                   TO WS-CA-ASOF-BAL(WS-CA-IDX)
           ELSE
               IF WS-CA-CHAIN-BROKEN(WS-CA-IDX)
                   MOVE 'BALANCE CHAIN BROKEN IN HISTORY'
                       TO UNP-REASON
                   PERFORM 2410-LIST-UNPROVED
                   EXIT PARAGRAPH
               END-IF
               IF WS-CA-RUNNING-BAL(WS-CA-IDX)
                   NOT = WS-CA-MASTER-BAL(WS-CA-IDX)
                   MOVE 'REPLAY DOES NOT MATCH MASTER BALANCE'
                       TO UNP-REASON
                   PERFORM 2410-LIST-UNPROVED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CA-ASOF-BAL(WS-CA-IDX) NOT > 0
               ADD 1 TO WS-CTR-NOT-DEPOSIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POP-COUNT
           ADD WS-CA-ASOF-BAL(WS-CA-IDX) TO WS-POP-BAL
           IF WS-CA-ASOF-BAL(WS-CA-IDX) >= CFP-KEY-AMOUNT
               SET WS-CA-KEY-ITEM(WS-CA-IDX) TO TRUE
               ADD 1 TO WS-KEY-COUNT
               ADD WS-CA-ASOF-BAL(WS-CA-IDX) TO WS-KEY-BAL
               ADD 1 TO WS-PICK-COUNT
               ADD WS-CA-ASOF-BAL(WS-CA-IDX) TO WS-PICK-BAL
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CA-TYPE(WS-CA-IDX) = 'S'
                   MOVE 1 TO WS-TYPE-NO
               WHEN WS-CA-TYPE(WS-CA-IDX) = 'C'
                   MOVE 2 TO WS-TYPE-NO
               WHEN OTHER
                   MOVE 3 TO WS-TYPE-NO
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CA-ASOF-BAL(WS-CA-IDX) <= CFP-BAND-TOP(1)
                   MOVE 1 TO WS-BAND-NO
               WHEN WS-CA-ASOF-BAL(WS-CA-IDX) <= CFP-BAND-TOP(2)
                   MOVE 2 TO WS-BAND-NO
               WHEN WS-CA-ASOF-BAL(WS-CA-IDX) <= CFP-BAND-TOP(3)
                   MOVE 3 TO WS-BAND-NO
               WHEN OTHER
                   MOVE 4 TO WS-BAND-NO
           END-EVALUATE
           MOVE WS-BAND-NO TO WS-CA-BAND(WS-CA-IDX)
           COMPUTE WS-ST-IDX = (WS-TYPE-NO - 1) * 4 + WS-BAND-NO
           MOVE WS-ST-IDX TO WS-CA-STRATUM(WS-CA-IDX)
           ADD 1 TO WS-ST-POP(WS-ST-IDX)
           ADD WS-CA-ASOF-BAL(WS-CA-IDX) TO WS-ST-POP-BAL(WS-ST-IDX)
           .

       2410-LIST-UNPROVED.
           ADD 1 TO WS-CTR-UNPROVED
           IF NOT WS-SECTION-STARTED
               SET WS-SECTION-STARTED TO TRUE
               MOVE 'BALANCES NOT PROVED - LEFT OUT OF THE SAMPLE'
                   TO SECTION-LINE
               WRITE REPORT-LINE FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES
               WRITE REPORT-LINE FROM UNP-HDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-CA-ACCT-ID(WS-CA-IDX)     TO UNP-ACCT-ID
           MOVE WS-CA-MASTER-BAL(WS-CA-IDX)  TO UNP-MASTER-BAL
           MOVE WS-CA-RUNNING-BAL(WS-CA-IDX) TO UNP-REPLAY-BAL
           WRITE REPORT-LINE FROM UNP-LINE
               AFTER ADVANCING 1 LINE
           .

      *>----------------------------------------------------------------*
      *> DRAW ONE — the generator steps once for every account in a
      *> stratum, picked or not, so the draw depends only on the
      *> seed and the master's order.
      *>----------------------------------------------------------------*
       2500-DRAW-ONE.
           IF WS-CA-STRATUM(WS-CA-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CA-STRATUM(WS-CA-IDX) TO WS-ST-IDX
           COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * WS-RAND-MULTIPLIER
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-SEED
           COMPUTE WS-RAND-LEFT = WS-RAND-SEED *
               (WS-ST-POP(WS-ST-IDX) - WS-ST-SEEN(WS-ST-IDX))
           COMPUTE WS-RAND-WANTED = WS-RAND-MODULUS *
               (WS-ST-WANT(WS-ST-IDX) - WS-ST-PICKED(WS-ST-IDX))
           ADD 1 TO WS-ST-SEEN(WS-ST-IDX)
           IF WS-RAND-LEFT < WS-RAND-WANTED
               SET WS-CA-RANDOM-PICK(WS-CA-IDX) TO TRUE
               ADD 1 TO WS-ST-PICKED(WS-ST-IDX)
               ADD WS-CA-ASOF-BAL(WS-CA-IDX)
                   TO WS-ST-PICK-BAL(WS-ST-IDX)
               ADD 1 TO WS-PICK-COUNT
               ADD WS-CA-ASOF-BAL(WS-CA-IDX) TO WS-PICK-BAL
           END-IF
           .

       2600-PRINT-STRATA.
           MOVE 'POPULATION AND SAMPLE BY STRATUM' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM STR-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 12
               PERFORM 8200-SPLIT-STRATUM
               EVALUATE WS-BAND-NO
                   WHEN 1
                       MOVE 0.01 TO WS-BAND-LOW
                       MOVE CFP-BAND-TOP(1) TO WS-BAND-HIGH
                   WHEN 4
                       COMPUTE WS-BAND-LOW = CFP-BAND-TOP(3) + 0.01
                       COMPUTE WS-BAND-HIGH = CFP-KEY-AMOUNT - 0.01
                   WHEN OTHER
                       COMPUTE WS-BAND-LOW =
                           CFP-BAND-TOP(WS-BAND-NO - 1) + 0.01
                       MOVE CFP-BAND-TOP(WS-BAND-NO) TO WS-BAND-HIGH
               END-EVALUATE
               MOVE SPACES TO STR-TYPE STR-BAND
               MOVE WS-TYPE-NAME(WS-TYPE-NO) TO STR-TYPE
               MOVE WS-BAND-NO               TO STR-BAND
               MOVE WS-BAND-LOW              TO STR-LOW
               MOVE ' - '                    TO STR-DASH
               MOVE WS-BAND-HIGH             TO STR-HIGH
               MOVE WS-ST-POP(WS-ST-IDX)     TO STR-POP
               MOVE WS-ST-POP-BAL(WS-ST-IDX) TO STR-POP-BAL
               MOVE WS-ST-PICKED(WS-ST-IDX)  TO STR-PICKED
               MOVE WS-ST-PICK-BAL(WS-ST-IDX) TO STR-PICK-BAL
               WRITE REPORT-LINE FROM STR-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'ALL TYPES'     TO STR-TYPE
           MOVE 'KEY'           TO STR-BAND
           MOVE CFP-KEY-AMOUNT  TO STR-LOW
           MOVE ' + '           TO STR-DASH
           MOVE 0               TO STR-HIGH
           MOVE WS-KEY-COUNT    TO STR-POP STR-PICKED
           MOVE WS-KEY-BAL      TO STR-POP-BAL STR-PICK-BAL
           WRITE REPORT-LINE FROM STR-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'POPULATION'    TO STR-TYPE
           MOVE SPACES          TO STR-BAND STR-DASH
           MOVE 0               TO STR-LOW STR-HIGH
           MOVE WS-POP-COUNT    TO STR-POP
           MOVE WS-POP-BAL      TO STR-POP-BAL
           MOVE WS-PICK-COUNT   TO STR-PICKED
           MOVE WS-PICK-BAL     TO STR-PICK-BAL
           WRITE REPORT-LINE FROM STR-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ZERO OR OVERDRAWN - NOT DRAWN FROM' TO TOT-LABEL
           MOVE WS-CTR-NOT-DEPOSIT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'BALANCE NOT PROVED - NOT DRAWN FROM' TO TOT-LABEL
           MOVE WS-CTR-UNPROVED TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           .

       2700-LOAD-DEMOGRAPHICS.
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS NOT = '00'
               DISPLAY 'AUDCONF: WARNING - no CUST-DEMOGRAPHICS.DAT; '
                   'no letter can be addressed.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEMO-STATUS NOT = '00'
                   OR WS-DEMO-COUNT = 5000
               READ DEMO-FILE
                   AT END
                       MOVE '10' TO WS-DEMO-STATUS
                   NOT AT END
                       ADD 1 TO WS-DEMO-COUNT
                       MOVE DEMO-CUST-ID
                           TO WS-DEMO-CUST-ID(WS-DEMO-COUNT)
                       MOVE DEMO-ADDR-LINE1
                           TO WS-DEMO-ADDR-LINE1(WS-DEMO-COUNT)
                       MOVE DEMO-ADDR-LINE2
                           TO WS-DEMO-ADDR-LINE2(WS-DEMO-COUNT)
                       MOVE DEMO-CITY
                           TO WS-DEMO-CITY(WS-DEMO-COUNT)
                       MOVE DEMO-STATE
                           TO WS-DEMO-STATE(WS-DEMO-COUNT)
                       MOVE DEMO-ZIP
                           TO WS-DEMO-ZIP(WS-DEMO-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEMO-FILE
           .

      *>================================================================*
      *> ISSUE ONE — a tracking row for every account drawn, and a
      *> letter for every one with a good address. A returned-mail
      *> or missing address is not printed: it goes on the books as
      *> undeliverable for the auditors' alternative procedures.
      *>================================================================*
       2800-ISSUE-ONE.
           IF NOT WS-CA-PICKED(WS-CA-IDX)
               EXIT PARAGRAPH
           END-IF
           INITIALIZE CONFIRM-TRACK-RECORD
           MOVE WS-AUDIT-DATE              TO CNF-AUDIT-DATE
           MOVE WS-CA-ACCT-ID(WS-CA-IDX)   TO CNF-ACCT-ID
           MOVE WS-CA-BRANCH(WS-CA-IDX)    TO CNF-BRANCH
           MOVE WS-CA-TYPE(WS-CA-IDX)      TO CNF-ACCT-TYPE
           MOVE WS-CA-BAND(WS-CA-IDX)      TO CNF-BAND
           MOVE WS-CA-PICK-SW(WS-CA-IDX)   TO CNF-BASIS
           MOVE WS-CA-ASOF-BAL(WS-CA-IDX)  TO CNF-BOOK-BALANCE
           IF CNF-KEY-ITEM
               OR WS-CA-ASOF-BAL(WS-CA-IDX) >= CFP-POSITIVE-AMOUNT
               SET CNF-POSITIVE TO TRUE
           ELSE
               SET CNF-NEGATIVE TO TRUE
           END-IF
           MOVE WS-RUN-DATE                TO CNF-MAIL-DATE
           MOVE WS-DUE-DATE                TO CNF-RESPONSE-DUE
           MOVE 0                          TO CNF-RESP-DATE
           MOVE 0                          TO CNF-CUST-BALANCE
           SET CNF-OUTSTANDING TO TRUE
           MOVE SPACES TO SNT-NOTE
           PERFORM 2810-FIND-DEMOGRAPHICS
           MOVE SPACES              TO MAIL-CHECK-REQUEST
           SET MC-FUNC-CHECK        TO TRUE
           MOVE CNF-ACCT-ID         TO MC-ACCT-ID
           CALL 'MAILCHK' USING MAIL-CHECK-REQUEST
                                MAIL-CHECK-RESPONSE
           EVALUATE TRUE
               WHEN MC-UNDELIVERABLE
                   SET CNF-UNDELIVERABLE TO TRUE
                   STRING 'NOT PRINTED - MAIL RETURNED ' MC-RTS-DATE
                       DELIMITED BY SIZE INTO SNT-NOTE
                   ADD 1 TO WS-CTR-NOT-MAILED
               WHEN NOT WS-DEMO-FOUND
                   SET CNF-UNDELIVERABLE TO TRUE
                   MOVE 'NOT PRINTED - NO ADDRESS ON FILE'
                       TO SNT-NOTE
                   ADD 1 TO WS-CTR-NOT-MAILED
               WHEN OTHER
                   PERFORM 2900-PRINT-LETTER
                   ADD 1 TO WS-CTR-LETTERS
           END-EVALUATE
           ADD 1 TO WS-CT-COUNT
           MOVE CONFIRM-TRACK-RECORD TO WS-CT-IMAGE(WS-CT-COUNT)
           MOVE CNF-ACCT-ID       TO SNT-ACCT-ID
           MOVE CNF-BRANCH        TO SNT-BRANCH
           PERFORM 8100-SET-TYPE-NAME
           MOVE WS-TYPE-NAME(WS-TYPE-NO) TO SNT-TYPE
           IF CNF-KEY-ITEM
               MOVE 'KEY'         TO SNT-BAND
               MOVE 'KEY'         TO SNT-BASIS
           ELSE
               MOVE CNF-BAND      TO SNT-BAND
               MOVE 'RAND'        TO SNT-BASIS
           END-IF
           IF CNF-POSITIVE
               MOVE 'POS'         TO SNT-FORM
           ELSE
               MOVE 'NEG'         TO SNT-FORM
           END-IF
           MOVE CNF-BOOK-BALANCE  TO SNT-BALANCE
           MOVE CNF-RESPONSE-DUE  TO SNT-DUE-DATE
           WRITE REPORT-LINE FROM SNT-LINE
               AFTER ADVANCING 1 LINE
           .

       2810-FIND-DEMOGRAPHICS.
           MOVE 'N' TO WS-DEMO-FOUND-SW
           PERFORM VARYING WS-DEMO-IDX FROM 1 BY 1
               UNTIL WS-DEMO-IDX > WS-DEMO-COUNT
               OR WS-DEMO-CUST-ID(WS-DEMO-IDX) = CNF-ACCT-ID
               CONTINUE
           END-PERFORM
           IF WS-DEMO-IDX NOT > WS-DEMO-COUNT
               SET WS-DEMO-FOUND TO TRUE
           END-IF
           .

      *>================================================================*
      *> PRINT LETTER — address block, the auditors' request in the
      *> form's wording, the balance as of the audit date, and the
      *> reply form to tear off and send to the auditors.
      *>================================================================*
       2900-PRINT-LETTER.
           WRITE LETTER-LINE FROM BLANK-LINE
               AFTER ADVANCING PAGE
           PERFORM 2910-WRITE-ADDRESS-BLOCK
           IF CNF-POSITIVE
               MOVE 'PLEASE REPLY' TO LTR-TITLE-FORM
           ELSE
               MOVE 'REPLY ONLY IF NOT CORRECT' TO LTR-TITLE-FORM
           END-IF
           WRITE LETTER-LINE FROM LTR-TITLE-LINE
               AFTER ADVANCING 2 LINES
           MOVE CNF-ACCT-ID      TO LTR-ACCT-ID
           PERFORM 8100-SET-TYPE-NAME
           MOVE WS-TYPE-NAME(WS-TYPE-NO) TO LTR-ACCT-TYPE
           MOVE CNF-MAIL-DATE    TO LTR-MAIL-DATE
           WRITE LETTER-LINE FROM LTR-ACCT-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO LTR-AUDITOR-LINE
           STRING 'OUR INDEPENDENT AUDITORS, '
                  FUNCTION TRIM(CFP-AUDITOR-NAME) ','
               DELIMITED BY SIZE INTO LTR-AUDITOR-LINE
           WRITE LETTER-LINE FROM LTR-AUDITOR-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING LTR-ROW-IDX FROM 1 BY 1
               UNTIL LTR-ROW-IDX > 6
               IF CNF-POSITIVE
                   WRITE LETTER-LINE
                       FROM LTR-POSITIVE-ROW(LTR-ROW-IDX)
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE LETTER-LINE
                       FROM LTR-NEGATIVE-ROW(LTR-ROW-IDX)
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE CNF-AUDIT-DATE   TO LTR-AUDIT-DATE
           MOVE CNF-BOOK-BALANCE TO LTR-BALANCE
           WRITE LETTER-LINE FROM LTR-BALANCE-LINE
               AFTER ADVANCING 2 LINES
           IF CNF-POSITIVE
               MOVE 'PLEASE REPLY BY:'   TO LTR-DUE-TEXT
           ELSE
               MOVE 'ANY DIFFERENCE BY:' TO LTR-DUE-TEXT
           END-IF
           MOVE CNF-RESPONSE-DUE TO LTR-DUE-DATE
           WRITE LETTER-LINE FROM LTR-DUE-LINE
               AFTER ADVANCING 2 LINES
           WRITE LETTER-LINE FROM LTR-DETACH-LINE
               AFTER ADVANCING 3 LINES
           IF CNF-POSITIVE
               MOVE 'BALANCE CONFIRMATION   ' TO LTR-FORM-TITLE
           ELSE
               MOVE 'EXCEPTION REPORT       ' TO LTR-FORM-TITLE
           END-IF
           MOVE CNF-ACCT-ID      TO LTR-FORM-ACCT-ID
           MOVE CNF-AUDIT-DATE   TO LTR-FORM-AUDIT-DATE
           WRITE LETTER-LINE FROM LTR-FORM-ACCT-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING LTR-ROW-IDX FROM 1 BY 1
               UNTIL LTR-ROW-IDX > 4
               IF CNF-POSITIVE
                   WRITE LETTER-LINE
                       FROM LTR-POS-FORM-ROW(LTR-ROW-IDX)
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE LETTER-LINE
                       FROM LTR-NEG-FORM-ROW(LTR-ROW-IDX)
                       AFTER ADVANCING 2 LINES
               END-IF
           END-PERFORM
           .

       2910-WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO LTR-ADDR-TEXT
           MOVE WS-CA-NAME(WS-CA-IDX) TO LTR-ADDR-TEXT
           WRITE LETTER-LINE FROM LTR-ADDR-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-DEMO-ADDR-LINE1(WS-DEMO-IDX) TO LTR-ADDR-TEXT
           WRITE LETTER-LINE FROM LTR-ADDR-LINE
               AFTER ADVANCING 1 LINE
           IF WS-DEMO-ADDR-LINE2(WS-DEMO-IDX) NOT = SPACES
               MOVE WS-DEMO-ADDR-LINE2(WS-DEMO-IDX) TO LTR-ADDR-TEXT
               WRITE LETTER-LINE FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LTR-ADDR-TEXT
           STRING WS-DEMO-CITY(WS-DEMO-IDX) DELIMITED BY '  '
                  ' '                        DELIMITED BY SIZE
                  WS-DEMO-STATE(WS-DEMO-IDX) DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  WS-DEMO-ZIP(WS-DEMO-IDX)   DELIMITED BY SIZE
               INTO LTR-ADDR-TEXT
           WRITE LETTER-LINE FROM LTR-ADDR-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> APPLY REPLIES — each reply is matched to its tracking row
      *> by audit date and account. Only a row still waiting takes
      *> a reply; anything else is rejected for the audit staff to
      *> look into and key again.
      *>================================================================*
       3000-APPLY-REPLIES.
           MOVE 'REPLIES RECEIVED' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-RP-COUNT = 0
               MOVE 'NO REPLIES KEYED SINCE THE LAST RUN' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM RSP-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 3100-APPLY-ONE-REPLY
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT
           .

       3100-APPLY-ONE-REPLY.
           ADD 1 TO WS-CTR-REPLIES
           MOVE WS-RP-IMAGE(WS-RP-IDX) TO CONFIRM-REPLY-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CNR-ACCT-ID   TO RSP-ACCT-ID
           MOVE CNR-RESP-DATE TO RSP-DATE
           MOVE 0 TO RSP-BOOK-BAL RSP-CUST-BAL RSP-DIFFERENCE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               OR (WS-CT-AUDIT-DATE(WS-CT-IDX) = CNR-AUDIT-DATE
                   AND WS-CT-ACCT-ID(WS-CT-IDX) = CNR-ACCT-ID)
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT (CNR-AGREES OR CNR-EXCEPTION OR CNR-RETURNED)
                   MOVE 'REJECTED - RESULT NOT A/X/R'
                       TO WS-REJECT-REASON
               WHEN WS-CT-IDX > WS-CT-COUNT
                   MOVE 'REJECTED - NOT IN ANY SAMPLE'
                       TO WS-REJECT-REASON
               WHEN CNR-EXCEPTION AND CNR-CUST-BALANCE NOT NUMERIC
                   MOVE 'REJECTED - NO BALANCE GIVEN'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE WS-CT-IMAGE(WS-CT-IDX) TO CONFIRM-TRACK-RECORD
               MOVE CNF-BOOK-BALANCE TO RSP-BOOK-BAL
               IF NOT CNF-OUTSTANDING
                   MOVE 'REJECTED - ALREADY CLOSED'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CTR-REJECTED
               MOVE CNR-RESULT       TO RSP-RESULT
               MOVE WS-REJECT-REASON TO RSP-DETAIL
               WRITE REPORT-LINE FROM RSP-LINE
                   AFTER ADVANCING 1 LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTR-APPLIED
           MOVE CNR-RESP-DATE TO CNF-RESP-DATE
           MOVE CNR-KEYED-BY  TO CNF-KEYED-BY
           EVALUATE TRUE
               WHEN CNR-AGREES
                   SET CNF-CONFIRMED TO TRUE
                   MOVE CNF-BOOK-BALANCE TO CNF-CUST-BALANCE
                   MOVE 'AGREED' TO RSP-RESULT
                   MOVE CNF-BOOK-BALANCE TO RSP-CUST-BAL
                   MOVE SPACES   TO RSP-DETAIL
               WHEN CNR-EXCEPTION
                   SET CNF-EXCEPTION TO TRUE
                   ADD 1 TO WS-CTR-NEW-EXCEPTIONS
                   MOVE CNR-CUST-BALANCE   TO CNF-CUST-BALANCE
                   MOVE CNR-EXCEPTION-TEXT TO CNF-EXCEPTION-TEXT
                   COMPUTE WS-DIFFERENCE =
                       CNR-CUST-BALANCE - CNF-BOOK-BALANCE
                   MOVE 'EXCEPT' TO RSP-RESULT
                   MOVE CNR-CUST-BALANCE   TO RSP-CUST-BAL
                   MOVE WS-DIFFERENCE      TO RSP-DIFFERENCE
                   MOVE CNR-EXCEPTION-TEXT TO RSP-DETAIL
               WHEN OTHER
                   SET CNF-UNDELIVERABLE TO TRUE
                   MOVE 'RTS'    TO RSP-RESULT
                   MOVE 'RETURNED BY THE POST OFFICE' TO RSP-DETAIL
           END-EVALUATE
           MOVE CONFIRM-TRACK-RECORD TO WS-CT-IMAGE(WS-CT-IDX)
           WRITE REPORT-LINE FROM RSP-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> EXCEPTIONS — every difference the audit date's customers
      *> have reported, this run's and earlier runs', for the
      *> auditors to clear.
      *>================================================================*
       4000-PRINT-EXCEPTIONS.
           MOVE 'EXCEPTIONS REPORTED BY CUSTOMERS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO WS-SECTION-SW
           PERFORM 4100-PRINT-ONE-EXCEPTION
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           IF NOT WS-SECTION-STARTED
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       4100-PRINT-ONE-EXCEPTION.
           IF WS-CT-AUDIT-DATE(WS-CT-IDX) NOT = WS-AUDIT-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-IMAGE(WS-CT-IDX) TO CONFIRM-TRACK-RECORD
           IF NOT CNF-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-SECTION-STARTED
               SET WS-SECTION-STARTED TO TRUE
               WRITE REPORT-LINE FROM RSP-HDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           COMPUTE WS-DIFFERENCE = CNF-CUST-BALANCE - CNF-BOOK-BALANCE
           MOVE CNF-ACCT-ID        TO RSP-ACCT-ID
           MOVE CNF-RESP-DATE      TO RSP-DATE
           MOVE 'EXCEPT'           TO RSP-RESULT
           MOVE CNF-BOOK-BALANCE   TO RSP-BOOK-BAL
           MOVE CNF-CUST-BALANCE   TO RSP-CUST-BAL
           MOVE WS-DIFFERENCE      TO RSP-DIFFERENCE
           MOVE CNF-EXCEPTION-TEXT TO RSP-DETAIL
           WRITE REPORT-LINE FROM RSP-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> UNANSWERED — positive letters with no reply yet, and every
      *> letter that could not be delivered: the items the auditors
      *> must either chase or clear by alternative procedures. A
      *> negative letter with no reply is not listed; silence is
      *> its answer once the window closes.
      *>================================================================*
       4500-PRINT-UNANSWERED.
           MOVE 'UNANSWERED AND UNDELIVERABLE' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO WS-SECTION-SW
           PERFORM 4600-PRINT-ONE-UNANSWERED
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           IF NOT WS-SECTION-STARTED
               MOVE 'NONE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       4600-PRINT-ONE-UNANSWERED.
           IF WS-CT-AUDIT-DATE(WS-CT-IDX) NOT = WS-AUDIT-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-IMAGE(WS-CT-IDX) TO CONFIRM-TRACK-RECORD
           EVALUATE TRUE
               WHEN CNF-UNDELIVERABLE
                   IF CNF-RESP-DATE = 0
                       MOVE 'UNDELIVERABLE - NEVER PRINTED'
                           TO UNA-STATE
                   ELSE
                       MOVE 'UNDELIVERABLE - RETURNED BY POST OFFICE'
                           TO UNA-STATE
                   END-IF
               WHEN CNF-OUTSTANDING AND CNF-POSITIVE
                   COMPUTE WS-DAYS-PAST = WS-RUN-DAY-NO -
                       FUNCTION INTEGER-OF-DATE(CNF-RESPONSE-DUE)
                   IF WS-DAYS-PAST > 0
                       MOVE WS-DAYS-PAST TO WS-DAYS-PAST-ED
                       MOVE SPACES TO UNA-STATE
                       STRING 'NO REPLY - '
                           FUNCTION TRIM(WS-DAYS-PAST-ED)
                           ' DAYS PAST DUE'
                           DELIMITED BY SIZE INTO UNA-STATE
                   ELSE
                       MOVE 'AWAITING REPLY' TO UNA-STATE
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF NOT WS-SECTION-STARTED
               SET WS-SECTION-STARTED TO TRUE
               WRITE REPORT-LINE FROM UNA-HDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE CNF-ACCT-ID      TO UNA-ACCT-ID
           MOVE CNF-BRANCH       TO UNA-BRANCH
           IF CNF-POSITIVE
               MOVE 'POS'        TO UNA-FORM
           ELSE
               MOVE 'NEG'        TO UNA-FORM
           END-IF
           MOVE CNF-BOOK-BALANCE TO UNA-BALANCE
           IF CNF-UNDELIVERABLE AND CNF-RESP-DATE = 0
               MOVE SPACES        TO UNA-MAIL-DATE
           ELSE
               MOVE CNF-MAIL-DATE TO UNA-MAIL-DATE
           END-IF
           MOVE CNF-RESPONSE-DUE TO UNA-DUE-DATE
           WRITE REPORT-LINE FROM UNA-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> AUDITOR'S SUMMARY — every item drawn for the audit date in
      *> exactly one outcome, by letter form, with its book balance.
      *>================================================================*
       5000-PRINT-SUMMARY.
           INITIALIZE WS-SUMMARY-TABLE
           PERFORM 5100-CLASSIFY-ONE
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           MOVE 'AUDITOR SUMMARY' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM SUM-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SUMMARY-CLASS FROM 1 BY 1
               UNTIL WS-SUMMARY-CLASS > 5
               MOVE WS-SM-LABEL(WS-SUMMARY-CLASS) TO SUM-LABEL
               MOVE WS-SM-COUNT(WS-SUMMARY-CLASS, 1) TO SUM-POS-COUNT
               MOVE WS-SM-BAL(WS-SUMMARY-CLASS, 1)   TO SUM-POS-BAL
               MOVE WS-SM-COUNT(WS-SUMMARY-CLASS, 2) TO SUM-NEG-COUNT
               MOVE WS-SM-BAL(WS-SUMMARY-CLASS, 2)   TO SUM-NEG-BAL
               COMPUTE WS-SM-TOT-COUNT =
                   WS-SM-COUNT(WS-SUMMARY-CLASS, 1)
                 + WS-SM-COUNT(WS-SUMMARY-CLASS, 2)
               COMPUTE WS-SM-TOT-BAL =
                   WS-SM-BAL(WS-SUMMARY-CLASS, 1)
                 + WS-SM-BAL(WS-SUMMARY-CLASS, 2)
               MOVE WS-SM-TOT-COUNT TO SUM-TOT-COUNT
               MOVE WS-SM-TOT-BAL   TO SUM-TOT-BAL
               WRITE REPORT-LINE FROM SUM-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'ITEMS DRAWN' TO SUM-LABEL
           MOVE 0 TO WS-SM-TOT-COUNT WS-SM-TOT-BAL
           PERFORM VARYING WS-FORM-NO FROM 1 BY 1
               UNTIL WS-FORM-NO > 2
               MOVE 0 TO WS-SM-FORM-COUNT WS-SM-FORM-BAL
               PERFORM VARYING WS-SUMMARY-CLASS FROM 1 BY 1
                   UNTIL WS-SUMMARY-CLASS > 5
                   ADD WS-SM-COUNT(WS-SUMMARY-CLASS, WS-FORM-NO)
                       TO WS-SM-FORM-COUNT
                   ADD WS-SM-BAL(WS-SUMMARY-CLASS, WS-FORM-NO)
                       TO WS-SM-FORM-BAL
               END-PERFORM
               IF WS-FORM-NO = 1
                   MOVE WS-SM-FORM-COUNT TO SUM-POS-COUNT
                   MOVE WS-SM-FORM-BAL   TO SUM-POS-BAL
               ELSE
                   MOVE WS-SM-FORM-COUNT TO SUM-NEG-COUNT
                   MOVE WS-SM-FORM-BAL   TO SUM-NEG-BAL
               END-IF
               ADD WS-SM-FORM-COUNT TO WS-SM-TOT-COUNT
               ADD WS-SM-FORM-BAL   TO WS-SM-TOT-BAL
           END-PERFORM
           MOVE WS-SM-TOT-COUNT TO SUM-TOT-COUNT
           MOVE WS-SM-TOT-BAL   TO SUM-TOT-BAL
           WRITE REPORT-LINE FROM SUM-LINE
               AFTER ADVANCING 2 LINES
           .

       5100-CLASSIFY-ONE.
           IF WS-CT-AUDIT-DATE(WS-CT-IDX) NOT = WS-AUDIT-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-IMAGE(WS-CT-IDX) TO CONFIRM-TRACK-RECORD
           IF CNF-POSITIVE
               MOVE 1 TO WS-FORM-NO
           ELSE
               MOVE 2 TO WS-FORM-NO
           END-IF
           EVALUATE TRUE
               WHEN CNF-CONFIRMED
                   MOVE 1 TO WS-SUMMARY-CLASS
               WHEN CNF-EXCEPTION
                   MOVE 2 TO WS-SUMMARY-CLASS
               WHEN CNF-UNDELIVERABLE
                   MOVE 5 TO WS-SUMMARY-CLASS
               WHEN CNF-NEGATIVE
                   AND CNF-RESPONSE-DUE < WS-RUN-DATE
                   MOVE 4 TO WS-SUMMARY-CLASS
               WHEN OTHER
                   MOVE 3 TO WS-SUMMARY-CLASS
           END-EVALUATE
           ADD 1 TO WS-SM-COUNT(WS-SUMMARY-CLASS, WS-FORM-NO)
           ADD CNF-BOOK-BALANCE
               TO WS-SM-BAL(WS-SUMMARY-CLASS, WS-FORM-NO)
           .

      *>================================================================*
      *> WRITE FILES — tracking rewritten whole; the reply file
      *> emptied so no reply is applied twice.
      *>================================================================*
       6000-WRITE-FILES.
           OPEN OUTPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = '00'
               DISPLAY 'AUDCONF: ERROR opening AUDIT-CONFIRM-TRACK'
                       '.DAT, STATUS=' WS-TRACK-STATUS
                       ' - replies not consumed'
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               WRITE CONFIRM-TRACK-RECORD FROM WS-CT-IMAGE(WS-CT-IDX)
           END-PERFORM
           CLOSE TRACK-FILE
           IF WS-REPLY-READ
               OPEN OUTPUT REPLY-FILE
               CLOSE REPLY-FILE
           END-IF
           .

       8100-SET-TYPE-NAME.
           EVALUATE CNF-ACCT-TYPE
               WHEN 'S'
                   MOVE 1 TO WS-TYPE-NO
               WHEN 'C'
                   MOVE 2 TO WS-TYPE-NO
               WHEN OTHER
                   MOVE 3 TO WS-TYPE-NO
           END-EVALUATE
           .

       8200-SPLIT-STRATUM.
           COMPUTE WS-ST-OFFSET = WS-ST-IDX - 1
           DIVIDE WS-ST-OFFSET BY 4
               GIVING WS-TYPE-NO REMAINDER WS-BAND-NO
           ADD 1 TO WS-TYPE-NO
           ADD 1 TO WS-BAND-NO
           .

       9000-TERMINATE.
           IF WS-LETTER-STATUS = '00'
               CLOSE LETTER-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-UNPROVED > 0
                    OR WS-CTR-REJECTED > 0
                    OR WS-CTR-NEW-EXCEPTIONS > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- AUDCONF Summary ---'
           DISPLAY '  Audit date         : ' WS-AUDIT-DATE
           DISPLAY '  Customers read     : ' WS-CTR-CUST-READ
           DISPLAY '  Balances unproved  : ' WS-CTR-UNPROVED
           DISPLAY '  Accounts drawn     : ' WS-PICK-COUNT
           DISPLAY '  Letters printed    : ' WS-CTR-LETTERS
           DISPLAY '  Not printed        : ' WS-CTR-NOT-MAILED
           DISPLAY '  Replies read       : ' WS-CTR-REPLIES
           DISPLAY '  Replies applied    : ' WS-CTR-APPLIED
           DISPLAY '  Replies rejected   : ' WS-CTR-REJECTED
           DISPLAY '  New exceptions     : ' WS-CTR-NEW-EXCEPTIONS
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
