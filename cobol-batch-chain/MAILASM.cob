      *>================================================================*
      *> MAILASM.cob — Print-Vendor Mail Assembly and Householding
      *>
      *> Collects every customer-facing piece the cycle produced —
      *> the statements STMTGEN cut, ESCHNOTE's due-diligence
      *> letters, BNOTICE's B-notice letters, and each row of the
      *> customer-notice feed (event and rate-change notices) — and
      *> builds the one file that goes to the print vendor. Pieces
      *> are householded: every piece whose account's demographics
      *> row carries the same normalized mailing address (case,
      *> punctuation and spacing folded, common street words
      *> abbreviated, ZIP cut to five digits) goes in one envelope,
      *> so a household with four accounts gets one envelope, not
      *> four. Envelopes are written in postal presort order (ZIP,
      *> then address) with envelope and document separators and
      *> counts, per MAILSTRM.cpy.
      *>
      *> A print file splits into pieces at its page breaks, each
      *> piece's account taken from its 'ACCOUNT: ' line. A piece
      *> whose account has no address on file, or an address
      *> flagged as returned mail, is not mailed: it is listed for
      *> the branch instead. The control report reconciles pieces
      *> in to pieces mailed plus pieces held, by source, and
      *> proves the stream against what was sorted into it; only a
      *> balanced run consumes its inputs, so an out-of-balance run
      *> can simply be rerun once the cause is fixed.
      *>
      *> Input:  data/STATEMENTS.TXT          (LINE SEQ, print,
      *>                                       consumed)
      *>         data/ESCHEAT-LETTERS.TXT     (LINE SEQ, print,
      *>                                       consumed)
      *>         data/B-NOTICE-LETTERS.TXT    (LINE SEQ, print,
      *>                                       consumed)
      *>         data/CUSTOMER-NOTICES.DAT    (LINE SEQ, NOTICE,
      *>                                       consumed)
      *>         data/CUST-DEMOGRAPHICS.DAT   (LINE SEQ, CUSTDEMO)
      *>         data/NEW-CUSTOMERS.DAT       (SEQUENTIAL, binary)
      *> Output: data/MAIL-STREAM.DAT         (LINE SEQ, MAILSTRM)
      *>         data/MAIL-ASSEMBLY-REPORT.TXT (LINE SEQ, print)
      *>
      *> Return codes:  0 = success,
      *>                4 = pieces not mailed for want of an address
      *>                    or an account,
      *>                8 = file error, table overflow or the stream
      *>                    out of balance (inputs not consumed)
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAILASM.
       AUTHOR.      BATCH-CHAIN-PIPELINE.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-FILE
               ASSIGN TO 'data/STATEMENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT ESCH-FILE
               ASSIGN TO 'data/ESCHEAT-LETTERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCH-STATUS.

           SELECT BNOT-FILE
               ASSIGN TO 'data/B-NOTICE-LETTERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNOT-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO 'data/CUSTOMER-NOTICES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT DEMO-FILE
               ASSIGN TO 'data/CUST-DEMOGRAPHICS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO 'data/NEW-CUSTOMERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTF-STATUS.

           SELECT MAIL-STREAM-FILE
               ASSIGN TO 'data/MAIL-STREAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'data/MAIL-ASSEMBLY-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PROC-DATE-FILE
               ASSIGN TO 'data/PROCESSING-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'SORTWORK'.

       DATA DIVISION.
       FILE SECTION.

       FD  STMT-FILE.
       01  STMT-LINE                      PIC X(110).

       FD  ESCH-FILE.
       01  ESCH-LINE                      PIC X(110).

       FD  BNOT-FILE.
       01  BNOT-LINE                      PIC X(110).

       FD  NOTICE-FILE.
       COPY NOTICE.

       FD  DEMO-FILE.
       COPY CUSTDEMO.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  MAIL-STREAM-FILE.
       COPY MAILSTRM.

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

      *> Sort Description — one print line of one mailed piece,
      *> keyed into presort order: the household's ZIP and address
      *> key, then account, piece and line so each piece stays
      *> whole and in its own order inside the envelope
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-PRESORT-ZIP           PIC X(9).
           05  SORT-HH-KEY                PIC X(65).
           05  SORT-ACCT-ID               PIC X(8).
           05  SORT-PIECE-SEQ             PIC 9(6).
           05  SORT-LINE-SEQ              PIC 9(4).
           05  SORT-HH-SUB                PIC 9(4).
           05  SORT-SOURCE                PIC X(8).
           05  SORT-DOC-TYPE              PIC X(4).
           05  SORT-TEXT                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-STMT-STATUS                 PIC XX.
       01  WS-ESCH-STATUS                 PIC XX.
       01  WS-BNOT-STATUS                 PIC XX.
       01  WS-NOTICE-STATUS               PIC XX.
       01  WS-DEMO-STATUS                 PIC XX.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-STREAM-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).

      *> Which inputs were on hand, so only those are consumed
       01  WS-STMT-READ-SW                PIC X(1)  VALUE 'N'.
           88  WS-STMT-READ                         VALUE 'Y'.
       01  WS-ESCH-READ-SW                PIC X(1)  VALUE 'N'.
           88  WS-ESCH-READ                         VALUE 'Y'.
       01  WS-BNOT-READ-SW                PIC X(1)  VALUE 'N'.
           88  WS-BNOT-READ                         VALUE 'Y'.
       01  WS-NOTICE-READ-SW              PIC X(1)  VALUE 'N'.
           88  WS-NOTICE-READ                       VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(1)  VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-IN-BALANCE-SW               PIC X(1)  VALUE 'N'.
           88  WS-IN-BALANCE                        VALUE 'Y'.

      *>----------------------------------------------------------------*
      *> Sources — the four feeds pieces come from, with the pieces
      *> and lines each contributed and where its pieces went.
      *>----------------------------------------------------------------*
       01  WS-SRC-NAME-VALUES.
           05  FILLER                     PIC X(8)  VALUE 'STMTGEN'.
           05  FILLER                     PIC X(8)  VALUE 'ESCHNOTE'.
           05  FILLER                     PIC X(8)  VALUE 'BNOTICE'.
           05  FILLER                     PIC X(8)  VALUE 'NOTICES'.
       01  WS-SRC-NAME-TABLE REDEFINES WS-SRC-NAME-VALUES.
           05  WS-SRC-NAME                PIC X(8)  OCCURS 4 TIMES.
       01  WS-SRC-TOTALS-AREA.
           05  WS-SRC-TOTALS OCCURS 4 TIMES.
               10  WS-SRC-IN              PIC 9(7).
               10  WS-SRC-MAILED          PIC 9(7).
               10  WS-SRC-NO-ADDR         PIC 9(7).
               10  WS-SRC-RTS             PIC 9(7).
               10  WS-SRC-NO-ACCT         PIC 9(7).
               10  WS-SRC-LINES-IN        PIC 9(9).
       01  WS-SRC-IDX                     PIC 9(1).

      *>----------------------------------------------------------------*
      *> The piece being assembled — its lines held until the
      *> account is known and the piece is placed or held back.
      *>----------------------------------------------------------------*
       01  WS-DOC-ACCT                    PIC X(8).
       01  WS-DOC-TYPE                    PIC X(4).
       01  WS-DOC-LINE-COUNT              PIC 9(4)  VALUE 0.
       01  WS-DOC-BUFFER.
           05  WS-DOC-LINE OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-DOC-LINE-COUNT
                   INDEXED BY WS-DL-IDX
                                          PIC X(110).
       01  WS-PRINT-LINE                  PIC X(110).
       01  WS-PRINT-WORK                  PIC X(110).
       01  WS-PIECE-SEQ                   PIC 9(6)  VALUE 0.
       01  WS-EXCEPT-REASON               PIC X(32).
       01  WS-PIECE-NAME                  PIC X(25).
       01  WS-NOTICE-TITLE                PIC X(30).

      *>----------------------------------------------------------------*
      *> Demographics lookup — loaded whole at startup, the same
      *> table STMTGEN keeps for its mailing blocks, plus the
      *> returned-mail flag.
      *>----------------------------------------------------------------*
       01  WS-DEMO-COUNT                  PIC 9(3)  VALUE 0.
       01  WS-DEMO-TABLE-AREA.
           05  WS-DEMO-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DEMO-COUNT
                   INDEXED BY WS-DEMO-IDX.
               10  WS-DEMO-CUST-ID        PIC X(8).
               10  WS-DEMO-ADDR-LINE1     PIC X(30).
               10  WS-DEMO-ADDR-LINE2     PIC X(30).
               10  WS-DEMO-CITY           PIC X(20).
               10  WS-DEMO-STATE          PIC X(2).
               10  WS-DEMO-ZIP            PIC X(9).
               10  WS-DEMO-MAIL-STATUS    PIC X(1).
                   88  WS-DEMO-UNDELIVERABLE        VALUE 'U'.

      *> Customer names off the master, for the envelope addressee
       01  WS-MST-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-MST-TABLE-AREA.
           05  WS-MST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-MST-COUNT
                   INDEXED BY WS-MST-IDX.
               10  WS-MST-ACCT-ID         PIC X(8).
               10  WS-MST-NAME            PIC X(25).

      *>----------------------------------------------------------------*
      *> Households — one per normalized mailing address, addressed
      *> from the first member's demographics row, to the first two
      *> distinct names among its members.
      *>----------------------------------------------------------------*
       01  WS-HH-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-HH-TABLE-AREA.
           05  WS-HH-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-HH-COUNT.
               10  WS-HH-KEY              PIC X(65).
               10  WS-HH-ZIP              PIC X(9).
               10  WS-HH-ADDR-LINE1       PIC X(30).
               10  WS-HH-ADDR-LINE2       PIC X(30).
               10  WS-HH-CITY             PIC X(20).
               10  WS-HH-STATE            PIC X(2).
               10  WS-HH-NAME-1           PIC X(25).
               10  WS-HH-NAME-2           PIC X(25).
               10  WS-HH-PIECES           PIC 9(3).
       01  WS-HH-SUB                      PIC 9(4).
       01  WS-HH-KEY-WORK                 PIC X(65).

      *>----------------------------------------------------------------*
      *> Address normalization — the words of address lines 1 and 2
      *> folded to one spacing, with the common street words cut to
      *> their postal abbreviations.
      *>----------------------------------------------------------------*
       01  WS-NORM-IN                     PIC X(61).
       01  WS-NORM-OUT                    PIC X(61).
       01  WS-NORM-OUT-PTR                PIC 9(3).
       01  WS-NORM-POS                    PIC 9(3).
       01  WS-NORM-WORD                   PIC X(20).
       01  WS-NORM-WORD-LEN               PIC 9(2).
       01  WS-ABBREV-VALUES.
           05  FILLER PIC X(20) VALUE 'STREET      ST      '.
           05  FILLER PIC X(20) VALUE 'AVENUE      AVE     '.
           05  FILLER PIC X(20) VALUE 'ROAD        RD      '.
           05  FILLER PIC X(20) VALUE 'DRIVE       DR      '.
           05  FILLER PIC X(20) VALUE 'LANE        LN      '.
           05  FILLER PIC X(20) VALUE 'BOULEVARD   BLVD    '.
           05  FILLER PIC X(20) VALUE 'COURT       CT      '.
           05  FILLER PIC X(20) VALUE 'PLACE       PL      '.
           05  FILLER PIC X(20) VALUE 'CIRCLE      CIR     '.
           05  FILLER PIC X(20) VALUE 'HIGHWAY     HWY     '.
           05  FILLER PIC X(20) VALUE 'PARKWAY     PKWY    '.
           05  FILLER PIC X(20) VALUE 'TERRACE     TER     '.
           05  FILLER PIC X(20) VALUE 'APARTMENT   APT     '.
           05  FILLER PIC X(20) VALUE 'SUITE       STE     '.
           05  FILLER PIC X(20) VALUE 'NORTH       N       '.
           05  FILLER PIC X(20) VALUE 'SOUTH       S       '.
           05  FILLER PIC X(20) VALUE 'EAST        E       '.
           05  FILLER PIC X(20) VALUE 'WEST        W       '.
       01  WS-ABBREV-TABLE REDEFINES WS-ABBREV-VALUES.
           05  WS-AB-ENTRY OCCURS 18 TIMES
                   INDEXED BY WS-AB-IDX.
               10  WS-AB-LONG             PIC X(12).
               10  WS-AB-SHORT            PIC X(8).

      *>----------------------------------------------------------------*
      *> Stream writing — the envelope in progress and the presort
      *> group (three-digit ZIP) it falls in.
      *>----------------------------------------------------------------*
       01  WS-CUR-HH-SUB                  PIC 9(4)  VALUE 0.
       01  WS-CUR-PIECE-SEQ               PIC 9(6)  VALUE 0.
       01  WS-ENV-SEQ                     PIC 9(6)  VALUE 0.
       01  WS-ENV-PIECES                  PIC 9(3)  VALUE 0.
       01  WS-ENV-LINES                   PIC 9(5)  VALUE 0.
       01  WS-CUR-ZIP3                    PIC X(3)  VALUE SPACES.
       01  WS-GRP-ENVELOPES               PIC 9(7)  VALUE 0.
       01  WS-GRP-PIECES                  PIC 9(7)  VALUE 0.

       01  WS-CTR-PIECES-RELEASED         PIC 9(7)  VALUE 0.
       01  WS-CTR-LINES-RELEASED          PIC 9(9)  VALUE 0.
       01  WS-CTR-ENVELOPES               PIC 9(7)  VALUE 0.
       01  WS-CTR-PIECES-WRITTEN          PIC 9(7)  VALUE 0.
       01  WS-CTR-LINES-WRITTEN           PIC 9(9)  VALUE 0.
       01  WS-CTR-EXCEPTIONS              PIC 9(7)  VALUE 0.
       01  WS-TOT-IN                      PIC 9(7)  VALUE 0.
       01  WS-TOT-MAILED                  PIC 9(7)  VALUE 0.
       01  WS-TOT-NO-ADDR                 PIC 9(7)  VALUE 0.
       01  WS-TOT-RTS                     PIC 9(7)  VALUE 0.
       01  WS-TOT-NO-ACCT                 PIC 9(7)  VALUE 0.
       01  WS-TOT-LINES-IN                PIC 9(9)  VALUE 0.
       01  WS-ENV-SAVED                   PIC 9(7)  VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

      *>----------------------------------------------------------------*
      *> Notice piece — a customer-notice row laid out as a short
      *> letter of its own.
      *>----------------------------------------------------------------*
       01  NTC-ACCT-LINE.
           05  FILLER                     PIC X(9)  VALUE 'ACCOUNT: '.
           05  NTC-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(9)  VALUE '   DATE: '.
           05  NTC-DATE                   PIC 9(8).
           05  FILLER                     PIC X(11)
               VALUE '   AMOUNT: '.
           05  NTC-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(53) VALUE SPACES.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(35)
               VALUE 'PRINT-VENDOR MAIL ASSEMBLY - AS OF '.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(67) VALUE SPACES.
       01  SECTION-LINE                   PIC X(110).

       01  EXC-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER              PIC X(10)  VALUE 'SOURCE'.
           05  FILLER              PIC X(6)   VALUE 'TYPE'.
           05  FILLER              PIC X(84)  VALUE 'NOT MAILED'.
       01  EXC-LINE.
           05  EXC-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  EXC-SOURCE                 PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  EXC-DOC-TYPE               PIC X(4).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  EXC-REASON                 PIC X(32).
           05  FILLER                     PIC X(52) VALUE SPACES.

       01  PRS-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'ZIP3'.
           05  FILLER              PIC X(12)  VALUE '   ENVELOPES'.
           05  FILLER              PIC X(88)  VALUE '      PIECES'.
       01  PRS-LINE.
           05  PRS-ZIP3                   PIC X(3).
           05  FILLER                     PIC X(7)  VALUE SPACES.
           05  PRS-ENVELOPES              PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(5)  VALUE SPACES.
           05  PRS-PIECES                 PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(81) VALUE SPACES.

       01  RCN-HDR-LINE.
           05  FILLER              PIC X(10)  VALUE 'SOURCE'.
           05  FILLER              PIC X(11)  VALUE '  PIECES IN'.
           05  FILLER              PIC X(10)  VALUE '    MAILED'.
           05  FILLER              PIC X(10)  VALUE '   NO ADDR'.
           05  FILLER              PIC X(10)  VALUE '  RETURNED'.
           05  FILLER              PIC X(10)  VALUE '   NO ACCT'.
           05  FILLER              PIC X(49)  VALUE '     LINES IN'.
       01  RCN-LINE.
           05  RCN-SOURCE                 PIC X(8).
           05  FILLER                     PIC X(5)  VALUE SPACES.
           05  RCN-IN                     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  RCN-MAILED                 PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  RCN-NO-ADDR                PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  RCN-RTS                    PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(3)  VALUE SPACES.
           05  RCN-NO-ACCT                PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  RCN-LINES-IN               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(37) VALUE SPACES.

       01  TOT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  TOT-LABEL                  PIC X(40).
           05  TOT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(55) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  NONE-TEXT                  PIC X(106).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-PRESORT-ZIP
                   ON ASCENDING KEY SORT-HH-KEY
                   ON ASCENDING KEY SORT-ACCT-ID
                   ON ASCENDING KEY SORT-PIECE-SEQ
                   ON ASCENDING KEY SORT-LINE-SEQ
                   INPUT  PROCEDURE IS 2000-COLLECT-PIECES
                   OUTPUT PROCEDURE IS 3000-WRITE-MAIL-STREAM
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'MAILASM: ERROR - SORT failed, SORT-RETURN='
                       SORT-RETURN
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               PERFORM 6000-PRINT-RECONCILIATION
               IF WS-IN-BALANCE AND WS-RETURN-CODE NOT = 8
                   PERFORM 6500-CONSUME-INPUTS
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- MAILASM: Print-Vendor Mail Assembly ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           INITIALIZE WS-SRC-TOTALS-AREA
           PERFORM 1100-LOAD-DEMOGRAPHICS
           PERFORM 1200-LOAD-MASTER-NAMES
           OPEN OUTPUT MAIL-STREAM-FILE
           IF WS-STREAM-STATUS NOT = '00'
               DISPLAY 'MAILASM: ERROR opening MAIL-STREAM.DAT, '
                       'STATUS=' WS-STREAM-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MAILASM: ERROR opening MAIL-ASSEMBLY-REPORT'
                       '.TXT, STATUS=' WS-RPT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           MOVE 'PIECES NOT MAILED - TO THE BRANCH' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM EXC-HDR-LINE
               AFTER ADVANCING 1 LINE
           .

       1100-LOAD-DEMOGRAPHICS.
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS = '00'
               PERFORM UNTIL WS-DEMO-STATUS NOT = '00'
                       OR WS-DEMO-COUNT = 500
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
                           MOVE DEMO-MAIL-STATUS
                               TO WS-DEMO-MAIL-STATUS(WS-DEMO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEMO-FILE
           END-IF
           .

      *> No master means no names; envelopes still go out, to the
      *> account holder
       1200-LOAD-MASTER-NAMES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUSTF-STATUS NOT = '00'
               READ CUSTOMER-FILE
                   AT END
                       MOVE '10' TO WS-CUSTF-STATUS
                   NOT AT END
                       IF WS-MST-COUNT < 2000
                           ADD 1 TO WS-MST-COUNT
                           MOVE CUST-ID
                               TO WS-MST-ACCT-ID(WS-MST-COUNT)
                           MOVE CUST-NAME
                               TO WS-MST-NAME(WS-MST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

      *>================================================================*
      *> COLLECT PIECES — the SORT's input procedure: every source
      *> split into pieces, each piece placed in its household and
      *> released line by line, or held back and listed.
      *>================================================================*
       2000-COLLECT-PIECES.
           MOVE 1      TO WS-SRC-IDX
           MOVE 'STMT' TO WS-DOC-TYPE
           PERFORM 2100-READ-STATEMENTS
           MOVE 2      TO WS-SRC-IDX
           MOVE 'ESCH' TO WS-DOC-TYPE
           PERFORM 2110-READ-ESCHEAT-LETTERS
           MOVE 3      TO WS-SRC-IDX
           MOVE 'BNOT' TO WS-DOC-TYPE
           PERFORM 2120-READ-B-NOTICE-LETTERS
           MOVE 4      TO WS-SRC-IDX
           PERFORM 2150-READ-NOTICES
           IF WS-CTR-EXCEPTIONS = 0
               MOVE 'EVERY PIECE HAD A MAILABLE ADDRESS' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       2100-READ-STATEMENTS.
           OPEN INPUT STMT-FILE
           IF WS-STMT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-STMT-READ TO TRUE
           MOVE 0 TO WS-DOC-LINE-COUNT
           PERFORM UNTIL WS-STMT-STATUS NOT = '00'
               READ STMT-FILE
                   AT END
                       MOVE '10' TO WS-STMT-STATUS
                   NOT AT END
                       MOVE STMT-LINE TO WS-PRINT-LINE
                       PERFORM 2200-TAKE-PRINT-LINE
               END-READ
           END-PERFORM
           PERFORM 2300-END-PIECE
           CLOSE STMT-FILE
           .

       2110-READ-ESCHEAT-LETTERS.
           OPEN INPUT ESCH-FILE
           IF WS-ESCH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-ESCH-READ TO TRUE
           MOVE 0 TO WS-DOC-LINE-COUNT
           PERFORM UNTIL WS-ESCH-STATUS NOT = '00'
               READ ESCH-FILE
                   AT END
                       MOVE '10' TO WS-ESCH-STATUS
                   NOT AT END
                       MOVE ESCH-LINE TO WS-PRINT-LINE
                       PERFORM 2200-TAKE-PRINT-LINE
               END-READ
           END-PERFORM
           PERFORM 2300-END-PIECE
           CLOSE ESCH-FILE
           .

       2120-READ-B-NOTICE-LETTERS.
           OPEN INPUT BNOT-FILE
           IF WS-BNOT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-BNOT-READ TO TRUE
           MOVE 0 TO WS-DOC-LINE-COUNT
           PERFORM UNTIL WS-BNOT-STATUS NOT = '00'
               READ BNOT-FILE
                   AT END
                       MOVE '10' TO WS-BNOT-STATUS
                   NOT AT END
                       MOVE BNOT-LINE TO WS-PRINT-LINE
                       PERFORM 2200-TAKE-PRINT-LINE
               END-READ
           END-PERFORM
           PERFORM 2300-END-PIECE
           CLOSE BNOT-FILE
           .

      *> Each notice row is a piece of its own
       2150-READ-NOTICES.
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-NOTICE-READ TO TRUE
           PERFORM UNTIL WS-NOTICE-STATUS NOT = '00'
               READ NOTICE-FILE
                   AT END
                       MOVE '10' TO WS-NOTICE-STATUS
                   NOT AT END
                       PERFORM 2160-FORMAT-NOTICE
                       MOVE NOT-ACCT-ID    TO WS-DOC-ACCT
                       MOVE NOT-EVENT-CODE TO WS-DOC-TYPE
                       PERFORM 2400-PLACE-PIECE
               END-READ
           END-PERFORM
           CLOSE NOTICE-FILE
           .

       2160-FORMAT-NOTICE.
           MOVE 0 TO WS-DOC-LINE-COUNT
           EVALUATE TRUE
               WHEN NOT-NSF-FEE
                   MOVE 'INSUFFICIENT FUNDS FEE'  TO WS-NOTICE-TITLE
               WHEN NOT-MAINT-FEE
                   MOVE 'MAINTENANCE FEE'         TO WS-NOTICE-TITLE
               WHEN NOT-FROZEN
                   MOVE 'ACCOUNT FROZEN'          TO WS-NOTICE-TITLE
               WHEN NOT-UNFROZEN
                   MOVE 'ACCOUNT RELEASED'        TO WS-NOTICE-TITLE
               WHEN NOT-LARGE-DEPOSIT
                   MOVE 'LARGE DEPOSIT RECEIVED'  TO WS-NOTICE-TITLE
               WHEN NOT-OPENED
                   MOVE 'ACCOUNT OPENED'          TO WS-NOTICE-TITLE
               WHEN NOT-DISPUTE-DECIDED
                   MOVE 'DISPUTE DECIDED'         TO WS-NOTICE-TITLE
               WHEN NOT-STANDING-ORDER
                   MOVE 'STANDING ORDER CHANGED'  TO WS-NOTICE-TITLE
               WHEN NOT-CERT-MATURED
                   MOVE 'CERTIFICATE MATURED'     TO WS-NOTICE-TITLE
               WHEN NOT-RATE-CHANGE
                   MOVE 'INTEREST RATE CHANGE'    TO WS-NOTICE-TITLE
               WHEN NOT-DECEASED
                   MOVE 'ACCOUNT HOLDER DECEASED' TO WS-NOTICE-TITLE
               WHEN NOT-ESTATE-SETTLED
                   MOVE 'ESTATE SETTLED'          TO WS-NOTICE-TITLE
               WHEN NOT-BOX-RENT-DUE
                   MOVE 'SAFE DEPOSIT BOX RENT DUE'
                       TO WS-NOTICE-TITLE
               WHEN NOT-BOX-PAST-DUE
                   MOVE 'SAFE DEPOSIT BOX PAST DUE'
                       TO WS-NOTICE-TITLE
               WHEN NOT-BOX-LEGAL
                   MOVE 'SAFE DEPOSIT BOX FINAL NOTICE'
                       TO WS-NOTICE-TITLE
               WHEN OTHER
                   MOVE 'ACCOUNT NOTICE'          TO WS-NOTICE-TITLE
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CUSTOMER NOTICE - ' WS-NOTICE-TITLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 2250-ADD-PIECE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 2250-ADD-PIECE-LINE
           MOVE NOT-ACCT-ID TO NTC-ACCT-ID
           MOVE NOT-DATE    TO NTC-DATE
           MOVE NOT-AMOUNT  TO NTC-AMOUNT
           MOVE NTC-ACCT-LINE TO WS-PRINT-LINE
           PERFORM 2250-ADD-PIECE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 2250-ADD-PIECE-LINE
           MOVE NOT-TEXT TO WS-PRINT-LINE
           PERFORM 2250-ADD-PIECE-LINE
           .

      *>================================================================*
      *> TAKE PRINT LINE — a page break (form feed in column one)
      *> closes the piece in hand and starts the next; blank lines
      *> ahead of a piece's first printed line are dropped.
      *>================================================================*
       2200-TAKE-PRINT-LINE.
           IF WS-PRINT-LINE(1:1) = X'0C'
               PERFORM 2300-END-PIECE
               MOVE WS-PRINT-LINE(2:109) TO WS-PRINT-WORK
               MOVE WS-PRINT-WORK TO WS-PRINT-LINE
           END-IF
           IF WS-DOC-LINE-COUNT = 0 AND WS-PRINT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 2250-ADD-PIECE-LINE
           .

      *> The buffer holds the longest statement the cycle prints;
      *> past it the piece cannot be mailed whole
       2250-ADD-PIECE-LINE.
           IF WS-DOC-LINE-COUNT = 1000
               DISPLAY 'MAILASM: ERROR - a ' WS-DOC-TYPE ' piece from '
                   WS-SRC-NAME(WS-SRC-IDX) ' runs past 1000 lines; '
                   'run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DOC-LINE-COUNT
           MOVE WS-PRINT-LINE TO WS-DOC-LINE(WS-DOC-LINE-COUNT)
           .

      *> A print piece names its account on its first line that
      *> starts 'ACCOUNT: ' — statement header and letters alike
       2300-END-PIECE.
           IF WS-DOC-LINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DOC-ACCT
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DOC-LINE-COUNT
               OR WS-DOC-ACCT NOT = SPACES
               IF WS-DOC-LINE(WS-DL-IDX)(1:9) = 'ACCOUNT: '
                   MOVE WS-DOC-LINE(WS-DL-IDX)(10:8) TO WS-DOC-ACCT
               END-IF
           END-PERFORM
           PERFORM 2400-PLACE-PIECE
           MOVE 0 TO WS-DOC-LINE-COUNT
           .

      *>================================================================*
      *> PLACE PIECE — counted in against its source, then either
      *> held back (no account, no address, returned mail) or put
      *> in its household's envelope and released to the sort.
      *>================================================================*
       2400-PLACE-PIECE.
           ADD 1 TO WS-SRC-IN(WS-SRC-IDX)
           ADD WS-DOC-LINE-COUNT TO WS-SRC-LINES-IN(WS-SRC-IDX)
           IF WS-DOC-ACCT = SPACES
               ADD 1 TO WS-SRC-NO-ACCT(WS-SRC-IDX)
               MOVE 'NO ACCOUNT ON THE PIECE' TO WS-EXCEPT-REASON
               PERFORM 2450-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEMO-IDX FROM 1 BY 1
               UNTIL WS-DEMO-IDX > WS-DEMO-COUNT
               OR WS-DEMO-CUST-ID(WS-DEMO-IDX) = WS-DOC-ACCT
               CONTINUE
           END-PERFORM
           IF WS-DEMO-IDX > WS-DEMO-COUNT
               ADD 1 TO WS-SRC-NO-ADDR(WS-SRC-IDX)
               MOVE 'NO ADDRESS ON FILE' TO WS-EXCEPT-REASON
               PERFORM 2450-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-DEMO-UNDELIVERABLE(WS-DEMO-IDX)
               ADD 1 TO WS-SRC-RTS(WS-SRC-IDX)
               MOVE 'ADDRESS FLAGGED RETURNED MAIL' TO WS-EXCEPT-REASON
               PERFORM 2450-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 2500-NORMALIZE-ADDRESS
           PERFORM 2600-FIND-HOUSEHOLD
           PERFORM 2700-ADD-HOUSEHOLD-NAME
           ADD 1 TO WS-HH-PIECES(WS-HH-SUB)
           ADD 1 TO WS-SRC-MAILED(WS-SRC-IDX)
           ADD 1 TO WS-PIECE-SEQ
           ADD 1 TO WS-CTR-PIECES-RELEASED
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DOC-LINE-COUNT
               MOVE WS-HH-ZIP(WS-HH-SUB)   TO SORT-PRESORT-ZIP
               MOVE WS-HH-KEY(WS-HH-SUB)   TO SORT-HH-KEY
               MOVE WS-DOC-ACCT            TO SORT-ACCT-ID
               MOVE WS-PIECE-SEQ           TO SORT-PIECE-SEQ
               SET SORT-LINE-SEQ           TO WS-DL-IDX
               MOVE WS-HH-SUB              TO SORT-HH-SUB
               MOVE WS-SRC-NAME(WS-SRC-IDX) TO SORT-SOURCE
               MOVE WS-DOC-TYPE            TO SORT-DOC-TYPE
               MOVE WS-DOC-LINE(WS-DL-IDX) TO SORT-TEXT
               RELEASE SORT-RECORD
               ADD 1 TO WS-CTR-LINES-RELEASED
           END-PERFORM
           .

       2450-WRITE-EXCEPTION.
           ADD 1 TO WS-CTR-EXCEPTIONS
           MOVE WS-DOC-ACCT             TO EXC-ACCT-ID
           MOVE WS-SRC-NAME(WS-SRC-IDX) TO EXC-SOURCE
           MOVE WS-DOC-TYPE             TO EXC-DOC-TYPE
           MOVE WS-EXCEPT-REASON        TO EXC-REASON
           WRITE REPORT-LINE FROM EXC-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> NORMALIZE ADDRESS — the household key: five-digit ZIP, then
      *> address lines 1 and 2 upper-cased, punctuation dropped, one
      *> space between words and street words abbreviated, so '12
      *> Oak Street, Apt. 4' and '12 OAK ST APT 4' are one address.
      *>================================================================*
       2500-NORMALIZE-ADDRESS.
           MOVE SPACES TO WS-NORM-IN
           MOVE SPACES TO WS-NORM-OUT
           MOVE SPACES TO WS-NORM-WORD
           MOVE 0 TO WS-NORM-WORD-LEN
           MOVE 1 TO WS-NORM-OUT-PTR
           STRING WS-DEMO-ADDR-LINE1(WS-DEMO-IDX) ' '
               WS-DEMO-ADDR-LINE2(WS-DEMO-IDX)
               DELIMITED BY SIZE INTO WS-NORM-IN
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           INSPECT WS-NORM-IN REPLACING ALL '.' BY SPACE
                                        ALL ',' BY SPACE
                                        ALL '#' BY SPACE
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
               UNTIL WS-NORM-POS > 61
               IF WS-NORM-IN(WS-NORM-POS:1) = SPACE
                   PERFORM 2510-FLUSH-WORD
               ELSE
                   IF WS-NORM-WORD-LEN < 20
                       ADD 1 TO WS-NORM-WORD-LEN
                       MOVE WS-NORM-IN(WS-NORM-POS:1)
                           TO WS-NORM-WORD(WS-NORM-WORD-LEN:1)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2510-FLUSH-WORD
           MOVE SPACES TO WS-HH-KEY-WORK
           MOVE WS-DEMO-ZIP(WS-DEMO-IDX)(1:5) TO WS-HH-KEY-WORK(1:5)
           MOVE WS-NORM-OUT TO WS-HH-KEY-WORK(6:60)
           .

       2510-FLUSH-WORD.
           IF WS-NORM-WORD-LEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
               UNTIL WS-AB-IDX > 18
               OR WS-AB-LONG(WS-AB-IDX) = WS-NORM-WORD
               CONTINUE
           END-PERFORM
           IF WS-AB-IDX NOT > 18
               MOVE WS-AB-SHORT(WS-AB-IDX) TO WS-NORM-WORD
           END-IF
           IF WS-NORM-OUT-PTR > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-NORM-OUT WITH POINTER WS-NORM-OUT-PTR
           END-IF
           STRING WS-NORM-WORD DELIMITED BY SPACE
               INTO WS-NORM-OUT WITH POINTER WS-NORM-OUT-PTR
           MOVE SPACES TO WS-NORM-WORD
           MOVE 0 TO WS-NORM-WORD-LEN
           .

      *> Past the table's end pieces could only be mailed loose,
      *> which is what householding exists to stop — end the run
       2600-FIND-HOUSEHOLD.
           PERFORM VARYING WS-HH-SUB FROM 1 BY 1
               UNTIL WS-HH-SUB > WS-HH-COUNT
               OR WS-HH-KEY(WS-HH-SUB) = WS-HH-KEY-WORK
               CONTINUE
           END-PERFORM
           IF WS-HH-SUB NOT > WS-HH-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-HH-COUNT = 2000
               DISPLAY 'MAILASM: ERROR - more than 2000 households; '
                   'table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HH-COUNT
           MOVE WS-HH-COUNT TO WS-HH-SUB
           MOVE WS-HH-KEY-WORK TO WS-HH-KEY(WS-HH-SUB)
           MOVE WS-DEMO-ZIP(WS-DEMO-IDX)   TO WS-HH-ZIP(WS-HH-SUB)
           MOVE WS-DEMO-ADDR-LINE1(WS-DEMO-IDX)
               TO WS-HH-ADDR-LINE1(WS-HH-SUB)
           MOVE WS-DEMO-ADDR-LINE2(WS-DEMO-IDX)
               TO WS-HH-ADDR-LINE2(WS-HH-SUB)
           MOVE WS-DEMO-CITY(WS-DEMO-IDX)  TO WS-HH-CITY(WS-HH-SUB)
           MOVE WS-DEMO-STATE(WS-DEMO-IDX) TO WS-HH-STATE(WS-HH-SUB)
           MOVE SPACES TO WS-HH-NAME-1(WS-HH-SUB)
           MOVE SPACES TO WS-HH-NAME-2(WS-HH-SUB)
           MOVE 0      TO WS-HH-PIECES(WS-HH-SUB)
           .

       2700-ADD-HOUSEHOLD-NAME.
           MOVE 'ACCOUNT HOLDER' TO WS-PIECE-NAME
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT
               OR WS-MST-ACCT-ID(WS-MST-IDX) = WS-DOC-ACCT
               CONTINUE
           END-PERFORM
           IF WS-MST-IDX NOT > WS-MST-COUNT
               MOVE WS-MST-NAME(WS-MST-IDX) TO WS-PIECE-NAME
           END-IF
           IF WS-HH-NAME-1(WS-HH-SUB) = SPACES
               MOVE WS-PIECE-NAME TO WS-HH-NAME-1(WS-HH-SUB)
           ELSE
           IF WS-HH-NAME-2(WS-HH-SUB) = SPACES
               AND WS-PIECE-NAME NOT = WS-HH-NAME-1(WS-HH-SUB)
               MOVE WS-PIECE-NAME TO WS-HH-NAME-2(WS-HH-SUB)
           END-IF
           END-IF
           .

      *>================================================================*
      *> WRITE MAIL STREAM — the SORT's output procedure: lines come
      *> back in presort order; a new household opens an envelope,
      *> a new piece writes its separator. Envelopes are tallied by
      *> three-digit ZIP for the presort summary as they go.
      *>================================================================*
       3000-WRITE-MAIL-STREAM.
           MOVE 'PRESORT SUMMARY - ENVELOPES BY 3-DIGIT ZIP'
               TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM PRS-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SORT-HH-SUB NOT = WS-CUR-HH-SUB
                           PERFORM 3100-CLOSE-ENVELOPE
                           PERFORM 3200-OPEN-ENVELOPE
                       END-IF
                       IF SORT-PIECE-SEQ NOT = WS-CUR-PIECE-SEQ
                           PERFORM 3300-WRITE-PIECE-HEADER
                       END-IF
                       PERFORM 3400-WRITE-PIECE-LINE
               END-RETURN
           END-PERFORM
           PERFORM 3100-CLOSE-ENVELOPE
           PERFORM 3500-PRINT-PRESORT-GROUP
           IF WS-CTR-ENVELOPES = 0
               MOVE 'NOTHING TO MAIL THIS CYCLE' TO NONE-TEXT
               WRITE REPORT-LINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           INITIALIZE MAIL-STREAM-RECORD
           SET MS-FILE-TRAILER TO TRUE
           MOVE 0                     TO MS-ENV-SEQ
           MOVE WS-RUN-DATE           TO MS-FT-RUN-DATE
           MOVE WS-CTR-ENVELOPES      TO MS-FT-ENVELOPES
           MOVE WS-CTR-PIECES-WRITTEN TO MS-FT-PIECES
           MOVE WS-CTR-LINES-WRITTEN  TO MS-FT-LINES
           WRITE MAIL-STREAM-RECORD
           .

       3100-CLOSE-ENVELOPE.
           IF WS-CUR-HH-SUB = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE MAIL-STREAM-RECORD
           SET MS-ENVELOPE-TRAILER TO TRUE
           MOVE WS-ENV-SEQ    TO MS-ENV-SEQ
           MOVE WS-ENV-PIECES TO MS-ET-PIECES
           MOVE WS-ENV-LINES  TO MS-ET-LINES
           WRITE MAIL-STREAM-RECORD
           .

       3200-OPEN-ENVELOPE.
           MOVE SORT-HH-SUB TO WS-CUR-HH-SUB
           IF WS-HH-ZIP(WS-CUR-HH-SUB)(1:3) NOT = WS-CUR-ZIP3
               OR WS-CTR-ENVELOPES = 0
               PERFORM 3500-PRINT-PRESORT-GROUP
               MOVE WS-HH-ZIP(WS-CUR-HH-SUB)(1:3) TO WS-CUR-ZIP3
           END-IF
           ADD 1 TO WS-CTR-ENVELOPES
           ADD 1 TO WS-GRP-ENVELOPES
           ADD WS-HH-PIECES(WS-CUR-HH-SUB) TO WS-GRP-PIECES
           ADD 1 TO WS-ENV-SEQ
           MOVE 0 TO WS-ENV-PIECES
           MOVE 0 TO WS-ENV-LINES
           MOVE 0 TO WS-CUR-PIECE-SEQ
           INITIALIZE MAIL-STREAM-RECORD
           SET MS-ENVELOPE-HEADER TO TRUE
           MOVE WS-ENV-SEQ TO MS-ENV-SEQ
           MOVE WS-HH-ZIP(WS-CUR-HH-SUB)     TO MS-EH-PRESORT-ZIP
           MOVE WS-HH-PIECES(WS-CUR-HH-SUB)  TO MS-EH-PIECES
           MOVE WS-HH-NAME-1(WS-CUR-HH-SUB)  TO MS-EH-NAME-1
           MOVE WS-HH-NAME-2(WS-CUR-HH-SUB)  TO MS-EH-NAME-2
           MOVE WS-HH-ADDR-LINE1(WS-CUR-HH-SUB) TO MS-EH-ADDR-LINE1
           MOVE WS-HH-ADDR-LINE2(WS-CUR-HH-SUB) TO MS-EH-ADDR-LINE2
           MOVE WS-HH-CITY(WS-CUR-HH-SUB)    TO MS-EH-CITY
           MOVE WS-HH-STATE(WS-CUR-HH-SUB)   TO MS-EH-STATE
           WRITE MAIL-STREAM-RECORD
           .

       3300-WRITE-PIECE-HEADER.
           MOVE SORT-PIECE-SEQ TO WS-CUR-PIECE-SEQ
           ADD 1 TO WS-ENV-PIECES
           ADD 1 TO WS-CTR-PIECES-WRITTEN
           INITIALIZE MAIL-STREAM-RECORD
           SET MS-DOCUMENT-HEADER TO TRUE
           MOVE WS-ENV-SEQ    TO MS-ENV-SEQ
           MOVE WS-ENV-PIECES TO MS-DH-PIECE-NO
           MOVE SORT-ACCT-ID  TO MS-DH-ACCT-ID
           MOVE SORT-SOURCE   TO MS-DH-SOURCE
           MOVE SORT-DOC-TYPE TO MS-DH-DOC-TYPE
           WRITE MAIL-STREAM-RECORD
           .

       3400-WRITE-PIECE-LINE.
           INITIALIZE MAIL-STREAM-RECORD
           SET MS-DOCUMENT-LINE TO TRUE
           MOVE WS-ENV-SEQ TO MS-ENV-SEQ
           MOVE SORT-TEXT  TO MS-DL-TEXT
           WRITE MAIL-STREAM-RECORD
           ADD 1 TO WS-ENV-LINES
           ADD 1 TO WS-CTR-LINES-WRITTEN
           .

       3500-PRINT-PRESORT-GROUP.
           IF WS-GRP-ENVELOPES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-ZIP3      TO PRS-ZIP3
           MOVE WS-GRP-ENVELOPES TO PRS-ENVELOPES
           MOVE WS-GRP-PIECES    TO PRS-PIECES
           WRITE REPORT-LINE FROM PRS-LINE
               AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-GRP-ENVELOPES
           MOVE 0 TO WS-GRP-PIECES
           .

      *>================================================================*
      *> PRINT RECONCILIATION — pieces in by source against pieces
      *> mailed and held, then the stream proved against the sort:
      *> every piece in is mailed or held, and every piece and line
      *> released is in the stream.
      *>================================================================*
       6000-PRINT-RECONCILIATION.
           MOVE 'RECONCILIATION - PIECES IN TO PIECES MAILED'
               TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM RCN-HDR-LINE
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 4
               MOVE WS-SRC-NAME(WS-SRC-IDX)     TO RCN-SOURCE
               MOVE WS-SRC-IN(WS-SRC-IDX)       TO RCN-IN
               MOVE WS-SRC-MAILED(WS-SRC-IDX)   TO RCN-MAILED
               MOVE WS-SRC-NO-ADDR(WS-SRC-IDX)  TO RCN-NO-ADDR
               MOVE WS-SRC-RTS(WS-SRC-IDX)      TO RCN-RTS
               MOVE WS-SRC-NO-ACCT(WS-SRC-IDX)  TO RCN-NO-ACCT
               MOVE WS-SRC-LINES-IN(WS-SRC-IDX) TO RCN-LINES-IN
               WRITE REPORT-LINE FROM RCN-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-SRC-IN(WS-SRC-IDX)       TO WS-TOT-IN
               ADD WS-SRC-MAILED(WS-SRC-IDX)   TO WS-TOT-MAILED
               ADD WS-SRC-NO-ADDR(WS-SRC-IDX)  TO WS-TOT-NO-ADDR
               ADD WS-SRC-RTS(WS-SRC-IDX)      TO WS-TOT-RTS
               ADD WS-SRC-NO-ACCT(WS-SRC-IDX)  TO WS-TOT-NO-ACCT
               ADD WS-SRC-LINES-IN(WS-SRC-IDX) TO WS-TOT-LINES-IN
           END-PERFORM
           MOVE 'TOTAL'          TO RCN-SOURCE
           MOVE WS-TOT-IN        TO RCN-IN
           MOVE WS-TOT-MAILED    TO RCN-MAILED
           MOVE WS-TOT-NO-ADDR   TO RCN-NO-ADDR
           MOVE WS-TOT-RTS       TO RCN-RTS
           MOVE WS-TOT-NO-ACCT   TO RCN-NO-ACCT
           MOVE WS-TOT-LINES-IN  TO RCN-LINES-IN
           WRITE REPORT-LINE FROM RCN-LINE
               AFTER ADVANCING 2 LINES
           IF WS-TOT-MAILED > WS-CTR-ENVELOPES
               COMPUTE WS-ENV-SAVED = WS-TOT-MAILED - WS-CTR-ENVELOPES
           END-IF
           MOVE 'PIECES RELEASED TO THE SORT'  TO TOT-LABEL
           MOVE WS-CTR-PIECES-RELEASED         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'PIECES WRITTEN TO THE STREAM' TO TOT-LABEL
           MOVE WS-CTR-PIECES-WRITTEN          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LINES RELEASED TO THE SORT'   TO TOT-LABEL
           MOVE WS-CTR-LINES-RELEASED          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LINES WRITTEN TO THE STREAM'  TO TOT-LABEL
           MOVE WS-CTR-LINES-WRITTEN           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ENVELOPES'                    TO TOT-LABEL
           MOVE WS-CTR-ENVELOPES               TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ENVELOPES SAVED BY HOUSEHOLDING' TO TOT-LABEL
           MOVE WS-ENV-SAVED                   TO TOT-COUNT
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-TOT-IN = WS-TOT-MAILED + WS-TOT-NO-ADDR + WS-TOT-RTS
                          + WS-TOT-NO-ACCT
               AND WS-TOT-MAILED = WS-CTR-PIECES-RELEASED
               AND WS-CTR-PIECES-RELEASED = WS-CTR-PIECES-WRITTEN
               AND WS-CTR-LINES-RELEASED = WS-CTR-LINES-WRITTEN
               SET WS-IN-BALANCE TO TRUE
               MOVE 'CONTROL: IN BALANCE - INPUTS CONSUMED'
                   TO NONE-TEXT
           ELSE
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'CONTROL: OUT OF BALANCE - INPUTS NOT CONSUMED'
                   TO NONE-TEXT
               DISPLAY 'MAILASM: ERROR - mail stream out of balance '
                   'with the pieces collected'
           END-IF
           WRITE REPORT-LINE FROM NONE-LINE
               AFTER ADVANCING 2 LINES
           .

      *> The pieces are in the stream; emptied so none is mailed
      *> twice by a later cycle's assembly
       6500-CONSUME-INPUTS.
           IF WS-STMT-READ
               OPEN OUTPUT STMT-FILE
               CLOSE STMT-FILE
           END-IF
           IF WS-ESCH-READ
               OPEN OUTPUT ESCH-FILE
               CLOSE ESCH-FILE
           END-IF
           IF WS-BNOT-READ
               OPEN OUTPUT BNOT-FILE
               CLOSE BNOT-FILE
           END-IF
           IF WS-NOTICE-READ
               OPEN OUTPUT NOTICE-FILE
               CLOSE NOTICE-FILE
           END-IF
           .

       9000-TERMINATE.
           IF WS-STREAM-STATUS = '00'
               CLOSE MAIL-STREAM-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-TOT-NO-ADDR > 0 OR WS-TOT-NO-ACCT > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- MAILASM Summary ---'
           DISPLAY '  Pieces in          : ' WS-TOT-IN
           DISPLAY '  Pieces mailed      : ' WS-TOT-MAILED
           DISPLAY '  Held - no address  : ' WS-TOT-NO-ADDR
           DISPLAY '  Held - returned    : ' WS-TOT-RTS
           DISPLAY '  Held - no account  : ' WS-TOT-NO-ACCT
           DISPLAY '  Envelopes          : ' WS-CTR-ENVELOPES
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
