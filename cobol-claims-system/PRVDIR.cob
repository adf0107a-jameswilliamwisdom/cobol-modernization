      *> off the member master against the in-network providers in
      *> the same and adjacent ZIP prefixes, with any member
      *> concentration that has no reachable network provider
      *> flagged for the regulator's question. Each directory line
      *> carries the contract the provider is under today and its
      *> network tier; a provider under a non-participating contract
      *> is not listed, whatever the provider master says.
      *>
      *> Input:  data/PROVIDER-MASTER.DAT   (SEQUENTIAL, PROVMAST)
      *>         data/MEMBERS.DAT           (SEQUENTIAL, MBRMAST)
      *>         data/CONTRACT-MASTER.DAT   (LINE SEQ, CTRMAST)
      *>         data/PROVIDER-CONTRACTS.DAT (LINE SEQ, PRVCTR)
      *> Output: data/PROVIDER-DIRECTORY.TXT (LINE SEQUENTIAL)
      *>         data/NETWORK-ADEQUACY.TXT   (LINE SEQUENTIAL)
      *>================================================================*
               ASSIGN TO 'data/MEMBERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MBR-STATUS.
           SELECT CONTRACT-MASTER-FILE
               ASSIGN TO 'data/CONTRACT-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.
           SELECT PROVIDER-CONTRACT-FILE
               ASSIGN TO 'data/PROVIDER-CONTRACTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT DIRECTORY-FILE
               ASSIGN TO 'data/PROVIDER-DIRECTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  MEMBER-FILE.
       COPY MBRMAST.

       FD  CONTRACT-MASTER-FILE.
       COPY CTRMAST.

       FD  PROVIDER-CONTRACT-FILE.
       COPY PRVCTR.

       FD  DIRECTORY-FILE.
       01  DIRECTORY-LINE             PIC X(120).

       01  WS-MBR-STATUS              PIC XX.
       01  WS-DIR-STATUS              PIC XX.
       01  WS-ADQ-STATUS              PIC XX.
       01  WS-CON-STATUS              PIC XX.
       01  WS-ASG-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE                PIC 9(8).

       01  WS-REACHABLE               PIC 9(5).
       01  WS-PREFIX-OK               PIC X(1).

      *> Contracts in force today and today's assignments to them
       01  WS-CON-COUNT               PIC 9(3) VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 100.
               10  WS-CON-ID          PIC X(10).
               10  WS-CON-TIER        PIC X(1).
       01  WS-CON-IDX                 PIC 9(3).
       01  WS-ASG-COUNT               PIC 9(4) VALUE 0.
       01  WS-ASG-TABLE.
           05  WS-ASG-ENTRY OCCURS 1000.
               10  WS-ASG-PROVIDER    PIC X(10).
               10  WS-ASG-CONTRACT    PIC X(10).
       01  WS-ASG-IDX                 PIC 9(4).
       01  WS-CUR-CONTRACT            PIC X(10).
       01  WS-CUR-TIER                PIC X(1).

       01  WS-CTR-DIR-LISTED          PIC 9(4) VALUE 0.
       01  WS-CTR-PRV-SKIPPED         PIC 9(4) VALUE 0.
       01  WS-CTR-GAPS                PIC 9(3) VALUE 0.
           05  DIR-DTL-ZIP            PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DIR-DTL-ID             PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  DIR-DTL-CONTRACT       PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  DIR-DTL-TIER           PIC X(4).

       01  ADQ-HDR-LINE               PIC X(100)
           VALUE 'NETWORK ADEQUACY BY ZIP PREFIX'.
           DISPLAY 'PRVDIR - DIRECTORY AND NETWORK ADEQUACY'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM COUNT-MEMBERS-BY-ZIP
           PERFORM LOAD-CONTRACTS
           PERFORM WRITE-DIRECTORY
           PERFORM WRITE-ADEQUACY
           DISPLAY 'PRVDIR COMPLETE'
               MOVE 0 TO WS-ZP-PROVIDERS(WS-ZP-IDX)
           END-IF.

      *>================================================================*
      *> LOAD-CONTRACTS: Contracts and provider assignments in force
      *> today. Both files are optional; a provider under no contract
      *> lists with the contract columns blank.
      *>================================================================*
       LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-MASTER-FILE
           IF WS-CON-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTRACT-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RUN-DATE >= CTR-EFF-DATE
                           AND (CTR-TERM-DATE = 0
                                OR WS-RUN-DATE <= CTR-TERM-DATE)
                           AND WS-CON-COUNT < 100
                           ADD 1 TO WS-CON-COUNT
                           MOVE CTR-CONTRACT-ID
                               TO WS-CON-ID(WS-CON-COUNT)
                           MOVE CTR-NETWORK-TIER
                               TO WS-CON-TIER(WS-CON-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-MASTER-FILE
           OPEN INPUT PROVIDER-CONTRACT-FILE
           IF WS-ASG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-CONTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RUN-DATE >= PCA-EFF-DATE
                           AND (PCA-TERM-DATE = 0
                                OR WS-RUN-DATE <= PCA-TERM-DATE)
                           AND WS-ASG-COUNT < 1000
                           ADD 1 TO WS-ASG-COUNT
                           MOVE PCA-PROVIDER-ID
                               TO WS-ASG-PROVIDER(WS-ASG-COUNT)
                           MOVE PCA-CONTRACT-ID
                               TO WS-ASG-CONTRACT(WS-ASG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-CONTRACT-FILE.

      *>================================================================*
      *> WRITE-DIRECTORY: In-network providers credentialed as of
      *> today go to the publication extract; each one also counts
               ADD 1 TO WS-CTR-PRV-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PROVIDER-CONTRACT
           IF WS-CUR-TIER = 'N'
               ADD 1 TO WS-CTR-PRV-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-CONTRACT TO DIR-DTL-CONTRACT
           EVALUATE WS-CUR-TIER
               WHEN 'P'
                   MOVE 'PREF' TO DIR-DTL-TIER
               WHEN 'S'
                   MOVE 'STD ' TO DIR-DTL-TIER
               WHEN OTHER
                   MOVE SPACES TO DIR-DTL-TIER
           END-EVALUATE
           MOVE PRV-PROVIDER-NAME TO DIR-DTL-NAME
           MOVE PRV-ADDRESS-LINE1 TO DIR-DTL-ADDR
           MOVE PRV-CITY          TO DIR-DTL-CITY
           PERFORM FIND-OR-ADD-PREFIX
           ADD 1 TO WS-ZP-PROVIDERS(WS-ZP-IDX).

       FIND-PROVIDER-CONTRACT.
           MOVE SPACES TO WS-CUR-CONTRACT
           MOVE SPACES TO WS-CUR-TIER
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-PROVIDER(WS-ASG-IDX) = PRV-PROVIDER-ID
                   MOVE WS-ASG-CONTRACT(WS-ASG-IDX) TO WS-CUR-CONTRACT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-ID(WS-CON-IDX) = WS-CUR-CONTRACT
                   AND WS-CUR-CONTRACT NOT = SPACES
                   MOVE WS-CON-TIER(WS-CON-IDX) TO WS-CUR-TIER
               END-IF
           END-PERFORM.

      *>================================================================*
      *> WRITE-ADEQUACY: Each prefix's members against the network
      *> providers in the same and adjacent prefixes — a prefix
