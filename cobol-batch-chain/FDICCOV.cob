      *>================================================================*
      *> FDICCOV.cob — FDIC Deposit-Insurance Coverage Calculation
      *>
      *> Works out how much of each depositor's money is insured.
      *> Every deposit account on NEW-CUSTOMERS.DAT with money in it
      *> (balance plus accrued interest) is given to its owners:
      *>   - an account with one owner goes whole to that owner in
      *>     the single-ownership category (SGL);
      *>   - a joint account (CUST-IS-JOINT) is split in equal shares
      *>     between the primary owner and the co-owner named by
      *>     CUST-SECONDARY-ID, in the joint category (JNT). When
      *>     both owners turn out to be the same tax ID, the account
      *>     is really single-owner and is treated that way.
      *> Owners are identified by tax ID from CUST-DEMOGRAPHICS.DAT
      *> (the co-owner's from their own account's row, as MAINTFEE
      *> householding does), so one person's accounts aggregate
      *> across branches. An owner with no tax ID on file stands
      *> alone under the account ID and is flagged.
      *>
      *> Each owner's total in each category is covered up to the
      *> standard maximum; the remainder is uninsured. Loans and
      *> overdrawn accounts hold no deposit and are left out.
      *>
      *> Input:  data/NEW-CUSTOMERS.DAT      (SEQUENTIAL, CUSTREC)
      *>         data/CUST-DEMOGRAPHICS.DAT  (LINE SEQUENTIAL,
      *>                                      CUSTDEMO)
      *> Output: data/FDIC-COVERAGE-REPORT.TXT (LINE SEQUENTIAL,
      *>                                        print — by depositor)
      *>         data/FDIC-DEPOSITOR.DAT     (LINE SEQUENTIAL,
      *>                                      FDICDEP — failure file)
      *>         data/FDIC-OVER-LIMIT.TXT    (LINE SEQUENTIAL,
      *>                                      print — by branch)
      *>
      *> Return codes:  0 = coverage calculated,
      *>                4 = calculated, with owners lacking a tax ID
      *>                    or joint co-owners not on the master,
      *>                8 = file error or table overflow
      *>================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FDICCOV.
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

           SELECT REPORT-FILE
               ASSIGN TO 'data/FDIC-COVERAGE-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DEPOSITOR-FILE
               ASSIGN TO 'data/FDIC-DEPOSITOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT OVER-LIMIT-FILE
               ASSIGN TO 'data/FDIC-OVER-LIMIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVL-STATUS.

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

       FD  REPORT-FILE.
       01  REPORT-LINE                    PIC X(110).

       FD  DEPOSITOR-FILE.
       COPY FDICDEP.

       FD  OVER-LIMIT-FILE.
       01  OVER-LIMIT-LINE                PIC X(110).

       FD  PROC-DATE-FILE.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  WS-CUSTF-STATUS                PIC XX.
       01  WS-DEMO-STATUS                 PIC XX.
       01  WS-RPT-STATUS                  PIC XX.
       01  WS-DEP-STATUS                  PIC XX.
       01  WS-OVL-STATUS                  PIC XX.
       01  WS-PDATE-STATUS                PIC XX.

       01  WS-RUN-DATE                    PIC 9(8).

      *>----------------------------------------------------------------*
      *> Standard maximum deposit insurance amount, per owner per
      *> ownership category. Adjust here if the limit changes.
      *>----------------------------------------------------------------*
       01  WS-COVERAGE-LIMIT              PIC 9(9)V99 VALUE 250000.00.

      *>----------------------------------------------------------------*
      *> Deposit accounts with money in them, loaded whole, with the
      *> owner's tax ID folded in from the demographics master.
      *>----------------------------------------------------------------*
       01  WS-AC-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-AC-TABLE-AREA.
           05  WS-AC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-AC-COUNT
                   INDEXED BY WS-AC-IDX WS-AC2-IDX.
               10  WS-AC-ID               PIC X(8).
               10  WS-AC-NAME             PIC X(25).
               10  WS-AC-BRANCH           PIC X(3).
               10  WS-AC-TYPE             PIC X(1).
               10  WS-AC-AMOUNT           PIC 9(9)V99.
               10  WS-AC-JOINT-IND        PIC X(1).
               10  WS-AC-SECONDARY-ID     PIC X(8).
               10  WS-AC-SECONDARY-NAME   PIC X(25).
               10  WS-AC-TAX-ID           PIC X(9).

      *>----------------------------------------------------------------*
      *> Co-owner tax IDs — every master row, deposit or not, since a
      *> joint co-owner may be named by an account of any kind.
      *>----------------------------------------------------------------*
       01  WS-TX-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-TX-TABLE-AREA.
           05  WS-TX-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-TX-COUNT
                   INDEXED BY WS-TX-IDX.
               10  WS-TX-ACCT-ID          PIC X(8).
               10  WS-TX-TAX-ID           PIC X(9).

      *>----------------------------------------------------------------*
      *> Owner shares — one row per owner per account.
      *>----------------------------------------------------------------*
       01  WS-AL-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-AL-TABLE-AREA.
           05  WS-AL-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-AL-COUNT
                   INDEXED BY WS-AL-IDX.
               10  WS-AL-OWNER-KEY.
                   15  WS-AL-OWNER-ID-TYPE PIC X(1).
                   15  WS-AL-OWNER-ID     PIC X(9).
               10  WS-AL-OWNER-NAME       PIC X(25).
               10  WS-AL-CATEGORY         PIC X(3).
               10  WS-AL-AC-SUB           PIC 9(5).
               10  WS-AL-OWNERS           PIC 9(1).
               10  WS-AL-AMOUNT           PIC 9(9)V99.
               10  WS-AL-INSURED          PIC 9(9)V99.
               10  WS-AL-UNINSURED        PIC 9(9)V99.
               10  WS-AL-OS-SUB           PIC 9(5).

      *>----------------------------------------------------------------*
      *> Depositor summary — one row per owner per category.
      *>----------------------------------------------------------------*
       01  WS-OS-COUNT                    PIC 9(5)  VALUE 0.
       01  WS-OS-TABLE-AREA.
           05  WS-OS-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-OS-COUNT
                   INDEXED BY WS-OS-IDX.
               10  WS-OS-OWNER-KEY.
                   15  WS-OS-OWNER-ID-TYPE PIC X(1).
                   15  WS-OS-OWNER-ID     PIC X(9).
               10  WS-OS-OWNER-NAME       PIC X(25).
               10  WS-OS-CATEGORY         PIC X(3).
               10  WS-OS-ACCTS            PIC 9(4).
               10  WS-OS-TOTAL            PIC 9(11)V99.
               10  WS-OS-INSURED          PIC 9(11)V99.
               10  WS-OS-UNINSURED        PIC 9(11)V99.
               10  WS-OS-INS-LEFT         PIC 9(11)V99.

      *>----------------------------------------------------------------*
      *> Branches seen, in master order, for the over-limit list
      *>----------------------------------------------------------------*
       01  WS-BR-COUNT                    PIC 9(3)  VALUE 0.
       01  WS-BR-TABLE-AREA.
           05  WS-BR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BR-COUNT
                   INDEXED BY WS-BR-IDX.
               10  WS-BR-ID               PIC X(3).

      *> The share being given to an owner
       01  WS-NEW-OWNER-KEY.
           05  WS-NEW-OWNER-ID-TYPE       PIC X(1).
           05  WS-NEW-OWNER-ID            PIC X(9).
       01  WS-NEW-OWNER-NAME              PIC X(25).
       01  WS-NEW-CATEGORY                PIC X(3).
       01  WS-NEW-OWNERS                  PIC 9(1).
       01  WS-NEW-AMOUNT                  PIC 9(9)V99.
       01  WS-CO-OWNER-KEY.
           05  WS-CO-OWNER-ID-TYPE        PIC X(1).
           05  WS-CO-OWNER-ID             PIC X(9).
       01  WS-PRIMARY-KEY.
           05  WS-PRIMARY-ID-TYPE         PIC X(1).
           05  WS-PRIMARY-ID              PIC X(9).
       01  WS-HALF-AMOUNT                 PIC 9(9)V99.
       01  WS-AC-SUB                      PIC 9(5).
       01  WS-SHOWN-SW                    PIC X(1).
           88  WS-BRANCH-SHOWN                      VALUE 'Y'.

       01  WS-CTR-CUST-READ               PIC 9(7)  VALUE 0.
       01  WS-CTR-NO-TAX-ID               PIC 9(5)  VALUE 0.
       01  WS-CTR-CO-OWNER-MISSING        PIC 9(5)  VALUE 0.
       01  WS-CTR-SAME-OWNER              PIC 9(5)  VALUE 0.
       01  WS-CTR-OVER-LIMIT              PIC 9(5)  VALUE 0.
       01  WS-CTR-DEP-WRITTEN             PIC 9(7)  VALUE 0.
       01  WS-TOT-DEPOSITS                PIC 9(11)V99 VALUE 0.
       01  WS-TOT-INSURED                 PIC 9(11)V99 VALUE 0.
       01  WS-TOT-UNINSURED               PIC 9(11)V99 VALUE 0.
       01  WS-RETURN-CODE                 PIC 9     VALUE 0.

       01  HDR-LINE-1.
           05  FILLER                     PIC X(47)
               VALUE 'DEPOSIT INSURANCE COVERAGE BY DEPOSITOR - AS OF'.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  HDR-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(54) VALUE SPACES.
       01  HDR-LINE-2.
           05  FILLER              PIC X(11)  VALUE 'OWNER ID'.
           05  FILLER              PIC X(26)  VALUE 'NAME'.
           05  FILLER              PIC X(5)   VALUE 'CAT'.
           05  FILLER              PIC X(6)   VALUE 'ACCTS'.
           05  FILLER              PIC X(13)  VALUE '     DEPOSITS'.
           05  FILLER              PIC X(17)  VALUE
                                       '          INSURED'.
           05  FILLER              PIC X(17)  VALUE
                                       '        UNINSURED'.
           05  FILLER              PIC X(15)  VALUE SPACES.
       01  DTL-LINE.
           05  DTL-OWNER-ID-TYPE          PIC X(1).
           05  DTL-OWNER-ID               PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-OWNER-NAME             PIC X(25).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  DTL-CATEGORY               PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-ACCTS                  PIC ZZZ9.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-TOTAL                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  DTL-INSURED                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  DTL-UNINSURED              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  DTL-FLAG                   PIC X(12).
       01  TOT-LINE.
           05  TOT-LABEL                  PIC X(48).
           05  TOT-DEPOSITS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  TOT-INSURED                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  TOT-UNINSURED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(6)  VALUE SPACES.
       01  CNT-LINE.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  CNT-LABEL                  PIC X(40).
           05  CNT-COUNT                  PIC ZZ,ZZ9.
           05  FILLER                     PIC X(60) VALUE SPACES.

       01  OVL-HDR-LINE-1.
           05  FILLER                     PIC X(43)
               VALUE 'DEPOSITORS OVER THE INSURANCE LIMIT - AS OF'.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  OVL-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(58) VALUE SPACES.
       01  OVL-BRANCH-LINE.
           05  FILLER                     PIC X(8)  VALUE 'BRANCH '.
           05  OVL-BRANCH                 PIC X(3).
           05  FILLER                     PIC X(99) VALUE SPACES.
       01  OVL-HDR-LINE-2.
           05  FILLER              PIC X(11)  VALUE '  ACCOUNT'.
           05  FILLER              PIC X(11)  VALUE 'OWNER ID'.
           05  FILLER              PIC X(26)  VALUE 'NAME'.
           05  FILLER              PIC X(5)   VALUE 'CAT'.
           05  FILLER              PIC X(13)  VALUE 'OWNER''S SHARE'.
           05  FILLER              PIC X(17)  VALUE
                                       '  OWNER UNINSURED'.
           05  FILLER              PIC X(27)  VALUE SPACES.
       01  OVL-DTL-LINE.
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OVL-ACCT-ID                PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  OVL-OWNER-ID-TYPE          PIC X(1).
           05  OVL-OWNER-ID               PIC X(9).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  OVL-OWNER-NAME             PIC X(25).
           05  FILLER                     PIC X(1)  VALUE SPACES.
           05  OVL-CATEGORY               PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  OVL-SHARE                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(4)  VALUE SPACES.
           05  OVL-UNINSURED              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(27) VALUE SPACES.
       01  OVL-NONE-LINE                  PIC X(110)
           VALUE 'NO DEPOSITOR IS OVER THE LIMIT.'.
       01  BLANK-LINE                     PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RETURN-CODE NOT = 8
               PERFORM 2000-ASSIGN-OWNERS
               PERFORM 3000-APPLY-COVERAGE
               PERFORM 4000-WRITE-DEPOSITOR-FILE
               PERFORM 5000-PRINT-COVERAGE
               PERFORM 6000-PRINT-OVER-LIMIT
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN
           .

       1000-INITIALIZE.
           DISPLAY '--- FDICCOV: Deposit Insurance Coverage ---'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-STATUS = '00'
               READ PROC-DATE-FILE
                   NOT AT END
                       MOVE PD-CURRENT-DATE TO WS-RUN-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           PERFORM 1100-LOAD-MASTER
           IF WS-RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-TAX-IDS
           OPEN OUTPUT DEPOSITOR-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'FDICCOV: ERROR opening FDIC-DEPOSITOR.DAT, '
                       'STATUS=' WS-DEP-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT OVER-LIMIT-FILE
           .

      *>================================================================*
      *> LOAD MASTER — deposit accounts holding money go into the
      *> account table; every row goes into the tax-ID table so a
      *> co-owner can be looked up whatever their own account is.
      *>================================================================*
       1100-LOAD-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTF-STATUS NOT = '00'
               DISPLAY 'FDICCOV: ERROR opening customer master, '
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
                       IF WS-TX-COUNT = 5000
                           DISPLAY 'FDICCOV: ERROR - more than 5000 '
                               'accounts; table full, run abandoned'
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE WS-RETURN-CODE TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TX-COUNT
                       MOVE CUST-ID TO WS-TX-ACCT-ID(WS-TX-COUNT)
                       MOVE SPACES  TO WS-TX-TAX-ID(WS-TX-COUNT)
                       IF NOT CUST-LOAN AND CUST-BALANCE > 0
                           PERFORM 1150-ADD-DEPOSIT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       1150-ADD-DEPOSIT-ACCOUNT.
           ADD 1 TO WS-AC-COUNT
           MOVE CUST-ID        TO WS-AC-ID(WS-AC-COUNT)
           MOVE CUST-NAME      TO WS-AC-NAME(WS-AC-COUNT)
           MOVE CUST-BRANCH    TO WS-AC-BRANCH(WS-AC-COUNT)
           MOVE CUST-ACCT-TYPE TO WS-AC-TYPE(WS-AC-COUNT)
      *> Insurance covers interest earned to the date of failure,
      *> posted or not
           COMPUTE WS-AC-AMOUNT(WS-AC-COUNT) =
               CUST-BALANCE + CUST-ACCRUED-INT
           MOVE CUST-JOINT-IND TO WS-AC-JOINT-IND(WS-AC-COUNT)
           MOVE CUST-SECONDARY-ID
               TO WS-AC-SECONDARY-ID(WS-AC-COUNT)
           MOVE CUST-SECONDARY-NAME
               TO WS-AC-SECONDARY-NAME(WS-AC-COUNT)
           MOVE SPACES         TO WS-AC-TAX-ID(WS-AC-COUNT)
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               OR WS-BR-ID(WS-BR-IDX) = CUST-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT = 200
                   DISPLAY 'FDICCOV: ERROR - more than 200 branches; '
                       'table full, run abandoned'
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BR-COUNT
               MOVE CUST-BRANCH TO WS-BR-ID(WS-BR-COUNT)
           END-IF
           .

      *>----------------------------------------------------------------*
      *> Tax IDs off the demographics master; an account with no row
      *> keeps a blank tax ID. No file at all means every owner is
      *> identified by account alone.
      *>----------------------------------------------------------------*
       1200-LOAD-TAX-IDS.
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS NOT = '00'
               DISPLAY 'FDICCOV: WARNING - no CUST-DEMOGRAPHICS.DAT; '
                   'owners identified by account only.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEMO-STATUS NOT = '00'
               READ DEMO-FILE
                   AT END
                       MOVE '10' TO WS-DEMO-STATUS
                   NOT AT END
                       PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                           UNTIL WS-TX-IDX > WS-TX-COUNT
                           IF WS-TX-ACCT-ID(WS-TX-IDX) = DEMO-CUST-ID
                               MOVE DEMO-TAX-ID
                                   TO WS-TX-TAX-ID(WS-TX-IDX)
                           END-IF
                       END-PERFORM
                       PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                           UNTIL WS-AC-IDX > WS-AC-COUNT
                           IF WS-AC-ID(WS-AC-IDX) = DEMO-CUST-ID
                               MOVE DEMO-TAX-ID
                                   TO WS-AC-TAX-ID(WS-AC-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE DEMO-FILE
           .

      *>================================================================*
      *> ASSIGN OWNERS — each deposit account's money to its owners
      *> and ownership category.
      *>================================================================*
       2000-ASSIGN-OWNERS.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               SET WS-AC-SUB TO WS-AC-IDX
               IF WS-AC-TAX-ID(WS-AC-IDX) = SPACES
                   MOVE 'A' TO WS-PRIMARY-ID-TYPE
                   MOVE WS-AC-ID(WS-AC-IDX) TO WS-PRIMARY-ID
                   ADD 1 TO WS-CTR-NO-TAX-ID
               ELSE
                   MOVE 'T' TO WS-PRIMARY-ID-TYPE
                   MOVE WS-AC-TAX-ID(WS-AC-IDX) TO WS-PRIMARY-ID
               END-IF
               IF WS-AC-JOINT-IND(WS-AC-IDX) = 'Y'
                   AND WS-AC-SECONDARY-ID(WS-AC-IDX) NOT = SPACES
                   PERFORM 2100-FIND-CO-OWNER
               END-IF
               IF WS-AC-JOINT-IND(WS-AC-IDX) = 'Y'
                   AND WS-AC-SECONDARY-ID(WS-AC-IDX) NOT = SPACES
                   AND WS-CO-OWNER-KEY NOT = WS-PRIMARY-KEY
                   PERFORM 2200-SPLIT-JOINT
               ELSE
                   IF WS-AC-JOINT-IND(WS-AC-IDX) = 'Y'
                       AND WS-AC-SECONDARY-ID(WS-AC-IDX) NOT = SPACES
                       ADD 1 TO WS-CTR-SAME-OWNER
                   END-IF
                   MOVE WS-PRIMARY-KEY          TO WS-NEW-OWNER-KEY
                   MOVE WS-AC-NAME(WS-AC-IDX)   TO WS-NEW-OWNER-NAME
                   MOVE 'SGL'                   TO WS-NEW-CATEGORY
                   MOVE 1                       TO WS-NEW-OWNERS
                   MOVE WS-AC-AMOUNT(WS-AC-IDX) TO WS-NEW-AMOUNT
                   PERFORM 2500-ADD-OWNER-SHARE
               END-IF
           END-PERFORM
           .

      *>----------------------------------------------------------------*
      *> The co-owner's tax ID from their own account's demographics
      *> row; a co-owner not on the master, or with no tax ID, stands
      *> under their own ID.
      *>----------------------------------------------------------------*
       2100-FIND-CO-OWNER.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TX-COUNT
               OR WS-TX-ACCT-ID(WS-TX-IDX)
                  = WS-AC-SECONDARY-ID(WS-AC-IDX)
               CONTINUE
           END-PERFORM
           IF WS-TX-IDX > WS-TX-COUNT
               DISPLAY 'FDICCOV: WARNING - joint co-owner '
                   WS-AC-SECONDARY-ID(WS-AC-IDX) ' of '
                   WS-AC-ID(WS-AC-IDX) ' is not on the master.'
               ADD 1 TO WS-CTR-CO-OWNER-MISSING
               MOVE 'A' TO WS-CO-OWNER-ID-TYPE
               MOVE WS-AC-SECONDARY-ID(WS-AC-IDX) TO WS-CO-OWNER-ID
           ELSE
               IF WS-TX-TAX-ID(WS-TX-IDX) = SPACES
                   MOVE 'A' TO WS-CO-OWNER-ID-TYPE
                   MOVE WS-AC-SECONDARY-ID(WS-AC-IDX)
                       TO WS-CO-OWNER-ID
                   ADD 1 TO WS-CTR-NO-TAX-ID
               ELSE
                   MOVE 'T' TO WS-CO-OWNER-ID-TYPE
                   MOVE WS-TX-TAX-ID(WS-TX-IDX) TO WS-CO-OWNER-ID
               END-IF
           END-IF
           .

      *>----------------------------------------------------------------*
      *> Equal shares; the odd cent, if any, goes to the co-owner.
      *>----------------------------------------------------------------*
       2200-SPLIT-JOINT.
           COMPUTE WS-HALF-AMOUNT = WS-AC-AMOUNT(WS-AC-IDX) / 2
           MOVE WS-PRIMARY-KEY           TO WS-NEW-OWNER-KEY
           MOVE WS-AC-NAME(WS-AC-IDX)    TO WS-NEW-OWNER-NAME
           MOVE 'JNT'                    TO WS-NEW-CATEGORY
           MOVE 2                        TO WS-NEW-OWNERS
           MOVE WS-HALF-AMOUNT           TO WS-NEW-AMOUNT
           PERFORM 2500-ADD-OWNER-SHARE
           MOVE WS-CO-OWNER-KEY          TO WS-NEW-OWNER-KEY
           MOVE WS-AC-SECONDARY-NAME(WS-AC-IDX)
                                         TO WS-NEW-OWNER-NAME
           COMPUTE WS-NEW-AMOUNT =
               WS-AC-AMOUNT(WS-AC-IDX) - WS-HALF-AMOUNT
           PERFORM 2500-ADD-OWNER-SHARE
           .

       2500-ADD-OWNER-SHARE.
           IF WS-AL-COUNT = 10000
               DISPLAY 'FDICCOV: ERROR - more than 10000 owner '
                   'shares; table full, run abandoned'
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-OS-IDX FROM 1 BY 1
               UNTIL WS-OS-IDX > WS-OS-COUNT
               OR (WS-OS-OWNER-KEY(WS-OS-IDX) = WS-NEW-OWNER-KEY
                   AND WS-OS-CATEGORY(WS-OS-IDX) = WS-NEW-CATEGORY)
               CONTINUE
           END-PERFORM
           IF WS-OS-IDX > WS-OS-COUNT
               ADD 1 TO WS-OS-COUNT
               SET WS-OS-IDX TO WS-OS-COUNT
               MOVE WS-NEW-OWNER-KEY  TO WS-OS-OWNER-KEY(WS-OS-IDX)
               MOVE WS-NEW-OWNER-NAME TO WS-OS-OWNER-NAME(WS-OS-IDX)
               MOVE WS-NEW-CATEGORY   TO WS-OS-CATEGORY(WS-OS-IDX)
               MOVE 0 TO WS-OS-ACCTS(WS-OS-IDX)
               MOVE 0 TO WS-OS-TOTAL(WS-OS-IDX)
               MOVE 0 TO WS-OS-INSURED(WS-OS-IDX)
               MOVE 0 TO WS-OS-UNINSURED(WS-OS-IDX)
               MOVE 0 TO WS-OS-INS-LEFT(WS-OS-IDX)
           END-IF
           ADD 1 TO WS-OS-ACCTS(WS-OS-IDX)
           ADD WS-NEW-AMOUNT TO WS-OS-TOTAL(WS-OS-IDX)
           ADD 1 TO WS-AL-COUNT
           MOVE WS-NEW-OWNER-KEY  TO WS-AL-OWNER-KEY(WS-AL-COUNT)
           MOVE WS-NEW-OWNER-NAME TO WS-AL-OWNER-NAME(WS-AL-COUNT)
           MOVE WS-NEW-CATEGORY   TO WS-AL-CATEGORY(WS-AL-COUNT)
           MOVE WS-AC-SUB         TO WS-AL-AC-SUB(WS-AL-COUNT)
           MOVE WS-NEW-OWNERS     TO WS-AL-OWNERS(WS-AL-COUNT)
           MOVE WS-NEW-AMOUNT     TO WS-AL-AMOUNT(WS-AL-COUNT)
           MOVE 0                 TO WS-AL-INSURED(WS-AL-COUNT)
           MOVE 0                 TO WS-AL-UNINSURED(WS-AL-COUNT)
           SET WS-AL-OS-SUB(WS-AL-COUNT) TO WS-OS-IDX
           .

      *>================================================================*
      *> APPLY COVERAGE — the limit against each owner's total in
      *> each category, then that coverage spread over the owner's
      *> shares in master order until it is used up.
      *>================================================================*
       3000-APPLY-COVERAGE.
           PERFORM VARYING WS-OS-IDX FROM 1 BY 1
               UNTIL WS-OS-IDX > WS-OS-COUNT
               IF WS-OS-TOTAL(WS-OS-IDX) > WS-COVERAGE-LIMIT
                   MOVE WS-COVERAGE-LIMIT TO WS-OS-INSURED(WS-OS-IDX)
                   COMPUTE WS-OS-UNINSURED(WS-OS-IDX) =
                       WS-OS-TOTAL(WS-OS-IDX) - WS-COVERAGE-LIMIT
                   ADD 1 TO WS-CTR-OVER-LIMIT
               ELSE
                   MOVE WS-OS-TOTAL(WS-OS-IDX)
                       TO WS-OS-INSURED(WS-OS-IDX)
               END-IF
               MOVE WS-OS-INSURED(WS-OS-IDX)
                   TO WS-OS-INS-LEFT(WS-OS-IDX)
               ADD WS-OS-TOTAL(WS-OS-IDX)     TO WS-TOT-DEPOSITS
               ADD WS-OS-INSURED(WS-OS-IDX)   TO WS-TOT-INSURED
               ADD WS-OS-UNINSURED(WS-OS-IDX) TO WS-TOT-UNINSURED
           END-PERFORM
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT
               SET WS-OS-IDX TO WS-AL-OS-SUB(WS-AL-IDX)
               IF WS-AL-AMOUNT(WS-AL-IDX) > WS-OS-INS-LEFT(WS-OS-IDX)
                   MOVE WS-OS-INS-LEFT(WS-OS-IDX)
                       TO WS-AL-INSURED(WS-AL-IDX)
               ELSE
                   MOVE WS-AL-AMOUNT(WS-AL-IDX)
                       TO WS-AL-INSURED(WS-AL-IDX)
               END-IF
               COMPUTE WS-AL-UNINSURED(WS-AL-IDX) =
                   WS-AL-AMOUNT(WS-AL-IDX) - WS-AL-INSURED(WS-AL-IDX)
               SUBTRACT WS-AL-INSURED(WS-AL-IDX)
                   FROM WS-OS-INS-LEFT(WS-OS-IDX)
           END-PERFORM
           .

       4000-WRITE-DEPOSITOR-FILE.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT
               SET WS-AC-IDX TO WS-AL-AC-SUB(WS-AL-IDX)
               MOVE WS-RUN-DATE TO FDD-AS-OF-DATE
               MOVE WS-AL-OWNER-ID-TYPE(WS-AL-IDX)
                   TO FDD-OWNER-ID-TYPE
               MOVE WS-AL-OWNER-ID(WS-AL-IDX)   TO FDD-OWNER-ID
               MOVE WS-AL-OWNER-NAME(WS-AL-IDX) TO FDD-OWNER-NAME
               MOVE WS-AL-CATEGORY(WS-AL-IDX)   TO FDD-OWN-CATEGORY
               MOVE WS-AC-ID(WS-AC-IDX)         TO FDD-ACCT-ID
               MOVE WS-AC-BRANCH(WS-AC-IDX)     TO FDD-BRANCH
               MOVE WS-AC-TYPE(WS-AC-IDX)       TO FDD-ACCT-TYPE
               MOVE WS-AL-OWNERS(WS-AL-IDX)     TO FDD-OWNER-COUNT
               MOVE WS-AL-AMOUNT(WS-AL-IDX)     TO FDD-ALLOC-AMOUNT
               MOVE WS-AL-INSURED(WS-AL-IDX)    TO FDD-INSURED-AMT
               MOVE WS-AL-UNINSURED(WS-AL-IDX)  TO FDD-UNINSURED-AMT
               MOVE SPACES                      TO FDD-FILLER
               WRITE FDIC-DEPOSITOR-RECORD
               ADD 1 TO WS-CTR-DEP-WRITTEN
           END-PERFORM
           .

      *>================================================================*
      *> PRINT COVERAGE — one line per depositor per category.
      *>================================================================*
       5000-PRINT-COVERAGE.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-OS-IDX FROM 1 BY 1
               UNTIL WS-OS-IDX > WS-OS-COUNT
               MOVE WS-OS-OWNER-ID-TYPE(WS-OS-IDX)
                   TO DTL-OWNER-ID-TYPE
               MOVE WS-OS-OWNER-ID(WS-OS-IDX)    TO DTL-OWNER-ID
               MOVE WS-OS-OWNER-NAME(WS-OS-IDX)  TO DTL-OWNER-NAME
               MOVE WS-OS-CATEGORY(WS-OS-IDX)    TO DTL-CATEGORY
               MOVE WS-OS-ACCTS(WS-OS-IDX)       TO DTL-ACCTS
               MOVE WS-OS-TOTAL(WS-OS-IDX)       TO DTL-TOTAL
               MOVE WS-OS-INSURED(WS-OS-IDX)     TO DTL-INSURED
               MOVE WS-OS-UNINSURED(WS-OS-IDX)   TO DTL-UNINSURED
               EVALUATE TRUE
                   WHEN WS-OS-UNINSURED(WS-OS-IDX) > 0
                       MOVE '** OVER' TO DTL-FLAG
                   WHEN WS-OS-OWNER-ID-TYPE(WS-OS-IDX) = 'A'
                       MOVE 'NO TAX ID' TO DTL-FLAG
                   WHEN OTHER
                       MOVE SPACES TO DTL-FLAG
               END-EVALUATE
               WRITE REPORT-LINE FROM DTL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE 'ALL DEPOSITORS' TO TOT-LABEL
           MOVE WS-TOT-DEPOSITS  TO TOT-DEPOSITS
           MOVE WS-TOT-INSURED   TO TOT-INSURED
           MOVE WS-TOT-UNINSURED TO TOT-UNINSURED
           WRITE REPORT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DEPOSIT ACCOUNTS'           TO CNT-LABEL
           MOVE WS-AC-COUNT                  TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DEPOSITOR/CATEGORY ROWS'    TO CNT-LABEL
           MOVE WS-OS-COUNT                  TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OVER THE LIMIT'             TO CNT-LABEL
           MOVE WS-CTR-OVER-LIMIT            TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OWNERS WITH NO TAX ID ON FILE' TO CNT-LABEL
           MOVE WS-CTR-NO-TAX-ID             TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'JOINT CO-OWNERS NOT ON MASTER' TO CNT-LABEL
           MOVE WS-CTR-CO-OWNER-MISSING      TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'JOINT ACCTS WITH ONE OWNER (AS SGL)' TO CNT-LABEL
           MOVE WS-CTR-SAME-OWNER            TO CNT-COUNT
           WRITE REPORT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE
           .

      *>================================================================*
      *> PRINT OVER LIMIT — for each branch, every account there
      *> that carries a share of an over-limit depositor's money.
      *>================================================================*
       6000-PRINT-OVER-LIMIT.
           MOVE WS-RUN-DATE TO OVL-RUN-DATE
           WRITE OVER-LIMIT-LINE FROM OVL-HDR-LINE-1
               AFTER ADVANCING PAGE
           IF WS-CTR-OVER-LIMIT = 0
               WRITE OVER-LIMIT-LINE FROM OVL-NONE-LINE
                   AFTER ADVANCING 2 LINES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE 'N' TO WS-SHOWN-SW
               PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-COUNT
                   SET WS-AC-IDX TO WS-AL-AC-SUB(WS-AL-IDX)
                   SET WS-OS-IDX TO WS-AL-OS-SUB(WS-AL-IDX)
                   IF WS-AC-BRANCH(WS-AC-IDX) = WS-BR-ID(WS-BR-IDX)
                       AND WS-OS-UNINSURED(WS-OS-IDX) > 0
                       PERFORM 6100-PRINT-OVER-LIMIT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       6100-PRINT-OVER-LIMIT-LINE.
           IF NOT WS-BRANCH-SHOWN
               MOVE WS-BR-ID(WS-BR-IDX) TO OVL-BRANCH
               WRITE OVER-LIMIT-LINE FROM OVL-BRANCH-LINE
                   AFTER ADVANCING 2 LINES
               WRITE OVER-LIMIT-LINE FROM OVL-HDR-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE 'Y' TO WS-SHOWN-SW
           END-IF
           MOVE WS-AC-ID(WS-AC-IDX)             TO OVL-ACCT-ID
           MOVE WS-AL-OWNER-ID-TYPE(WS-AL-IDX)  TO OVL-OWNER-ID-TYPE
           MOVE WS-AL-OWNER-ID(WS-AL-IDX)       TO OVL-OWNER-ID
           MOVE WS-AL-OWNER-NAME(WS-AL-IDX)     TO OVL-OWNER-NAME
           MOVE WS-AL-CATEGORY(WS-AL-IDX)       TO OVL-CATEGORY
           MOVE WS-AL-AMOUNT(WS-AL-IDX)         TO OVL-SHARE
           MOVE WS-OS-UNINSURED(WS-OS-IDX)      TO OVL-UNINSURED
           WRITE OVER-LIMIT-LINE FROM OVL-DTL-LINE
               AFTER ADVANCING 1 LINE
           .

       9000-TERMINATE.
           IF WS-DEP-STATUS = '00'
               CLOSE DEPOSITOR-FILE
           END-IF
           IF WS-RPT-STATUS = '00'
               CLOSE REPORT-FILE
           END-IF
           IF WS-OVL-STATUS = '00'
               CLOSE OVER-LIMIT-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND (WS-CTR-NO-TAX-ID > 0
                    OR WS-CTR-CO-OWNER-MISSING > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY '--- FDICCOV Summary ---'
           DISPLAY '  Accounts read      : ' WS-CTR-CUST-READ
           DISPLAY '  Deposit accounts   : ' WS-AC-COUNT
           DISPLAY '  Depositor rows     : ' WS-OS-COUNT
           DISPLAY '  Depositor file rows: ' WS-CTR-DEP-WRITTEN
           DISPLAY '  Total deposits     : ' WS-TOT-DEPOSITS
           DISPLAY '  Insured            : ' WS-TOT-INSURED
           DISPLAY '  Uninsured          : ' WS-TOT-UNINSURED
           DISPLAY '  Over the limit     : ' WS-CTR-OVER-LIMIT
           DISPLAY '  No tax ID on file  : ' WS-CTR-NO-TAX-ID
           DISPLAY '  Return code        : ' WS-RETURN-CODE
           .
