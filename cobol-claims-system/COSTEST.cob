      *>================================================================*
      *> COSTEST.cob — Member out-of-pocket cost estimates
      *> Compile: cobc -x -free -I copybooks COSTEST.cob
      *> Answers "what will I owe for this at this provider?" before
      *> the service instead of after the claim. Each estimate
      *> request (member, provider, planned date of service and one
      *> row per procedure) runs through CLMPROC's pricing and cost
      *> sharing exactly as a claim for those lines would today:
      *>   - the contracted fee row in effect on the planned date —
      *>     the provider's own, else its contract's base schedule —
      *>     priced by its method (flat, relative value times the
      *>     conversion factor, percent of charge), or 80% of the
      *>     billed charge with no contract row (out of network)
      *>   - the credentialing window on the provider master, the
      *>     HMO out-of-network exclusion and the benefit visit/unit
      *>     limits against the member's carried usage
      *>   - the plan-type/place-of-service allowance, the plan
      *>     design's category copay, coinsurance and deductible
      *>     switch, the deductible, coinsurance and out-of-pocket
      *>     cap worked against the member's and family's
      *>     accumulators, whichever has less remaining
      *>   - preauthorization: a procedure that requires it shows
      *>     whether an authorization is on file; the estimate
      *>     assumes one will be, and says when it is missing
      *> The lines of one estimate draw down the accumulators in
      *> order, like the lines of one claim. Nothing is written
      *> back — accumulators, usage and history are only read — so
      *> an estimate never moves what the next claim sees. A billed
      *> charge of zero on a request row estimates at the contracted
      *> rate; a line with no contracted rate needs the provider's
      *> charge to be estimated at all.
      *> Requests are consumed once read.
      *>
      *> Input:  data/ESTIMATE-REQUESTS.DAT (LINE SEQUENTIAL: estimate
      *>                 ID X(10), member X(10), provider X(10),
      *>                 planned date 9(8), procedure X(5), place of
      *>                 service X(2), units 9(3), billed charge
      *>                 9(7)V99 or zero — rows of one estimate
      *>                 together)
      *>         data/POLICIES.DAT          (SEQUENTIAL, POLREC)
      *>         data/PROVIDERS.DAT         (SEQUENTIAL, FEESCHED)
      *>         data/RVU-TABLE.DAT         (LINE SEQ, RVUTBL)
      *>         data/CONTRACT-MASTER.DAT   (LINE SEQ, CTRMAST)
      *>         data/PROVIDER-CONTRACTS.DAT (LINE SEQ, PRVCTR)
      *>         data/PROVIDER-MASTER.DAT   (SEQUENTIAL, PROVMAST)
      *>         data/PLAN-DESIGNS.DAT      (LINE SEQ, PLANMAST)
      *>         data/PROC-CODES.DAT        (LINE SEQ, PROCMAST)
      *>         data/FAMILY-ACCUM.DAT      (SEQUENTIAL, FAMACC)
      *>         data/BENEFIT-LIMITS.DAT    (LINE SEQ, BENLIMIT)
      *>         data/BENEFIT-USAGE.DAT     (LINE SEQ, BENUSAGE)
      *>         data/PREAUTH.DAT           (SEQUENTIAL, PREAUTHR)
      *> Output: data/COST-ESTIMATES.TXT    (LINE SEQUENTIAL, print)
      *>================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO 'data/ESTIMATE-REQUESTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'data/POLICIES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT PROVIDER-FILE
               ASSIGN TO 'data/PROVIDERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.
           SELECT RVU-TABLE-FILE
               ASSIGN TO 'data/RVU-TABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVU-STATUS.
           SELECT CONTRACT-MASTER-FILE
               ASSIGN TO 'data/CONTRACT-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.
           SELECT PROVIDER-CONTRACT-FILE
               ASSIGN TO 'data/PROVIDER-CONTRACTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT PROVIDER-MASTER-FILE
               ASSIGN TO 'data/PROVIDER-MASTER.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVM-STATUS.
           SELECT PLAN-DESIGN-FILE
               ASSIGN TO 'data/PLAN-DESIGNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.
           SELECT PROC-MASTER-FILE
               ASSIGN TO 'data/PROC-CODES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCM-STATUS.
           SELECT FAMILY-ACCUM-FILE
               ASSIGN TO 'data/FAMILY-ACCUM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FAM-STATUS.
           SELECT BENEFIT-LIMIT-FILE
               ASSIGN TO 'data/BENEFIT-LIMITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.
           SELECT BENEFIT-USAGE-FILE
               ASSIGN TO 'data/BENEFIT-USAGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BU-STATUS.
           SELECT PREAUTH-FILE
               ASSIGN TO 'data/PREAUTH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT ESTIMATE-FILE
               ASSIGN TO 'data/COST-ESTIMATES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  ESTIMATE-REQUEST-RECORD.
           05  EQ-ESTIMATE-ID         PIC X(10).
           05  EQ-MEMBER-ID           PIC X(10).
           05  EQ-PROVIDER-ID         PIC X(10).
           05  EQ-SERVICE-DATE        PIC 9(8).
           05  EQ-PROC-CODE           PIC X(5).
           05  EQ-PLACE               PIC X(2).
           05  EQ-UNITS               PIC 9(3).
           05  EQ-CHARGE              PIC 9(7)V99.

       FD  POLICY-FILE.
       COPY POLREC.

       FD  PROVIDER-FILE.
       COPY FEESCHED.

       FD  RVU-TABLE-FILE.
       COPY RVUTBL.

       FD  CONTRACT-MASTER-FILE.
       COPY CTRMAST.

       FD  PROVIDER-CONTRACT-FILE.
       COPY PRVCTR.

       FD  PROVIDER-MASTER-FILE.
       COPY PROVMAST.

       FD  PLAN-DESIGN-FILE.
       COPY PLANMAST.

       FD  PROC-MASTER-FILE.
       COPY PROCMAST.

       FD  FAMILY-ACCUM-FILE.
       COPY FAMACC.

       FD  BENEFIT-LIMIT-FILE.
       COPY BENLIMIT.

       FD  BENEFIT-USAGE-FILE.
       COPY BENUSAGE.

       FD  PREAUTH-FILE.
       COPY PREAUTHR.

       FD  ESTIMATE-FILE.
       01  ESTIMATE-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS              PIC XX.
       01  WS-POL-STATUS              PIC XX.
       01  WS-PROV-STATUS             PIC XX.
       01  WS-RVU-STATUS              PIC XX.
       01  WS-CON-STATUS              PIC XX.
       01  WS-ASG-STATUS              PIC XX.
       01  WS-PRVM-STATUS             PIC XX.
       01  WS-PLN-STATUS              PIC XX.
       01  WS-PCM-STATUS              PIC XX.
       01  WS-FAM-STATUS              PIC XX.
       01  WS-BL-STATUS               PIC XX.
       01  WS-BU-STATUS               PIC XX.
       01  WS-PA-STATUS               PIC XX.
       01  WS-EST-STATUS              PIC XX.
       01  WS-EOF                     PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                PIC 9(8).

      *> Policy master — read only
       01  WS-POL-TABLE-COUNT         PIC 9(4) VALUE 0.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 1000.
               10  WS-PT-POLICY-ID    PIC X(5).
               10  WS-PT-MEMBER-ID    PIC X(10).
               10  WS-PT-TYPE         PIC X(1).
               10  WS-PT-EFF-DATE     PIC 9(8).
               10  WS-PT-TERM-DATE    PIC 9(8).
               10  WS-PT-COPAY        PIC S9(3)V99.
               10  WS-PT-COINS-RATE   PIC 9V99.
               10  WS-PT-DEDUCT-ANN   PIC S9(5)V99.
               10  WS-PT-DEDUCT-MET   PIC S9(5)V99.
               10  WS-PT-OOP-MAX      PIC S9(5)V99.
               10  WS-PT-OOP-YTD      PIC S9(5)V99.
               10  WS-PT-OON-COINS    PIC 9V99.
               10  WS-PT-FAMILY-ID    PIC X(5).
               10  WS-PT-PLAN-ID      PIC X(5).
       01  WS-CUR-POL-IDX             PIC 9(4) VALUE 0.
       01  WS-CUR-POL-FOUND           PIC X(1).
       01  WS-CUR-POL-TERMED          PIC X(1).
       01  WS-SEARCH-IDX              PIC 9(4).

      *> Fee schedule
       01  WS-FEE-TABLE-COUNT         PIC 9(4) VALUE 0.
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 1000.
               10  WS-FT-PROVIDER-ID  PIC X(10).
               10  WS-FT-PROC-CODE    PIC X(5).
               10  WS-FT-RATE         PIC S9(5)V99.
               10  WS-FT-EFF-DATE     PIC 9(8).
               10  WS-FT-TERM-DATE    PIC 9(8).
               10  WS-FT-PREAUTH      PIC X(1).
               10  WS-FT-NETWORK      PIC X(1).
               10  WS-FT-PRICING      PIC X(1).
               10  WS-FT-CONV-FACTOR  PIC S9(3)V9(4).
               10  WS-FT-PCT-CHARGE   PIC 9(3)V99.
               10  WS-FT-PCT-CAP      PIC S9(5)V99.
       01  WS-FEE-HIT-IDX             PIC 9(4) VALUE 0.
       01  WS-FEE-FOUND               PIC X(1).
       01  WS-FEE-RATE                PIC S9(5)V99 VALUE 0.
       01  WS-PCT-CAP-TOTAL           PIC S9(7)V99 VALUE 0.
       01  WS-PREAUTH-FLAG            PIC X(1).

      *> Relative values
       01  WS-RVU-COUNT               PIC 9(4) VALUE 0.
       01  WS-RVU-TABLE.
           05  WS-RVU-ENTRY OCCURS 500.
               10  WS-RVT-PROC        PIC X(5).
               10  WS-RVT-EFF         PIC 9(8).
               10  WS-RVT-TERM        PIC 9(8).
               10  WS-RVT-TOTAL       PIC 9(4)V99.
       01  WS-RVU-IDX                 PIC 9(4).
       01  WS-RVU-FOUND               PIC X(1).
       01  WS-LINE-RVU                PIC 9(4)V99 VALUE 0.

      *> Contracts and the dated provider assignments to them
       01  WS-CON-COUNT               PIC 9(3) VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 100.
               10  WS-CON-ID          PIC X(10).
               10  WS-CON-EFF         PIC 9(8).
               10  WS-CON-TERM        PIC 9(8).
               10  WS-CON-SCHEDULE    PIC X(10).
               10  WS-CON-TIER        PIC X(1).
       01  WS-CON-IDX                 PIC 9(3).
       01  WS-ASG-COUNT               PIC 9(4) VALUE 0.
       01  WS-ASG-TABLE.
           05  WS-ASG-ENTRY OCCURS 1000.
               10  WS-ASG-PROVIDER    PIC X(10).
               10  WS-ASG-CONTRACT    PIC X(10).
               10  WS-ASG-EFF         PIC 9(8).
               10  WS-ASG-TERM        PIC 9(8).
       01  WS-ASG-IDX                 PIC 9(4).
       01  WS-CONTRACT-DATE           PIC 9(8).
       01  WS-CUR-CONTRACT            PIC X(10).
       01  WS-CUR-SCHEDULE            PIC X(10).
       01  WS-CUR-TIER                PIC X(1).
       01  WS-FEE-KEY                 PIC X(10).

      *> Provider master — name and credentialing window
       01  WS-PRV-TABLE-COUNT         PIC 9(4) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PV-ENTRY OCCURS 500.
               10  WS-PV-PROVIDER-ID  PIC X(10).
               10  WS-PV-NAME         PIC X(30).
               10  WS-PV-CRED-EFF     PIC 9(8).
               10  WS-PV-CRED-TERM    PIC 9(8).
       01  WS-PV-IDX                  PIC 9(4).
       01  WS-PV-FOUND-IDX            PIC 9(4).

      *> Plan designs
       01  WS-PD-COUNT                PIC 9(3) VALUE 0.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 200.
               10  WS-PD-PLAN-ID      PIC X(5).
               10  WS-PD-CATEGORY     PIC X(2).
               10  WS-PD-COPAY        PIC 9(3)V99.
               10  WS-PD-COINS        PIC 9V99.
               10  WS-PD-DED-APPLIES  PIC X(1).
       01  WS-PD-IDX                  PIC 9(3).
       01  WS-PD-HIT                  PIC 9(3).
       01  WS-LINE-CATEGORY           PIC X(2).
       01  WS-PLAN-COINS-SET          PIC X(1) VALUE 'N'.
       01  WS-LINE-PLAN-COINS         PIC 9V99 VALUE 0.
       01  WS-LINE-DED-APPLIES        PIC X(1) VALUE 'Y'.

      *> Procedure master — the dental benefit class only
       01  WS-PCM-COUNT               PIC 9(4) VALUE 0.
       01  WS-PCM-TABLE.
           05  WS-PCM-ENTRY OCCURS 2000.
               10  WS-PCM-CODE        PIC X(5).
               10  WS-PCM-EFF         PIC 9(8).
               10  WS-PCM-TERM        PIC 9(8).
               10  WS-PCM-CLASS       PIC X(1).
       01  WS-PCM-IDX                 PIC 9(4).
       01  WS-LINE-DENTAL-CLASS       PIC X(1).

      *> Family accumulators
       01  WS-FAM-TABLE-COUNT         PIC 9(3) VALUE 0.
       01  WS-FAM-TABLE.
           05  WS-FAM-ENTRY OCCURS 500.
               10  WS-FAT-FAMILY-ID   PIC X(5).
               10  WS-FAT-DEDUCT-ANN  PIC S9(5)V99.
               10  WS-FAT-DEDUCT-MET  PIC S9(5)V99.
               10  WS-FAT-OOP-MAX     PIC S9(5)V99.
               10  WS-FAT-OOP-YTD     PIC S9(5)V99.
       01  WS-FAM-IDX                 PIC 9(3).
       01  WS-CUR-FAM-IDX             PIC 9(3) VALUE 0.

      *> Benefit limits and the members' carried usage
       01  WS-BL-COUNT                PIC 9(3) VALUE 0.
       01  WS-BL-TABLE.
           05  WS-BL-ENTRY OCCURS 50.
               10  WS-BL-LOW          PIC X(5).
               10  WS-BL-HIGH         PIC X(5).
               10  WS-BL-UNITS        PIC 9(5).
       01  WS-BL-IDX                  PIC 9(3).
       01  WS-LIM-FOUND-IDX           PIC 9(3).
       01  WS-BU-COUNT                PIC 9(4) VALUE 0.
       01  WS-BU-TABLE.
           05  WS-BU-ENTRY OCCURS 2000.
               10  WS-BU-MEMBER       PIC X(10).
               10  WS-BU-KEY          PIC X(5).
               10  WS-BU-USED         PIC 9(5).
       01  WS-BU-IDX                  PIC 9(4).
       01  WS-BU-PEND-IDX             PIC 9(4).
       01  WS-LIM-REMAINING           PIC S9(5).
       01  WS-LINE-UNITS-CAPPED       PIC X(1) VALUE 'N'.

      *> Preauthorizations
       01  WS-PA-TABLE-COUNT          PIC 9(4) VALUE 0.
       01  WS-PA-TABLE.
           05  WS-PA-ENTRY OCCURS 1000.
               10  WS-PAT-MEMBER-ID   PIC X(10).
               10  WS-PAT-PROVIDER-ID PIC X(10).
               10  WS-PAT-PROC-CODE   PIC X(5).
               10  WS-PAT-AUTH-NUMBER PIC X(10).
               10  WS-PAT-EFF-DATE    PIC 9(8).
               10  WS-PAT-TERM-DATE   PIC 9(8).
       01  WS-PA-IDX                  PIC 9(4).
       01  WS-LINE-HAS-AUTH           PIC X(1).
       01  WS-LINE-AUTH-NUMBER        PIC X(10).

      *> The estimate in progress
       01  WS-CURRENT-ESTIMATE        PIC X(10) VALUE SPACES.
       01  WS-CURRENT-MEMBER          PIC X(10).
       01  WS-CURRENT-PROVIDER        PIC X(10).
       01  WS-CURRENT-SVC-DATE        PIC 9(8).
       01  WS-CURRENT-POL-TYPE        PIC X(1).
       01  WS-EST-OPEN                PIC X(1) VALUE 'N'.

      *> The line in progress — the claim service-line fields
      *> CLMPROC's paragraphs work from
       01  WS-SVC-PROC-CODE           PIC X(5).
       01  WS-SVC-PLACE               PIC X(2).
       01  WS-SVC-UNITS               PIC 9(3).
       01  WS-SVC-CHARGE              PIC S9(7)V99.
       01  WS-SVC-DATE-FROM           PIC 9(8).
       01  WS-PROC-PREFIX             PIC X(1).
       01  WS-LINE-NETWORK            PIC X(1).
       01  WS-OON-CLAIM               PIC X(1) VALUE 'N'.
           88  WS-IS-OON-CLAIM            VALUE 'Y'.
       01  WS-LINE-COVERED            PIC X(1).
       01  WS-LINE-NOTE               PIC X(100).
       01  WS-LINE-NOTE-2             PIC X(100).

       01  WS-LINE-ALLOWED            PIC S9(7)V99 VALUE 0.
       01  WS-LINE-COPAY              PIC S9(5)V99 VALUE 0.
       01  WS-LINE-DEDUCT             PIC S9(5)V99 VALUE 0.
       01  WS-LINE-COINS              PIC S9(5)V99 VALUE 0.
       01  WS-LINE-PAID               PIC S9(7)V99 VALUE 0.
       01  WS-LINE-OWED               PIC S9(7)V99 VALUE 0.
       01  WS-BALANCE-BILL            PIC S9(7)V99 VALUE 0.
       01  WS-DEDUCT-REMAINING        PIC S9(5)V99 VALUE 0.
       01  WS-OOP-REMAINING           PIC S9(5)V99 VALUE 0.
       01  WS-PATIENT-TOTAL           PIC S9(7)V99 VALUE 0.
       01  WS-FAM-DED-REMAINING       PIC S9(5)V99 VALUE 0.
       01  WS-FAM-OOP-REMAINING       PIC S9(5)V99 VALUE 0.
       01  WS-MBR-DED-REMAINING       PIC S9(5)V99 VALUE 0.
       01  WS-MBR-OOP-REMAINING       PIC S9(5)V99 VALUE 0.

       01  WS-EST-TOTALS.
           05  WS-EST-CHARGE          PIC S9(7)V99.
           05  WS-EST-ALLOWED         PIC S9(7)V99.
           05  WS-EST-COPAY           PIC S9(7)V99.
           05  WS-EST-DEDUCT          PIC S9(7)V99.
           05  WS-EST-COINS           PIC S9(7)V99.
           05  WS-EST-PAID            PIC S9(7)V99.
           05  WS-EST-OWED            PIC S9(7)V99.

       01  WS-ESTIMATES               PIC 9(5) VALUE 0.
       01  WS-LINES                   PIC 9(5) VALUE 0.
       01  WS-LINES-NOT-COVERED       PIC 9(5) VALUE 0.
       01  WS-LINES-NEED-AUTH         PIC 9(5) VALUE 0.
       01  WS-LINES-NO-PRICE          PIC 9(5) VALUE 0.

       01  EST-SEPARATOR              PIC X(132) VALUE ALL '='.
       01  EST-HEAD-1.
           05  FILLER                 PIC X(10) VALUE 'ESTIMATE: '.
           05  EH1-ESTIMATE           PIC X(10).
           05  FILLER                 PIC X(10) VALUE '  MEMBER: '.
           05  EH1-MEMBER             PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  PROVIDER: '.
           05  EH1-PROVIDER           PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  EH1-PROVIDER-NAME      PIC X(30).
           05  FILLER                 PIC X(15)
               VALUE '  PLANNED DATE:'.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  EH1-DATE               PIC 9(8).
           05  FILLER                 PIC X(15) VALUE SPACES.
       01  EST-HEAD-2.
           05  FILLER                 PIC X(8)  VALUE 'POLICY: '.
           05  EH2-POLICY             PIC X(5).
           05  FILLER                 PIC X(8)  VALUE '  TYPE: '.
           05  EH2-TYPE               PIC X(1).
           05  FILLER                 PIC X(8)  VALUE '  PLAN: '.
           05  EH2-PLAN               PIC X(5).
           05  FILLER                 PIC X(10) VALUE '  FAMILY: '.
           05  EH2-FAMILY             PIC X(5).
           05  FILLER                 PIC X(82) VALUE SPACES.
       01  EST-NO-COVERAGE.
           05  FILLER                 PIC X(48)
               VALUE 'NO COVERAGE IN FORCE FOR THIS MEMBER ON THE PLAN'.
           05  FILLER                 PIC X(84)
               VALUE 'NED DATE - NOTHING BELOW WOULD BE PAID'.
       01  EST-ACCUM-HEAD             PIC X(132)
           VALUE 'ACCUMULATORS ASSUMED       DEDUCTIBLE        MET  RE'
               & 'MAINING    OOP MAXIMUM        YTD  REMAINING'.
       01  EST-ACCUM-LINE.
           05  EAL-LABEL              PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EAL-DED-ANN            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  EAL-DED-MET            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  EAL-DED-REM            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  EAL-OOP-MAX            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  EAL-OOP-YTD            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  EAL-OOP-REM            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(41) VALUE SPACES.
       01  EST-COL-HEAD               PIC X(132)
           VALUE 'PROC  POS UNITS      CHARGE     ALLOWED      COPAY  D'
               & 'EDUCTIBLE  COINSURANCE   PLAN PAYS    YOU OWE'.
       01  EST-DETAIL.
           05  ED-PROC                PIC X(5).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  ED-PLACE               PIC X(2).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  ED-UNITS               PIC ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  ED-CHARGE              PIC Z,ZZZ,ZZ9.99.
           05  ED-ALLOWED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  ED-COPAY               PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ED-DEDUCT              PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  ED-COINS               PIC ZZ,ZZ9.99.
           05  ED-PAID                PIC Z,ZZZ,ZZ9.99.
           05  ED-OWED                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(31) VALUE SPACES.
       01  EST-NOTE.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  EN-TEXT                PIC X(100).
           05  FILLER                 PIC X(26) VALUE SPACES.
       01  EST-TOTAL.
           05  FILLER                 PIC X(14) VALUE 'ESTIMATE TOTAL'.
           05  ET-CHARGE              PIC Z,ZZZ,ZZ9.99.
           05  ET-ALLOWED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  ET-COPAY               PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ET-DEDUCT              PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  ET-COINS               PIC ZZ,ZZ9.99.
           05  ET-PAID                PIC Z,ZZZ,ZZ9.99.
           05  ET-OWED                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(31) VALUE SPACES.
       01  EST-AFTER.
           05  FILLER                 PIC X(47)
               VALUE 'AFTER THESE SERVICES: DEDUCTIBLE REMAINING    $'.
           05  EA-DED-REM             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(29)
               VALUE '   OUT-OF-POCKET REMAINING $'.
           05  EA-OOP-REM             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(38) VALUE SPACES.
       01  EST-DISCLAIMER-1           PIC X(132)
           VALUE 'THIS IS AN ESTIMATE, NOT A GUARANTEE OF PAYMENT. THE'
               & ' AMOUNTS DEPEND ON THE SERVICES ACTUALLY BILLED,'
               & ' YOUR'.
       01  EST-DISCLAIMER-2           PIC X(132)
           VALUE 'COVERAGE ON THE DATE OF SERVICE AND ANY OTHER CLAIMS '
               & 'PROCESSED BEFORE THIS ONE.'.
       01  BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'COSTEST - MEMBER COST ESTIMATES'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-POLICIES
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-RVU-TABLE
           PERFORM LOAD-CONTRACTS
           PERFORM LOAD-PROVIDER-MASTER
           PERFORM LOAD-PLAN-DESIGNS
           PERFORM LOAD-PROC-MASTER
           PERFORM LOAD-FAMILY-ACCUMS
           PERFORM LOAD-BENEFIT-LIMITS
           PERFORM LOAD-PREAUTH
           OPEN OUTPUT ESTIMATE-FILE
           PERFORM PROCESS-REQUESTS
           CLOSE ESTIMATE-FILE
           DISPLAY 'COSTEST COMPLETE'
           DISPLAY '  ESTIMATES:           ' WS-ESTIMATES
           DISPLAY '  LINES ESTIMATED:     ' WS-LINES
           DISPLAY '  LINES NOT COVERED:   ' WS-LINES-NOT-COVERED
           DISPLAY '  AUTH NOT ON FILE:    ' WS-LINES-NEED-AUTH
           DISPLAY '  NO PRICE (CHARGE):   ' WS-LINES-NO-PRICE
           STOP RUN.

       LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-STATUS NOT = '00'
               DISPLAY 'COSTEST: ERROR OPENING POLICIES: '
                   WS-POL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> An estimate against a partial policy table would tell a
      *> covered member they have no coverage
                       IF WS-POL-TABLE-COUNT = 1000
                           DISPLAY 'COSTEST: ERROR - POLICIES.DAT '
                               'EXCEEDS THE 1000-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-POL-TABLE-COUNT
                       MOVE POL-POLICY-ID
                           TO WS-PT-POLICY-ID(WS-POL-TABLE-COUNT)
                       MOVE POL-MEMBER-ID
                           TO WS-PT-MEMBER-ID(WS-POL-TABLE-COUNT)
                       MOVE POL-TYPE
                           TO WS-PT-TYPE(WS-POL-TABLE-COUNT)
                       MOVE POL-EFFECTIVE-DATE
                           TO WS-PT-EFF-DATE(WS-POL-TABLE-COUNT)
                       MOVE POL-TERM-DATE
                           TO WS-PT-TERM-DATE(WS-POL-TABLE-COUNT)
                       MOVE POL-COPAY-AMT
                           TO WS-PT-COPAY(WS-POL-TABLE-COUNT)
                       MOVE POL-COINSURANCE-RATE
                           TO WS-PT-COINS-RATE(WS-POL-TABLE-COUNT)
                       MOVE POL-DEDUCTIBLE-ANNUAL
                           TO WS-PT-DEDUCT-ANN(WS-POL-TABLE-COUNT)
                       MOVE POL-DEDUCTIBLE-MET
                           TO WS-PT-DEDUCT-MET(WS-POL-TABLE-COUNT)
                       MOVE POL-OUT-OF-POCKET-MAX
                           TO WS-PT-OOP-MAX(WS-POL-TABLE-COUNT)
                       MOVE POL-OUT-OF-POCKET-YTD
                           TO WS-PT-OOP-YTD(WS-POL-TABLE-COUNT)
                       MOVE POL-OON-COINS-RATE
                           TO WS-PT-OON-COINS(WS-POL-TABLE-COUNT)
                       MOVE POL-FAMILY-ID
                           TO WS-PT-FAMILY-ID(WS-POL-TABLE-COUNT)
                       MOVE POL-PLAN-ID
                           TO WS-PT-PLAN-ID(WS-POL-TABLE-COUNT)
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT PROVIDER-FILE
           IF WS-PROV-STATUS NOT = '00'
               DISPLAY 'COSTEST: ERROR OPENING PROVIDERS: '
                   WS-PROV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FEE-TABLE-COUNT = 1000
                           DISPLAY 'COSTEST: ERROR - PROVIDERS.DAT '
                               'EXCEEDS THE 1000-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FEE-TABLE-COUNT
                       MOVE FEE-PROVIDER-ID
                           TO WS-FT-PROVIDER-ID(WS-FEE-TABLE-COUNT)
                       MOVE FEE-PROCEDURE-CODE
                           TO WS-FT-PROC-CODE(WS-FEE-TABLE-COUNT)
                       MOVE FEE-CONTRACTED-RATE
                           TO WS-FT-RATE(WS-FEE-TABLE-COUNT)
                       MOVE FEE-EFFECTIVE-DATE
                           TO WS-FT-EFF-DATE(WS-FEE-TABLE-COUNT)
                       MOVE FEE-TERM-DATE
                           TO WS-FT-TERM-DATE(WS-FEE-TABLE-COUNT)
                       MOVE FEE-REQUIRES-PREAUTH
                           TO WS-FT-PREAUTH(WS-FEE-TABLE-COUNT)
                       MOVE FEE-NETWORK-STATUS
                           TO WS-FT-NETWORK(WS-FEE-TABLE-COUNT)
                       MOVE FEE-PRICING-METHOD
                           TO WS-FT-PRICING(WS-FEE-TABLE-COUNT)
                       MOVE 0 TO WS-FT-CONV-FACTOR(WS-FEE-TABLE-COUNT)
                       MOVE 0 TO WS-FT-PCT-CHARGE(WS-FEE-TABLE-COUNT)
                       MOVE 0 TO WS-FT-PCT-CAP(WS-FEE-TABLE-COUNT)
                       EVALUATE TRUE
                           WHEN FEE-PRICE-RVU
                               MOVE FEE-CONV-FACTOR TO
                                   WS-FT-CONV-FACTOR(WS-FEE-TABLE-COUNT)
                           WHEN FEE-PRICE-PCT-CHARGE
                               MOVE FEE-PCT-OF-CHARGE TO
                                   WS-FT-PCT-CHARGE(WS-FEE-TABLE-COUNT)
                               MOVE FEE-PCT-CAP TO
                                   WS-FT-PCT-CAP(WS-FEE-TABLE-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PROVIDER-FILE.

       LOAD-RVU-TABLE.
           OPEN INPUT RVU-TABLE-FILE
           IF WS-RVU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RVU-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RVU-COUNT >= 500
                           DISPLAY 'COSTEST: RVU-TABLE.DAT EXCEEDS '
                               '500 ROWS - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RVU-COUNT
                       MOVE RVU-PROCEDURE-CODE
                           TO WS-RVT-PROC(WS-RVU-COUNT)
                       MOVE RVU-EFF-DATE
                           TO WS-RVT-EFF(WS-RVU-COUNT)
                       MOVE RVU-TERM-DATE
                           TO WS-RVT-TERM(WS-RVU-COUNT)
                       COMPUTE WS-RVT-TOTAL(WS-RVU-COUNT) =
                           RVU-WORK + RVU-PRACTICE-EXPENSE
                           + RVU-MALPRACTICE
                       END-COMPUTE
               END-READ
           END-PERFORM
           CLOSE RVU-TABLE-FILE.

      *> A provider with no fee row of its own prices off its
      *> contract's base schedule; a run with no contract master
      *> prices off provider rows alone
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
                       IF WS-CON-COUNT >= 100
                           DISPLAY 'COSTEST: CONTRACT-MASTER.DAT '
                               'EXCEEDS 100 ROWS - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CON-COUNT
                       MOVE CTR-CONTRACT-ID
                           TO WS-CON-ID(WS-CON-COUNT)
                       MOVE CTR-EFF-DATE
                           TO WS-CON-EFF(WS-CON-COUNT)
                       MOVE CTR-TERM-DATE
                           TO WS-CON-TERM(WS-CON-COUNT)
                       MOVE CTR-BASE-SCHEDULE
                           TO WS-CON-SCHEDULE(WS-CON-COUNT)
                       MOVE CTR-NETWORK-TIER
                           TO WS-CON-TIER(WS-CON-COUNT)
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
                       IF WS-ASG-COUNT >= 1000
                           DISPLAY 'COSTEST: PROVIDER-CONTRACTS.DAT '
                               'EXCEEDS 1000 ROWS - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ASG-COUNT
                       MOVE PCA-PROVIDER-ID
                           TO WS-ASG-PROVIDER(WS-ASG-COUNT)
                       MOVE PCA-CONTRACT-ID
                           TO WS-ASG-CONTRACT(WS-ASG-COUNT)
                       MOVE PCA-EFF-DATE
                           TO WS-ASG-EFF(WS-ASG-COUNT)
                       MOVE PCA-TERM-DATE
                           TO WS-ASG-TERM(WS-ASG-COUNT)
               END-READ
           END-PERFORM
           CLOSE PROVIDER-CONTRACT-FILE.

       LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PRVM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROVIDER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PRV-TABLE-COUNT < 500
                           ADD 1 TO WS-PRV-TABLE-COUNT
                           MOVE PRV-PROVIDER-ID
                               TO WS-PV-PROVIDER-ID(WS-PRV-TABLE-COUNT)
                           MOVE PRV-PROVIDER-NAME
                               TO WS-PV-NAME(WS-PRV-TABLE-COUNT)
                           MOVE PRV-CRED-EFF-DATE
                               TO WS-PV-CRED-EFF(WS-PRV-TABLE-COUNT)
                           MOVE PRV-CRED-TERM-DATE
                               TO WS-PV-CRED-TERM(WS-PRV-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-FILE.

       LOAD-PLAN-DESIGNS.
           OPEN INPUT PLAN-DESIGN-FILE
           IF WS-PLN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PLAN-DESIGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PD-COUNT < 200
                           ADD 1 TO WS-PD-COUNT
                           MOVE PLN-PLAN-ID
                               TO WS-PD-PLAN-ID(WS-PD-COUNT)
                           MOVE PLN-CATEGORY
                               TO WS-PD-CATEGORY(WS-PD-COUNT)
                           MOVE PLN-COPAY-AMT
                               TO WS-PD-COPAY(WS-PD-COUNT)
                           MOVE PLN-COINS-RATE
                               TO WS-PD-COINS(WS-PD-COUNT)
                           MOVE PLN-DEDUCT-APPLIES
                               TO WS-PD-DED-APPLIES(WS-PD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-DESIGN-FILE.

       LOAD-PROC-MASTER.
           OPEN INPUT PROC-MASTER-FILE
           IF WS-PCM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROC-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PCM-COUNT < 2000
                           ADD 1 TO WS-PCM-COUNT
                           MOVE PCM-PROC-CODE
                               TO WS-PCM-CODE(WS-PCM-COUNT)
                           MOVE PCM-EFF-DATE
                               TO WS-PCM-EFF(WS-PCM-COUNT)
                           MOVE PCM-TERM-DATE
                               TO WS-PCM-TERM(WS-PCM-COUNT)
                           MOVE PCM-DENTAL-CLASS
                               TO WS-PCM-CLASS(WS-PCM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROC-MASTER-FILE.

       LOAD-FAMILY-ACCUMS.
           OPEN INPUT FAMILY-ACCUM-FILE
           IF WS-FAM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FAMILY-ACCUM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FAM-TABLE-COUNT = 500
                           DISPLAY 'COSTEST: ERROR - FAMILY-ACCUM.DAT '
                               'EXCEEDS THE 500-ROW TABLE - '
                               'RUN ABANDONED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FAM-TABLE-COUNT
                       MOVE FAM-FAMILY-ID
                           TO WS-FAT-FAMILY-ID(WS-FAM-TABLE-COUNT)
                       MOVE FAM-DEDUCT-ANNUAL
                           TO WS-FAT-DEDUCT-ANN(WS-FAM-TABLE-COUNT)
                       MOVE FAM-DEDUCT-MET
                           TO WS-FAT-DEDUCT-MET(WS-FAM-TABLE-COUNT)
                       MOVE FAM-OOP-MAX
                           TO WS-FAT-OOP-MAX(WS-FAM-TABLE-COUNT)
                       MOVE FAM-OOP-YTD
                           TO WS-FAT-OOP-YTD(WS-FAM-TABLE-COUNT)
               END-READ
           END-PERFORM
           CLOSE FAMILY-ACCUM-FILE.

       LOAD-BENEFIT-LIMITS.
           OPEN INPUT BENEFIT-LIMIT-FILE
           IF WS-BL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BENEFIT-LIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BL-COUNT < 50
                           ADD 1 TO WS-BL-COUNT
                           MOVE BL-PROC-LOW
                               TO WS-BL-LOW(WS-BL-COUNT)
                           MOVE BL-PROC-HIGH
                               TO WS-BL-HIGH(WS-BL-COUNT)
                           MOVE BL-LIMIT-UNITS
                               TO WS-BL-UNITS(WS-BL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFIT-LIMIT-FILE
           OPEN INPUT BENEFIT-USAGE-FILE
           IF WS-BU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BENEFIT-USAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-BU-COUNT < 2000
                           ADD 1 TO WS-BU-COUNT
                           MOVE BU-MEMBER-ID
                               TO WS-BU-MEMBER(WS-BU-COUNT)
                           MOVE BU-LIMIT-KEY
                               TO WS-BU-KEY(WS-BU-COUNT)
                           MOVE BU-UNITS-USED
                               TO WS-BU-USED(WS-BU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFIT-USAGE-FILE.

       LOAD-PREAUTH.
           OPEN INPUT PREAUTH-FILE
           IF WS-PA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PREAUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-PA-TABLE-COUNT < 1000
                           ADD 1 TO WS-PA-TABLE-COUNT
                           MOVE PA-MEMBER-ID
                               TO WS-PAT-MEMBER-ID(WS-PA-TABLE-COUNT)
                           MOVE PA-PROVIDER-ID
                               TO WS-PAT-PROVIDER-ID(WS-PA-TABLE-COUNT)
                           MOVE PA-PROCEDURE-CODE
                               TO WS-PAT-PROC-CODE(WS-PA-TABLE-COUNT)
                           MOVE PA-AUTH-NUMBER
                               TO WS-PAT-AUTH-NUMBER(WS-PA-TABLE-COUNT)
                           MOVE PA-EFF-DATE
                               TO WS-PAT-EFF-DATE(WS-PA-TABLE-COUNT)
                           MOVE PA-TERM-DATE
                               TO WS-PAT-TERM-DATE(WS-PA-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREAUTH-FILE.

      *>================================================================*
      *> PROCESS-REQUESTS: Rows with the same estimate ID, read in a
      *> run, make one estimate
      *>================================================================*
       PROCESS-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'COSTEST: NO ESTIMATE-REQUESTS.DAT - NOTHING '
                   'TO ESTIMATE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EST-OPEN = 'N'
                           OR EQ-ESTIMATE-ID NOT = WS-CURRENT-ESTIMATE
                           IF WS-EST-OPEN = 'Y'
                               PERFORM END-ESTIMATE
                           END-IF
                           PERFORM BEGIN-ESTIMATE
                       END-IF
                       PERFORM ESTIMATE-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-EST-OPEN = 'Y'
               PERFORM END-ESTIMATE
           END-IF
           CLOSE REQUEST-FILE
           OPEN OUTPUT REQUEST-FILE
           CLOSE REQUEST-FILE.

      *>================================================================*
      *> BEGIN-ESTIMATE: The member's coverage on the planned date and
      *> the accumulator positions the estimate starts from — the
      *> member's or the family's, whichever has less remaining, as
      *> CLMPROC starts a claim
      *>================================================================*
       BEGIN-ESTIMATE.
           MOVE 'Y' TO WS-EST-OPEN
           ADD 1 TO WS-ESTIMATES
           MOVE EQ-ESTIMATE-ID  TO WS-CURRENT-ESTIMATE
           MOVE EQ-MEMBER-ID    TO WS-CURRENT-MEMBER
           MOVE EQ-PROVIDER-ID  TO WS-CURRENT-PROVIDER
           MOVE EQ-SERVICE-DATE TO WS-CURRENT-SVC-DATE
           INITIALIZE WS-EST-TOTALS
           PERFORM FIND-POLICY
           PERFORM FIND-PROVIDER-MASTER
           WRITE ESTIMATE-LINE FROM EST-SEPARATOR
           MOVE WS-CURRENT-ESTIMATE TO EH1-ESTIMATE
           MOVE WS-CURRENT-MEMBER   TO EH1-MEMBER
           MOVE WS-CURRENT-PROVIDER TO EH1-PROVIDER
           IF WS-PV-FOUND-IDX > 0
               MOVE WS-PV-NAME(WS-PV-FOUND-IDX) TO EH1-PROVIDER-NAME
           ELSE
               MOVE SPACES TO EH1-PROVIDER-NAME
           END-IF
           MOVE WS-CURRENT-SVC-DATE TO EH1-DATE
           WRITE ESTIMATE-LINE FROM EST-HEAD-1
           MOVE 0 TO WS-DEDUCT-REMAINING
           MOVE 0 TO WS-OOP-REMAINING
           MOVE 0 TO WS-CUR-FAM-IDX
           IF WS-CUR-POL-FOUND = 'N'
               WRITE ESTIMATE-LINE FROM EST-NO-COVERAGE
               WRITE ESTIMATE-LINE FROM BLANK-LINE
               WRITE ESTIMATE-LINE FROM EST-COL-HEAD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-TYPE(WS-CUR-POL-IDX) TO WS-CURRENT-POL-TYPE
           MOVE WS-PT-POLICY-ID(WS-CUR-POL-IDX) TO EH2-POLICY
           MOVE WS-CURRENT-POL-TYPE TO EH2-TYPE
           MOVE WS-PT-PLAN-ID(WS-CUR-POL-IDX) TO EH2-PLAN
           MOVE WS-PT-FAMILY-ID(WS-CUR-POL-IDX) TO EH2-FAMILY
           WRITE ESTIMATE-LINE FROM EST-HEAD-2
           PERFORM FIND-FAMILY-ACCUM
           COMPUTE WS-MBR-DED-REMAINING =
               WS-PT-DEDUCT-ANN(WS-CUR-POL-IDX)
               - WS-PT-DEDUCT-MET(WS-CUR-POL-IDX)
           IF WS-MBR-DED-REMAINING < 0
               MOVE 0 TO WS-MBR-DED-REMAINING
           END-IF
           COMPUTE WS-MBR-OOP-REMAINING =
               WS-PT-OOP-MAX(WS-CUR-POL-IDX)
               - WS-PT-OOP-YTD(WS-CUR-POL-IDX)
           IF WS-MBR-OOP-REMAINING < 0
               MOVE 0 TO WS-MBR-OOP-REMAINING
           END-IF
           MOVE WS-MBR-DED-REMAINING TO WS-DEDUCT-REMAINING
           MOVE WS-MBR-OOP-REMAINING TO WS-OOP-REMAINING
           WRITE ESTIMATE-LINE FROM BLANK-LINE
           WRITE ESTIMATE-LINE FROM EST-ACCUM-HEAD
           MOVE 'MEMBER'                          TO EAL-LABEL
           MOVE WS-PT-DEDUCT-ANN(WS-CUR-POL-IDX)  TO EAL-DED-ANN
           MOVE WS-PT-DEDUCT-MET(WS-CUR-POL-IDX)  TO EAL-DED-MET
           MOVE WS-MBR-DED-REMAINING              TO EAL-DED-REM
           MOVE WS-PT-OOP-MAX(WS-CUR-POL-IDX)     TO EAL-OOP-MAX
           MOVE WS-PT-OOP-YTD(WS-CUR-POL-IDX)     TO EAL-OOP-YTD
           MOVE WS-MBR-OOP-REMAINING              TO EAL-OOP-REM
           WRITE ESTIMATE-LINE FROM EST-ACCUM-LINE
           IF WS-CUR-FAM-IDX > 0
               COMPUTE WS-FAM-DED-REMAINING =
                   WS-FAT-DEDUCT-ANN(WS-CUR-FAM-IDX)
                   - WS-FAT-DEDUCT-MET(WS-CUR-FAM-IDX)
               IF WS-FAM-DED-REMAINING < 0
                   MOVE 0 TO WS-FAM-DED-REMAINING
               END-IF
               IF WS-FAM-DED-REMAINING < WS-DEDUCT-REMAINING
                   MOVE WS-FAM-DED-REMAINING TO WS-DEDUCT-REMAINING
               END-IF
               COMPUTE WS-FAM-OOP-REMAINING =
                   WS-FAT-OOP-MAX(WS-CUR-FAM-IDX)
                   - WS-FAT-OOP-YTD(WS-CUR-FAM-IDX)
               IF WS-FAM-OOP-REMAINING < 0
                   MOVE 0 TO WS-FAM-OOP-REMAINING
               END-IF
               IF WS-FAM-OOP-REMAINING < WS-OOP-REMAINING
                   MOVE WS-FAM-OOP-REMAINING TO WS-OOP-REMAINING
               END-IF
               MOVE SPACES TO EAL-LABEL
               STRING 'FAMILY ' WS-FAT-FAMILY-ID(WS-CUR-FAM-IDX)
                   DELIMITED BY SIZE INTO EAL-LABEL
               MOVE WS-FAT-DEDUCT-ANN(WS-CUR-FAM-IDX) TO EAL-DED-ANN
               MOVE WS-FAT-DEDUCT-MET(WS-CUR-FAM-IDX) TO EAL-DED-MET
               MOVE WS-FAM-DED-REMAINING              TO EAL-DED-REM
               MOVE WS-FAT-OOP-MAX(WS-CUR-FAM-IDX)    TO EAL-OOP-MAX
               MOVE WS-FAT-OOP-YTD(WS-CUR-FAM-IDX)    TO EAL-OOP-YTD
               MOVE WS-FAM-OOP-REMAINING              TO EAL-OOP-REM
               WRITE ESTIMATE-LINE FROM EST-ACCUM-LINE
           END-IF
           WRITE ESTIMATE-LINE FROM BLANK-LINE
           WRITE ESTIMATE-LINE FROM EST-COL-HEAD.

      *>================================================================*
      *> FIND-POLICY: The member's policy in force on the planned
      *> date of service
      *>================================================================*
       FIND-POLICY.
           MOVE 'N' TO WS-CUR-POL-FOUND
           MOVE 'N' TO WS-CUR-POL-TERMED
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-POL-TABLE-COUNT
               IF WS-PT-MEMBER-ID(WS-SEARCH-IDX)
                   = WS-CURRENT-MEMBER
                   IF WS-CURRENT-SVC-DATE
                       >= WS-PT-EFF-DATE(WS-SEARCH-IDX)
                   AND (WS-PT-TERM-DATE(WS-SEARCH-IDX) = 0
                        OR WS-CURRENT-SVC-DATE
                           <= WS-PT-TERM-DATE(WS-SEARCH-IDX))
                       MOVE 'Y' TO WS-CUR-POL-FOUND
                       MOVE WS-SEARCH-IDX TO WS-CUR-POL-IDX
                   ELSE
                       MOVE 'Y' TO WS-CUR-POL-TERMED
                   END-IF
               END-IF
           END-PERFORM.

       FIND-FAMILY-ACCUM.
           MOVE 0 TO WS-CUR-FAM-IDX
           IF WS-FAM-TABLE-COUNT = 0
               OR WS-PT-FAMILY-ID(WS-CUR-POL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
               UNTIL WS-FAM-IDX > WS-FAM-TABLE-COUNT
               IF WS-FAT-FAMILY-ID(WS-FAM-IDX)
                   = WS-PT-FAMILY-ID(WS-CUR-POL-IDX)
                   MOVE WS-FAM-IDX TO WS-CUR-FAM-IDX
               END-IF
           END-PERFORM.

       FIND-PROVIDER-MASTER.
           MOVE 0 TO WS-PV-FOUND-IDX
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PRV-TABLE-COUNT
               IF WS-PV-PROVIDER-ID(WS-PV-IDX) = WS-CURRENT-PROVIDER
                   MOVE WS-PV-IDX TO WS-PV-FOUND-IDX
               END-IF
           END-PERFORM.

      *>================================================================*
      *> ESTIMATE-ONE-LINE: One procedure through the adjudication
      *> steps a claim line takes. A line the claim would deny is
      *> shown not covered, with the member owing the charge.
      *>================================================================*
       ESTIMATE-ONE-LINE.
           ADD 1 TO WS-LINES
           MOVE EQ-PROC-CODE TO WS-SVC-PROC-CODE
           MOVE EQ-PLACE     TO WS-SVC-PLACE
           MOVE EQ-UNITS     TO WS-SVC-UNITS
           IF WS-SVC-UNITS = 0
               MOVE 1 TO WS-SVC-UNITS
           END-IF
           MOVE EQ-CHARGE    TO WS-SVC-CHARGE
           MOVE WS-CURRENT-SVC-DATE TO WS-SVC-DATE-FROM
           MOVE WS-SVC-PROC-CODE(1:1) TO WS-PROC-PREFIX
           MOVE 'Y' TO WS-LINE-COVERED
           MOVE SPACES TO WS-LINE-NOTE
           MOVE SPACES TO WS-LINE-NOTE-2
           MOVE 0 TO WS-LINE-ALLOWED
           MOVE 0 TO WS-LINE-COPAY
           MOVE 0 TO WS-LINE-DEDUCT
           MOVE 0 TO WS-LINE-COINS
           MOVE 0 TO WS-LINE-PAID
           MOVE 0 TO WS-BALANCE-BILL
           MOVE 0 TO WS-BU-PEND-IDX
           MOVE 'N' TO WS-LINE-UNITS-CAPPED

           IF WS-CUR-POL-FOUND = 'N'
               IF WS-CUR-POL-TERMED = 'Y'
                   MOVE 'NOT COVERED - COVERAGE NOT IN FORCE ON THE '
                       & 'PLANNED DATE' TO WS-LINE-NOTE
               ELSE
                   MOVE 'NOT COVERED - NO POLICY ON FILE FOR THIS '
                       & 'MEMBER' TO WS-LINE-NOTE
               END-IF
               PERFORM LINE-NOT-COVERED
               EXIT PARAGRAPH
           END-IF

      *> A provider outside its credentialing window on the planned
      *> date is denied, whatever its network flag says
           IF WS-PV-FOUND-IDX > 0
               IF (WS-PV-CRED-EFF(WS-PV-FOUND-IDX) NOT = 0
                   AND WS-SVC-DATE-FROM
                       < WS-PV-CRED-EFF(WS-PV-FOUND-IDX))
               OR (WS-PV-CRED-TERM(WS-PV-FOUND-IDX) NOT = 0
                   AND WS-SVC-DATE-FROM
                       > WS-PV-CRED-TERM(WS-PV-FOUND-IDX))
                   MOVE 'NOT COVERED - PROVIDER NOT CREDENTIALED ON '
                       & 'THE PLANNED DATE' TO WS-LINE-NOTE
                   PERFORM LINE-NOT-COVERED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-BL-COUNT > 0
               PERFORM CHECK-BENEFIT-LIMIT
               IF WS-LINE-COVERED = 'N'
                   PERFORM LINE-NOT-COVERED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-FEE-RATE
      *> With no charge on the request the provider is taken to bill
      *> its contracted rate; without a contract there is nothing to
      *> estimate from
           IF WS-SVC-CHARGE = 0
               IF WS-FEE-FOUND = 'N'
                   OR WS-FT-PRICING(WS-FEE-HIT-IDX) = 'P'
                   MOVE 'NO CONTRACTED RATE - THE PROVIDER''S BILLED '
                       & 'CHARGE IS NEEDED TO ESTIMATE' TO WS-LINE-NOTE
                   ADD 1 TO WS-LINES-NO-PRICE
                   PERFORM WRITE-LINE-DETAIL
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FEE-RATE TO WS-SVC-CHARGE
           END-IF

      *> Preauthorization — CLMPROC denies radiology that requires
      *> it with no authorization on file; the estimate assumes one
      *> will be obtained and says so
           IF WS-PREAUTH-FLAG = 'Y'
               AND WS-PROC-PREFIX = '7'
               PERFORM FIND-PREAUTH
               IF WS-LINE-HAS-AUTH = 'N'
                   MOVE 'PREAUTHORIZATION REQUIRED AND NOT ON FILE - '
                       & 'WITHOUT IT THIS SERVICE IS NOT COVERED'
                       TO WS-LINE-NOTE-2
                   ADD 1 TO WS-LINES-NEED-AUTH
               ELSE
                   MOVE SPACES TO WS-LINE-NOTE-2
                   STRING 'PREAUTHORIZATION ' WS-LINE-AUTH-NUMBER
                       ' ON FILE FOR THE PLANNED DATE'
                       DELIMITED BY SIZE INTO WS-LINE-NOTE-2
               END-IF
           END-IF

           IF WS-CURRENT-POL-TYPE = 'H'
           AND WS-LINE-NETWORK = 'N'
           AND WS-PROC-PREFIX NOT = '7'
           AND WS-PROC-PREFIX NOT = '8'
               MOVE 'NOT COVERED - HMO PLANS HAVE NO OUT-OF-NETWORK '
                   & 'BENEFIT' TO WS-LINE-NOTE
               PERFORM LINE-NOT-COVERED
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-ADJUDICATION
           IF WS-LINE-COVERED = 'N'
               PERFORM LINE-NOT-COVERED
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE-COPAY > WS-LINE-ALLOWED
               MOVE WS-LINE-ALLOWED TO WS-LINE-COPAY
           END-IF
           PERFORM APPLY-DEDUCTIBLE
           PERFORM COMPUTE-PAYMENT
           PERFORM APPLY-OOP-CAP

      *> Later lines of the estimate see this line's usage, as the
      *> lines of one claim would; nothing is saved
           IF WS-BU-PEND-IDX > 0
               ADD WS-SVC-UNITS TO WS-BU-USED(WS-BU-PEND-IDX)
           END-IF
           IF WS-LINE-UNITS-CAPPED = 'Y'
               MOVE 'BENEFIT LIMIT REACHED - ONLY THE REMAINING UNITS '
                   & 'ARE COVERED' TO WS-LINE-NOTE
           END-IF
           IF WS-IS-OON-CLAIM
               COMPUTE WS-BALANCE-BILL =
                   WS-SVC-CHARGE - WS-LINE-ALLOWED
               IF WS-BALANCE-BILL > 0
                   MOVE WS-BALANCE-BILL TO ED-PAID
                   MOVE SPACES TO WS-LINE-NOTE
                   STRING 'OUT OF NETWORK - THE PROVIDER MAY ALSO BILL '
                       'YOU THE $' FUNCTION TRIM(ED-PAID)
                       ' ABOVE THE ALLOWED AMOUNT'
                       DELIMITED BY SIZE INTO WS-LINE-NOTE
               END-IF
           END-IF
           PERFORM WRITE-LINE-DETAIL.

      *> A line the claim would deny: the plan pays nothing and the
      *> member owes what the provider bills
       LINE-NOT-COVERED.
           MOVE 'N' TO WS-LINE-COVERED
           ADD 1 TO WS-LINES-NOT-COVERED
           MOVE 0 TO WS-LINE-ALLOWED
           MOVE 0 TO WS-LINE-COPAY
           MOVE 0 TO WS-LINE-DEDUCT
           MOVE 0 TO WS-LINE-COINS
           MOVE 0 TO WS-LINE-PAID
           PERFORM WRITE-LINE-DETAIL.

       WRITE-LINE-DETAIL.
           IF WS-LINE-COVERED = 'Y'
               COMPUTE WS-LINE-OWED =
                   WS-LINE-COPAY + WS-LINE-DEDUCT + WS-LINE-COINS
           ELSE
               MOVE WS-SVC-CHARGE TO WS-LINE-OWED
           END-IF
           MOVE WS-SVC-PROC-CODE TO ED-PROC
           MOVE WS-SVC-PLACE     TO ED-PLACE
           MOVE WS-SVC-UNITS     TO ED-UNITS
           MOVE WS-SVC-CHARGE    TO ED-CHARGE
           MOVE WS-LINE-ALLOWED  TO ED-ALLOWED
           MOVE WS-LINE-COPAY    TO ED-COPAY
           MOVE WS-LINE-DEDUCT   TO ED-DEDUCT
           MOVE WS-LINE-COINS    TO ED-COINS
           MOVE WS-LINE-PAID     TO ED-PAID
           MOVE WS-LINE-OWED     TO ED-OWED
           WRITE ESTIMATE-LINE FROM EST-DETAIL
           IF WS-LINE-NOTE NOT = SPACES
               MOVE WS-LINE-NOTE TO EN-TEXT
               WRITE ESTIMATE-LINE FROM EST-NOTE
           END-IF
           IF WS-LINE-NOTE-2 NOT = SPACES
               MOVE WS-LINE-NOTE-2 TO EN-TEXT
               WRITE ESTIMATE-LINE FROM EST-NOTE
           END-IF
           ADD WS-SVC-CHARGE   TO WS-EST-CHARGE
           ADD WS-LINE-ALLOWED TO WS-EST-ALLOWED
           ADD WS-LINE-COPAY   TO WS-EST-COPAY
           ADD WS-LINE-DEDUCT  TO WS-EST-DEDUCT
           ADD WS-LINE-COINS   TO WS-EST-COINS
           ADD WS-LINE-PAID    TO WS-EST-PAID
           ADD WS-LINE-OWED    TO WS-EST-OWED.

       END-ESTIMATE.
           MOVE WS-EST-CHARGE  TO ET-CHARGE
           MOVE WS-EST-ALLOWED TO ET-ALLOWED
           MOVE WS-EST-COPAY   TO ET-COPAY
           MOVE WS-EST-DEDUCT  TO ET-DEDUCT
           MOVE WS-EST-COINS   TO ET-COINS
           MOVE WS-EST-PAID    TO ET-PAID
           MOVE WS-EST-OWED    TO ET-OWED
           WRITE ESTIMATE-LINE FROM BLANK-LINE
           WRITE ESTIMATE-LINE FROM EST-TOTAL
           IF WS-CUR-POL-FOUND = 'Y'
               MOVE WS-DEDUCT-REMAINING TO EA-DED-REM
               MOVE WS-OOP-REMAINING    TO EA-OOP-REM
               WRITE ESTIMATE-LINE FROM EST-AFTER
           END-IF
           WRITE ESTIMATE-LINE FROM BLANK-LINE
           WRITE ESTIMATE-LINE FROM EST-DISCLAIMER-1
           WRITE ESTIMATE-LINE FROM EST-DISCLAIMER-2
           WRITE ESTIMATE-LINE FROM BLANK-LINE
           MOVE 'N' TO WS-EST-OPEN.

      *>================================================================*
      *> CHECK-BENEFIT-LIMIT: The member's remaining allowance on the
      *> limit row covering the procedure — as CLMPROC checks it
      *>================================================================*
       CHECK-BENEFIT-LIMIT.
           MOVE 0 TO WS-LIM-FOUND-IDX
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BL-COUNT
               IF WS-SVC-PROC-CODE >= WS-BL-LOW(WS-BL-IDX)
                   AND WS-SVC-PROC-CODE <= WS-BL-HIGH(WS-BL-IDX)
                   MOVE WS-BL-IDX TO WS-LIM-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-LIM-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BU-IDX FROM 1 BY 1
               UNTIL WS-BU-IDX > WS-BU-COUNT
               OR (WS-BU-MEMBER(WS-BU-IDX) = WS-CURRENT-MEMBER
                   AND WS-BU-KEY(WS-BU-IDX)
                       = WS-BL-LOW(WS-LIM-FOUND-IDX))
               CONTINUE
           END-PERFORM
           IF WS-BU-IDX > WS-BU-COUNT
               IF WS-BU-COUNT = 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BU-COUNT
               MOVE WS-BU-COUNT TO WS-BU-IDX
               MOVE WS-CURRENT-MEMBER TO WS-BU-MEMBER(WS-BU-IDX)
               MOVE WS-BL-LOW(WS-LIM-FOUND-IDX) TO WS-BU-KEY(WS-BU-IDX)
               MOVE 0 TO WS-BU-USED(WS-BU-IDX)
           END-IF
           COMPUTE WS-LIM-REMAINING =
               WS-BL-UNITS(WS-LIM-FOUND-IDX) - WS-BU-USED(WS-BU-IDX)
           MOVE SPACES TO WS-LINE-NOTE-2
           STRING 'BENEFIT LIMIT: ' WS-BU-USED(WS-BU-IDX)
               ' OF ' WS-BL-UNITS(WS-LIM-FOUND-IDX)
               ' UNITS USED BEFORE THIS SERVICE'
               DELIMITED BY SIZE INTO WS-LINE-NOTE-2
           IF WS-LIM-REMAINING <= 0
               MOVE 'N' TO WS-LINE-COVERED
               MOVE 'NOT COVERED - BENEFIT LIMIT ALREADY REACHED'
                   TO WS-LINE-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-SVC-UNITS > WS-LIM-REMAINING
               MOVE WS-LIM-REMAINING TO WS-SVC-UNITS
               MOVE 'Y' TO WS-LINE-UNITS-CAPPED
           END-IF
           MOVE WS-BU-IDX TO WS-BU-PEND-IDX.

       FIND-PREAUTH.
           MOVE 'N' TO WS-LINE-HAS-AUTH
           MOVE SPACES TO WS-LINE-AUTH-NUMBER
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
               UNTIL WS-PA-IDX > WS-PA-TABLE-COUNT
               IF WS-PAT-MEMBER-ID(WS-PA-IDX) = WS-CURRENT-MEMBER
               AND WS-PAT-PROVIDER-ID(WS-PA-IDX) = WS-CURRENT-PROVIDER
               AND WS-PAT-PROC-CODE(WS-PA-IDX) = WS-SVC-PROC-CODE
               AND WS-SVC-DATE-FROM >= WS-PAT-EFF-DATE(WS-PA-IDX)
               AND (WS-PAT-TERM-DATE(WS-PA-IDX) = 0
                    OR WS-SVC-DATE-FROM <= WS-PAT-TERM-DATE(WS-PA-IDX))
                   MOVE 'Y' TO WS-LINE-HAS-AUTH
                   MOVE WS-PAT-AUTH-NUMBER(WS-PA-IDX)
                       TO WS-LINE-AUTH-NUMBER
               END-IF
           END-PERFORM.

      *>================================================================*
      *> FIND-FEE-RATE: The contracted row in effect on the planned
      *> date, priced by its method — the provider's own row, else
      *> the base schedule of the contract it is under that day (out
      *> of network on a non-par contract); no row is out of network
      *> at 80% of the billed charge
      *>================================================================*
       FIND-FEE-RATE.
           MOVE 0 TO WS-FEE-RATE
           MOVE 'N' TO WS-PREAUTH-FLAG
           MOVE 'N' TO WS-FEE-FOUND
           MOVE 0 TO WS-FEE-HIT-IDX
           MOVE WS-CURRENT-PROVIDER TO WS-FEE-KEY
           PERFORM SEARCH-FEE-ROWS
           IF WS-FEE-FOUND = 'N'
               AND WS-CON-COUNT > 0
               MOVE WS-SVC-DATE-FROM TO WS-CONTRACT-DATE
               PERFORM FIND-PROVIDER-CONTRACT
               IF WS-CUR-SCHEDULE NOT = SPACES
                   MOVE WS-CUR-SCHEDULE TO WS-FEE-KEY
                   PERFORM SEARCH-FEE-ROWS
                   IF WS-FEE-FOUND = 'Y'
                       AND WS-CUR-TIER = 'N'
                       MOVE 'N' TO WS-LINE-NETWORK
                   END-IF
               END-IF
           END-IF
           IF WS-FEE-FOUND = 'Y'
               PERFORM PRICE-BY-METHOD
           ELSE
               MOVE 'N' TO WS-LINE-NETWORK
               COMPUTE WS-FEE-RATE ROUNDED = WS-SVC-CHARGE * 0.80
               END-COMPUTE
           END-IF.

       SEARCH-FEE-ROWS.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-FEE-TABLE-COUNT
               IF WS-FT-PROVIDER-ID(WS-SEARCH-IDX) = WS-FEE-KEY
               AND WS-FT-PROC-CODE(WS-SEARCH-IDX) = WS-SVC-PROC-CODE
               AND WS-SVC-DATE-FROM >= WS-FT-EFF-DATE(WS-SEARCH-IDX)
               AND (WS-FT-TERM-DATE(WS-SEARCH-IDX) = 0
                    OR WS-SVC-DATE-FROM
                       <= WS-FT-TERM-DATE(WS-SEARCH-IDX))
                   MOVE WS-FT-RATE(WS-SEARCH-IDX) TO WS-FEE-RATE
                   MOVE WS-FT-PREAUTH(WS-SEARCH-IDX)
                       TO WS-PREAUTH-FLAG
                   MOVE WS-FT-NETWORK(WS-SEARCH-IDX)
                       TO WS-LINE-NETWORK
                   MOVE WS-SEARCH-IDX TO WS-FEE-HIT-IDX
                   MOVE 'Y' TO WS-FEE-FOUND
               END-IF
           END-PERFORM.

      *> The provider's contract on WS-CONTRACT-DATE and that
      *> contract's base schedule and tier, as CLMPROC resolves them
       FIND-PROVIDER-CONTRACT.
           MOVE SPACES TO WS-CUR-CONTRACT
           MOVE SPACES TO WS-CUR-SCHEDULE
           MOVE SPACES TO WS-CUR-TIER
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-PROVIDER(WS-ASG-IDX) = WS-CURRENT-PROVIDER
               AND WS-CONTRACT-DATE >= WS-ASG-EFF(WS-ASG-IDX)
               AND (WS-ASG-TERM(WS-ASG-IDX) = 0
                    OR WS-CONTRACT-DATE <= WS-ASG-TERM(WS-ASG-IDX))
                   MOVE WS-ASG-CONTRACT(WS-ASG-IDX) TO WS-CUR-CONTRACT
               END-IF
           END-PERFORM
           IF WS-CUR-CONTRACT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CON-COUNT
               IF WS-CON-ID(WS-CON-IDX) = WS-CUR-CONTRACT
               AND WS-CONTRACT-DATE >= WS-CON-EFF(WS-CON-IDX)
               AND (WS-CON-TERM(WS-CON-IDX) = 0
                    OR WS-CONTRACT-DATE <= WS-CON-TERM(WS-CON-IDX))
                   MOVE WS-CON-SCHEDULE(WS-CON-IDX) TO WS-CUR-SCHEDULE
                   MOVE WS-CON-TIER(WS-CON-IDX) TO WS-CUR-TIER
               END-IF
           END-PERFORM.

       PRICE-BY-METHOD.
           EVALUATE WS-FT-PRICING(WS-FEE-HIT-IDX)
               WHEN 'R'
                   PERFORM FIND-RVU-VALUE
                   IF WS-RVU-FOUND = 'Y'
                       COMPUTE WS-FEE-RATE ROUNDED =
                           WS-LINE-RVU
                           * WS-FT-CONV-FACTOR(WS-FEE-HIT-IDX)
                       END-COMPUTE
                   END-IF
               WHEN 'P'
                   COMPUTE WS-FEE-RATE ROUNDED =
                       WS-SVC-CHARGE
                       * WS-FT-PCT-CHARGE(WS-FEE-HIT-IDX) / 100
                   END-COMPUTE
                   IF WS-FT-PCT-CAP(WS-FEE-HIT-IDX) > 0
                       COMPUTE WS-PCT-CAP-TOTAL =
                           WS-FT-PCT-CAP(WS-FEE-HIT-IDX) * WS-SVC-UNITS
                       END-COMPUTE
                       IF WS-FEE-RATE > WS-PCT-CAP-TOTAL
                           MOVE WS-PCT-CAP-TOTAL TO WS-FEE-RATE
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-SVC-UNITS > 1
               COMPUTE WS-FEE-RATE ROUNDED = WS-FEE-RATE * WS-SVC-UNITS
               END-COMPUTE
           END-IF.

       FIND-RVU-VALUE.
           MOVE 'N' TO WS-RVU-FOUND
           MOVE 0 TO WS-LINE-RVU
           PERFORM VARYING WS-RVU-IDX FROM 1 BY 1
               UNTIL WS-RVU-IDX > WS-RVU-COUNT
               IF WS-RVT-PROC(WS-RVU-IDX) = WS-SVC-PROC-CODE
               AND WS-SVC-DATE-FROM >= WS-RVT-EFF(WS-RVU-IDX)
               AND (WS-RVT-TERM(WS-RVU-IDX) = 0
                    OR WS-SVC-DATE-FROM <= WS-RVT-TERM(WS-RVU-IDX))
                   MOVE WS-RVT-TOTAL(WS-RVU-IDX) TO WS-LINE-RVU
                   MOVE 'Y' TO WS-RVU-FOUND
               END-IF
           END-PERFORM.

      *>================================================================*
      *> COMPUTE-ADJUDICATION: CLMPROC's plan-type/place-of-service
      *> allowance and copay, then the plan design's category terms
      *>================================================================*
       COMPUTE-ADJUDICATION.
           MOVE 0 TO WS-LINE-ALLOWED
           MOVE 0 TO WS-LINE-COPAY
           MOVE 'N' TO WS-OON-CLAIM
           EVALUATE TRUE
               WHEN WS-CURRENT-POL-TYPE = 'P'
                AND WS-LINE-NETWORK = 'N'
                AND WS-PROC-PREFIX NOT = '7'
                AND WS-PROC-PREFIX NOT = '8'
                   COMPUTE WS-LINE-ALLOWED ROUNDED =
                       WS-SVC-CHARGE * 0.70
                   END-COMPUTE
                   SET WS-IS-OON-CLAIM TO TRUE
               WHEN WS-PROC-PREFIX = 'D'
                   PERFORM ALLOW-LESSER-OF-CHARGE
               WHEN WS-CURRENT-POL-TYPE = 'P'
                AND WS-SVC-PLACE = '11'
                AND WS-PROC-PREFIX NOT = '7'
                AND WS-PROC-PREFIX NOT = '8'
                   PERFORM ALLOW-LESSER-OF-CHARGE
                   MOVE WS-PT-COPAY(WS-CUR-POL-IDX) TO WS-LINE-COPAY
               WHEN WS-CURRENT-POL-TYPE = 'P'
                AND WS-SVC-PLACE = '22'
                AND WS-PROC-PREFIX NOT = '7'
                   MOVE WS-FEE-RATE TO WS-LINE-ALLOWED
                   MOVE WS-PT-COPAY(WS-CUR-POL-IDX) TO WS-LINE-COPAY
               WHEN WS-CURRENT-POL-TYPE = 'P'
                AND WS-SVC-PLACE = '23'
                   COMPUTE WS-LINE-ALLOWED ROUNDED =
                       WS-SVC-CHARGE * 0.90
                   END-COMPUTE
               WHEN WS-CURRENT-POL-TYPE = 'P'
                AND WS-SVC-PLACE = '21'
                   MOVE WS-FEE-RATE TO WS-LINE-ALLOWED
               WHEN WS-CURRENT-POL-TYPE = 'H'
                AND WS-SVC-PLACE = '11'
                AND WS-PROC-PREFIX NOT = '7'
                AND WS-PROC-PREFIX NOT = '8'
                   PERFORM ALLOW-LESSER-OF-CHARGE
                   MOVE WS-PT-COPAY(WS-CUR-POL-IDX) TO WS-LINE-COPAY
               WHEN WS-CURRENT-POL-TYPE = 'H'
                AND WS-SVC-PLACE = '22'
                   MOVE WS-FEE-RATE TO WS-LINE-ALLOWED
                   MOVE WS-PT-COPAY(WS-CUR-POL-IDX) TO WS-LINE-COPAY
               WHEN WS-CURRENT-POL-TYPE = 'H'
                AND WS-SVC-PLACE = '23'
                   COMPUTE WS-LINE-ALLOWED ROUNDED =
                       WS-SVC-CHARGE * 0.90
                   END-COMPUTE
                   MOVE 150.00 TO WS-LINE-COPAY
               WHEN WS-CURRENT-POL-TYPE = 'H'
                AND WS-SVC-PLACE = '21'
                   MOVE WS-FEE-RATE TO WS-LINE-ALLOWED
               WHEN WS-CURRENT-POL-TYPE = 'I'
                AND WS-SVC-PLACE = '11'
                AND WS-PROC-PREFIX NOT = '7'
                AND WS-PROC-PREFIX NOT = '8'
                   PERFORM ALLOW-LESSER-OF-CHARGE
               WHEN WS-CURRENT-POL-TYPE = 'I'
                AND WS-SVC-PLACE = '22'
                   MOVE WS-FEE-RATE TO WS-LINE-ALLOWED
               WHEN WS-CURRENT-POL-TYPE = 'I'
                AND WS-SVC-PLACE = '23'
                   COMPUTE WS-LINE-ALLOWED ROUNDED =
                       WS-SVC-CHARGE * 0.90
                   END-COMPUTE
               WHEN WS-CURRENT-POL-TYPE = 'I'
                AND WS-SVC-PLACE = '21'
                   MOVE WS-FEE-RATE TO WS-LINE-ALLOWED
               WHEN WS-PROC-PREFIX = '7'
                   MOVE WS-FEE-RATE TO WS-LINE-ALLOWED
               WHEN WS-PROC-PREFIX = '8'
                   PERFORM ALLOW-LESSER-OF-CHARGE
               WHEN OTHER
                   MOVE 'N' TO WS-LINE-COVERED
                   MOVE 'NOT COVERED - NO BENEFIT FOR THIS SERVICE AT '
                       & 'THIS PLACE OF SERVICE' TO WS-LINE-NOTE
           END-EVALUATE
           IF WS-LINE-COVERED = 'Y'
               PERFORM DERIVE-SERVICE-CATEGORY
               PERFORM APPLY-PLAN-DESIGN
           END-IF.

       ALLOW-LESSER-OF-CHARGE.
           IF WS-SVC-CHARGE < WS-FEE-RATE
               MOVE WS-SVC-CHARGE TO WS-LINE-ALLOWED
           ELSE
               MOVE WS-FEE-RATE TO WS-LINE-ALLOWED
           END-IF.

       DERIVE-SERVICE-CATEGORY.
           MOVE SPACE TO WS-LINE-DENTAL-CLASS
           IF WS-PROC-PREFIX = 'D'
               PERFORM VARYING WS-PCM-IDX FROM 1 BY 1
                   UNTIL WS-PCM-IDX > WS-PCM-COUNT
                   IF WS-PCM-CODE(WS-PCM-IDX) = WS-SVC-PROC-CODE
                   AND WS-SVC-DATE-FROM >= WS-PCM-EFF(WS-PCM-IDX)
                   AND (WS-PCM-TERM(WS-PCM-IDX) = 0
                        OR WS-SVC-DATE-FROM <= WS-PCM-TERM(WS-PCM-IDX))
                       MOVE WS-PCM-CLASS(WS-PCM-IDX)
                           TO WS-LINE-DENTAL-CLASS
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-PROC-PREFIX = 'D'
                AND WS-LINE-DENTAL-CLASS = 'P'
                   MOVE 'DP' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = 'D'
                AND WS-LINE-DENTAL-CLASS = 'M'
                   MOVE 'DM' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = 'D'
                   MOVE 'DB' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = '7'
                   MOVE 'XR' TO WS-LINE-CATEGORY
               WHEN WS-PROC-PREFIX = '8'
                   MOVE 'LB' TO WS-LINE-CATEGORY
               WHEN WS-SVC-PLACE = '11'
                   MOVE 'OV' TO WS-LINE-CATEGORY
               WHEN WS-SVC-PLACE = '22'
                   MOVE 'OP' TO WS-LINE-CATEGORY
               WHEN WS-SVC-PLACE = '23'
                   MOVE 'ER' TO WS-LINE-CATEGORY
               WHEN WS-SVC-PLACE = '21'
                   MOVE 'IP' TO WS-LINE-CATEGORY
               WHEN OTHER
                   MOVE SPACES TO WS-LINE-CATEGORY
           END-EVALUATE.

       APPLY-PLAN-DESIGN.
           MOVE 'N' TO WS-PLAN-COINS-SET
           MOVE 'Y' TO WS-LINE-DED-APPLIES
           IF WS-PD-COUNT = 0
               OR WS-PT-PLAN-ID(WS-CUR-POL-IDX) = SPACES
               OR WS-IS-OON-CLAIM
               OR WS-LINE-CATEGORY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PD-HIT
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-PLAN-ID(WS-PD-IDX) =
                   WS-PT-PLAN-ID(WS-CUR-POL-IDX)
                   AND WS-PD-CATEGORY(WS-PD-IDX) = WS-LINE-CATEGORY
                   MOVE WS-PD-IDX TO WS-PD-HIT
               END-IF
           END-PERFORM
           IF WS-PD-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PD-COPAY(WS-PD-HIT) TO WS-LINE-COPAY
           MOVE WS-PD-COINS(WS-PD-HIT) TO WS-LINE-PLAN-COINS
           MOVE 'Y' TO WS-PLAN-COINS-SET
           MOVE WS-PD-DED-APPLIES(WS-PD-HIT) TO WS-LINE-DED-APPLIES.

      *>================================================================*
      *> APPLY-DEDUCTIBLE / COMPUTE-PAYMENT / APPLY-OOP-CAP: The
      *> member's share, line by line, against the positions the
      *> estimate started from
      *>================================================================*
       APPLY-DEDUCTIBLE.
           MOVE 0 TO WS-LINE-DEDUCT
           IF WS-LINE-DED-APPLIES = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-DEDUCT-REMAINING <= ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-DEDUCT = WS-LINE-ALLOWED - WS-LINE-COPAY
           IF WS-LINE-DEDUCT <= ZERO
               MOVE 0 TO WS-LINE-DEDUCT
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-DEDUCT <= WS-DEDUCT-REMAINING
               SUBTRACT WS-LINE-DEDUCT FROM WS-DEDUCT-REMAINING
           ELSE
               MOVE WS-DEDUCT-REMAINING TO WS-LINE-DEDUCT
               MOVE 0 TO WS-DEDUCT-REMAINING
           END-IF.

       COMPUTE-PAYMENT.
           COMPUTE WS-LINE-COINS =
               WS-LINE-ALLOWED - WS-LINE-COPAY - WS-LINE-DEDUCT
           IF WS-LINE-COINS < 0
               MOVE 0 TO WS-LINE-COINS
           END-IF
           EVALUATE TRUE
               WHEN WS-IS-OON-CLAIM
                   COMPUTE WS-LINE-PAID ROUNDED =
                       WS-LINE-COINS * WS-PT-OON-COINS(WS-CUR-POL-IDX)
                   END-COMPUTE
               WHEN WS-PLAN-COINS-SET = 'Y'
                   COMPUTE WS-LINE-PAID ROUNDED =
                       WS-LINE-COINS * WS-LINE-PLAN-COINS
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-LINE-PAID ROUNDED =
                       WS-LINE-COINS * WS-PT-COINS-RATE(WS-CUR-POL-IDX)
                   END-COMPUTE
           END-EVALUATE
           COMPUTE WS-LINE-COINS ROUNDED = WS-LINE-COINS - WS-LINE-PAID
           END-COMPUTE
           IF WS-LINE-PAID < 0
               MOVE 0 TO WS-LINE-PAID
           END-IF.

       APPLY-OOP-CAP.
           COMPUTE WS-PATIENT-TOTAL =
               WS-LINE-COPAY + WS-LINE-DEDUCT + WS-LINE-COINS
           IF WS-OOP-REMAINING > 0
               IF WS-PATIENT-TOTAL > WS-OOP-REMAINING
                   COMPUTE WS-LINE-PAID ROUNDED =
                       WS-LINE-PAID
                       + (WS-PATIENT-TOTAL - WS-OOP-REMAINING)
                   END-COMPUTE
                   COMPUTE WS-LINE-COINS =
                       WS-OOP-REMAINING - WS-LINE-COPAY - WS-LINE-DEDUCT
                   IF WS-LINE-COINS < 0
                       MOVE 0 TO WS-LINE-COINS
                   END-IF
                   MOVE 0 TO WS-OOP-REMAINING
               ELSE
                   SUBTRACT WS-PATIENT-TOTAL FROM WS-OOP-REMAINING
               END-IF
           ELSE
               COMPUTE WS-LINE-PAID ROUNDED =
                   WS-LINE-ALLOWED - WS-LINE-COPAY
               END-COMPUTE
               MOVE 0 TO WS-LINE-DEDUCT
               MOVE 0 TO WS-LINE-COINS
           END-IF.
