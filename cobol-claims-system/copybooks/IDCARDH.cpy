      *>================================================================*
      *> IDCARDH.cpy — ID Card Issued History Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, appended by IDCARD — one row per
      *> card-triggering event a card was ordered for, carrying the
      *> policy state the card was printed with. The member's latest
      *> row is what the next night's policy is compared to for PCP,
      *> plan and policy-type changes; a merge or reissue already on
      *> file for its key is never ordered again.
      *>   N new enrollment      P PCP changed     L plan changed
      *>   T policy type changed M member merge    R reissue request
      *>   B baseline — the state on file when card history began,
      *>     recorded with no card ordered
      *> ICH-EVENT-KEY is the merged-away member ID on an M row and
      *> the request date on an R row; spaces otherwise.
      *>================================================================*
       01  ID-CARD-HISTORY-RECORD.
           05  ICH-MEMBER-ID           PIC X(10).
           05  ICH-EVENT               PIC X(1).
               88  ICH-NEW-ENROLLMENT      VALUE 'N'.
               88  ICH-PCP-CHANGE          VALUE 'P'.
               88  ICH-PLAN-CHANGE         VALUE 'L'.
               88  ICH-TYPE-CHANGE         VALUE 'T'.
               88  ICH-MEMBER-MERGE        VALUE 'M'.
               88  ICH-REISSUE             VALUE 'R'.
               88  ICH-BASELINE            VALUE 'B'.
           05  ICH-EVENT-KEY           PIC X(10).
           05  ICH-ISSUE-DATE          PIC 9(8).
           05  ICH-POLICY-ID           PIC X(5).
           05  ICH-POL-TYPE            PIC X(1).
           05  ICH-PCP-ID              PIC X(10).
           05  ICH-PLAN-ID             PIC X(5).
           05  ICH-FILLER              PIC X(30).
