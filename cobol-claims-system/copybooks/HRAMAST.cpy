      *>================================================================*
      *> HRAMAST.cpy — Health Reimbursement Arrangement Master (80 bytes)
      *> Layout: LINE SEQUENTIAL, one row per member per plan year
      *> the member's employer group funds an HRA for. The group
      *> sets the funding amount, which of the member's cost-share
      *> categories the HRA pays, and whether it pays the provider
      *> directly or reimburses the member. HRAPAY draws on the
      *> balance after adjudication and rewrites the file; a row
      *> whose balance is spent stays on file for the year.
      *>
      *> HRA-PAYS-DEDUCT / -COINS / -COPAY: Y the HRA pays that
      *> category of CFA member responsibility, N it does not.
      *> HRA-PAY-TO: P the claim's provider, M the member.
      *> HRA-DRAWN-YTD + HRA-BALANCE always equals HRA-FUNDING-AMT.
      *>================================================================*
       01  HRA-MASTER-RECORD.
           05  HRA-MEMBER-ID           PIC X(10).
           05  HRA-PLAN-YEAR           PIC 9(4).
           05  HRA-GROUP-ID            PIC X(5).
           05  HRA-FUNDING-AMT         PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HRA-PAYS-DEDUCT         PIC X(1).
               88  HRA-DEDUCT-ELIGIBLE     VALUE 'Y'.
           05  HRA-PAYS-COINS          PIC X(1).
               88  HRA-COINS-ELIGIBLE      VALUE 'Y'.
           05  HRA-PAYS-COPAY          PIC X(1).
               88  HRA-COPAY-ELIGIBLE      VALUE 'Y'.
           05  HRA-PAY-TO              PIC X(1).
               88  HRA-PAYS-PROVIDER       VALUE 'P'.
               88  HRA-PAYS-MEMBER         VALUE 'M'.
           05  HRA-DRAWN-YTD           PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HRA-BALANCE             PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HRA-LAST-DRAW-DATE      PIC 9(8).
           05  HRA-FILLER              PIC X(19).
