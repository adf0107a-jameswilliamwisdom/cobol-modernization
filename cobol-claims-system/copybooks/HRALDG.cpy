      *>================================================================*
      *> HRALDG.cpy — HRA Payment Ledger Record (120 bytes)
      *> Layout: LINE SEQUENTIAL, one row per claim HRAPAY paid
      *> member cost share on from an HRA. HRA-LEDGER.DAT keeps
      *> every row from run to run; HRA-PAYMENTS.DAT carries the
      *> rows for the claims on the current ADJUDICATED.DAT, so the
      *> EOB and the member statement can print the HRA payment
      *> beside the claim it paid.
      *>
      *> HRL-PAY-TO / HRL-PAYEE-ID: P the provider ID, M the member
      *> ID — the payee on check HRL-CHECK-NUMBER.
      *> HRL-BALANCE-AFTER is the HRA's balance once this draw came
      *> off it. HRL-INVOICE-MONTH is zero until HRABILL bills the
      *> draw to the employer group, then the CCYYMM billed.
      *>================================================================*
       01  HRA-LEDGER-RECORD.
           05  HRL-CLAIM-ID            PIC X(12).
           05  HRL-MEMBER-ID           PIC X(10).
           05  HRL-PLAN-YEAR           PIC 9(4).
           05  HRL-GROUP-ID            PIC X(5).
           05  HRL-PAY-TO              PIC X(1).
               88  HRL-TO-PROVIDER         VALUE 'P'.
               88  HRL-TO-MEMBER           VALUE 'M'.
           05  HRL-PAYEE-ID            PIC X(10).
           05  HRL-DEDUCT-PAID         PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HRL-COINS-PAID          PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HRL-COPAY-PAID          PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HRL-AMOUNT              PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HRL-BALANCE-AFTER       PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HRL-CHECK-NUMBER        PIC 9(8).
           05  HRL-PAY-DATE            PIC 9(8).
           05  HRL-INVOICE-MONTH       PIC 9(6).
           05  HRL-FILLER              PIC X(6).
