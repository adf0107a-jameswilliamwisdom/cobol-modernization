      *>================================================================*
      *> CLMLAG.cpy — Paid-Claim Lag Record (70 bytes)
      *> Layout: LINE SEQUENTIAL, one row per payment (or void) of a
      *> claim, harvested by IBNRRSV off each cycle's ADJUDICATED.DAT
      *> before the next claims run rewrites it. The lag triangles
      *> are built from these rows: the incurred date is the
      *> claim's earliest date of service on CLAIM-HISTORY.DAT, the
      *> paid date the check register's issue date for a check (the
      *> settlement date for an EFT, the void date for a void).
      *> MLRRPT charges the rows to the member's group by paid
      *> month, so the lag file is also the paid-claims side of
      *> the loss ratio.
      *>
      *> LAG-SOURCE: P payment (LAG-PAY-NUMBER the check number or
      *> EFT trace), V void (LAG-AMOUNT negative, pay number zero).
      *> LAG-PRODUCT: P PPO, H HMO, I indemnity (CFH-POLICY-TYPE).
      *> LAG-SETTING: I inpatient (a line at place of service 21 or
      *> an institutional admission), O everything else.
      *>================================================================*
       01  CLAIM-LAG-RECORD.
           05  LAG-CLAIM-ID            PIC X(12).
           05  LAG-MEMBER-ID           PIC X(10).
           05  LAG-SOURCE              PIC X(1).
               88  LAG-IS-PAYMENT          VALUE 'P'.
               88  LAG-IS-VOID             VALUE 'V'.
           05  LAG-PAY-NUMBER          PIC 9(8).
           05  LAG-PRODUCT             PIC X(1).
           05  LAG-SETTING             PIC X(1).
               88  LAG-INPATIENT           VALUE 'I'.
               88  LAG-OUTPATIENT          VALUE 'O'.
           05  LAG-INCURRED-DATE       PIC 9(8).
           05  LAG-PAID-DATE           PIC 9(8).
           05  LAG-AMOUNT              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  LAG-HARVEST-DATE        PIC 9(8).
           05  LAG-FILLER              PIC X(1).
