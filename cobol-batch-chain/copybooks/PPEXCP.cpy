      *>================================================================*
      *> PPEXCP.cpy — Positive-Pay Exception Item Record (80 bytes)
      *> Layout: LINE SEQUENTIAL, one row per presented check on an
      *> enrolled account that did not match the issued-check
      *> register. The first 46 bytes are the presented item as the
      *> Fed sent it, so the item can be posted or returned later
      *> exactly as it would have been on the day it presented.
      *>
      *> Life of an item: opened 'O' by INCLRIN the day it presents
      *> and held off posting; the customer's decision (PPDECN.cpy)
      *> is due before the next cycle's INCLRIN, which is the
      *> cut-off. At the cut-off the item is paid 'P' or returned
      *> 'R' — by the customer's decision, or by PPX-DEFAULT when
      *> they made none — and PPX-RESOLVED-DATE is set.
      *>================================================================*
       01  POSPAY-EXCEPTION-RECORD.
           05  PPX-ROUTING            PIC X(9).
           05  PPX-ACCT-ID            PIC X(8).
           05  PPX-CHECK-NO           PIC 9(6).
           05  PPX-AMOUNT             PIC 9(7)V99.
           05  PPX-PRESENT-DATE       PIC 9(8).
           05  PPX-ITEM-SEQ           PIC 9(6).
           05  PPX-EXCEPT-DATE        PIC 9(8).
           05  PPX-REASON             PIC X(2).
               88  PPX-NOT-LISTED         VALUE 'NL'.
               88  PPX-AMOUNT-MISMATCH    VALUE 'AM'.
               88  PPX-ALREADY-PAID       VALUE 'DP'.
               88  PPX-VOIDED             VALUE 'VD'.
           05  PPX-ISSUED-AMT         PIC 9(7)V99.
           05  PPX-DEFAULT            PIC X(1).
           05  PPX-STATUS             PIC X(1).
               88  PPX-OPEN               VALUE 'O'.
               88  PPX-PAY                VALUE 'P'.
               88  PPX-RETURN             VALUE 'R'.
           05  PPX-RESOLVED-DATE      PIC 9(8).
           05  FILLER                 PIC X(5).
