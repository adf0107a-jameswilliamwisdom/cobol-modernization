      *>================================================================*
      *> AUDITREC.cpy — Audit Trail Record (88 bytes)
      *> Layout: Binary sequential (COMP-3 balance fields)
      *>
      *> AUD-XFER-ACCT carries the counterpart account ID for a
      *> foreign-currency wire to USD at posting time — blank/zero
      *> for domestic items, so treasury can re-prove any conversion
      *> from the audit trail alone.
      *>
      *> AUD-OPERATOR-ID/AUD-APPROVER-ID carry the posted item's
      *> TRANS-OPERATOR-ID/TRANS-APPROVER-ID, blank for anything no
      *> person keyed.
      *>================================================================*
       01  AUDIT-RECORD.
           05  AUD-ACCT-ID           PIC X(8).
           05  AUD-CURRENCY          PIC X(3).
           05  AUD-FX-RATE           PIC 9(3)V9(6).
           05  AUD-CHECK-NO          PIC 9(6).
           05  AUD-OPERATOR-ID       PIC X(8).
           05  AUD-APPROVER-ID       PIC X(8).
