      *>================================================================*
      *> CNFPARM.cpy — Audit Confirmation Sample Design (120 bytes)
      *> Layout: LINE SEQUENTIAL, one row, keyed by audit before
      *> the confirmation run. It names the audit date and fixes
      *> how the sample is drawn, so a rerun with the same row
      *> draws the same accounts:
      *>   CFP-SEED           starts the random draw
      *>   CFP-KEY-AMOUNT     every deposit balance at or over this
      *>                      is confirmed (key items)
      *>   CFP-POSITIVE-AMOUNT  a random pick at or over this gets a
      *>                      positive letter, below it a negative
      *>                      one; key items are always positive
      *>   CFP-BAND-TOP       upper limits of balance bands 1-3; band
      *>                      4 runs from band 3 up to the key amount
      *>   CFP-BAND-SAMPLE    accounts drawn from each band, per
      *>                      account type (savings, checking, time)
      *>   CFP-RESPONSE-DAYS  reply window printed on the letter
      *>   CFP-AUDITOR-NAME   the firm the customer replies to
      *>================================================================*
       01  CONFIRM-PARM-RECORD.
           05  CFP-AUDIT-DATE         PIC 9(8).
           05  CFP-SEED               PIC 9(9).
           05  CFP-KEY-AMOUNT         PIC 9(7)V99.
           05  CFP-POSITIVE-AMOUNT    PIC 9(7)V99.
           05  CFP-RESPONSE-DAYS      PIC 9(3).
           05  CFP-BAND-TOP           PIC 9(7)V99 OCCURS 3 TIMES.
           05  CFP-BAND-SAMPLE        PIC 9(3)    OCCURS 4 TIMES.
           05  CFP-AUDITOR-NAME       PIC X(30).
           05  CFP-FILLER             PIC X(13).
