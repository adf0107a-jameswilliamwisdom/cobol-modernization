      *>================================================================*
      *> CHGJRNL.cpy — Master Field-Change Journal Record (104 bytes)
      *> Layout: LINE SEQUENTIAL, appended by every program that
      *> alters a non-balance field on the customer master: one row
      *> per field changed, carrying the value before and after,
      *> "who froze this account and what was it before" without
      *> reconstructing from file backups. CHGJINQ reports it by
      *> account and date range the way ACTHIST reports balances.
      *> CJ-OPERATOR-ID is the operator who keyed the driving
      *> request, blank for a change no person keyed.
      *>================================================================*
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-ACCT-ID             PIC X(8).
           05  CJ-SOURCE              PIC X(8).
           05  CJ-REQUEST-REF         PIC X(10).
           05  CJ-DATE                PIC 9(8).
           05  CJ-OPERATOR-ID         PIC X(8).
