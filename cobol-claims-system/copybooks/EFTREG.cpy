      *>================================================================*
      *> EFTREG.cpy — Issued-EFT Register Record (72 bytes)
      *> Layout: LINE SEQUENTIAL, one row per consolidated EFT
      *> settlement we send a provider — CLMPROC appends one for each
      *> EFT trace it pays at the end of its run, PAYRELSE one for
      *> each released hold paid by EFT and CAPBONUS one for each
      *> quarterly PCP quality bonus paid by EFT. The EFT counterpart of the
      *> check register: CLMACH moves the money off ADJUDICATED.DAT,
      *> which each run rewrites, so this is the record that carries
      *> what was paid electronically from run to run, the year-end
      *> information returns included.
      *>
      *> EFR-SOURCE: C claims run (CLMPROC), H held payment released
      *> (PAYRELSE), Q PCP quality bonus (CAPBONUS).
      *>================================================================*
       01  EFT-REGISTER-RECORD.
           05  EFR-TRACE-NUMBER        PIC 9(8).
           05  EFR-PROVIDER-ID         PIC X(10).
           05  EFR-PAYEE               PIC X(30).
           05  EFR-AMOUNT              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  EFR-ISSUE-DATE          PIC 9(8).
           05  EFR-SOURCE              PIC X(1).
               88  EFR-FROM-CLAIMS-RUN     VALUE 'C'.
               88  EFR-FROM-HELD-RELEASE   VALUE 'H'.
               88  EFR-FROM-QUALITY-BONUS  VALUE 'Q'.
           05  EFR-FILLER              PIC X(3).
