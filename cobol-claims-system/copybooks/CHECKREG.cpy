      *> extract from it, applies the bank's cleared-items file, and
      *> stale-dates checks outstanding past 180 days into the
      *> overpayment/recovery ledger with the escheatable balance
      *> reported. HRAPAY appends the checks it draws on members'
      *> HRAs the same way, and CAPBONUS the quarterly PCP quality
      *> bonuses it pays by check; CHK-PAYEE-TYPE tells a member
      *> reimbursement (CHK-PROVIDER-ID then holds the member ID)
      *> from a check to a provider.
      *>================================================================*
       01  CHECK-REGISTER-RECORD.
           05  CHK-NUMBER              PIC 9(8).
               88  CHK-RETURNED            VALUE 'R'.
               88  CHK-VOIDED-STALE        VALUE 'V'.
           05  CHK-CLEARED-DATE        PIC 9(8).
           05  CHK-PAYEE-TYPE          PIC X(1).
               88  CHK-TO-PROVIDER         VALUE SPACE.
               88  CHK-TO-MEMBER           VALUE 'M'.
