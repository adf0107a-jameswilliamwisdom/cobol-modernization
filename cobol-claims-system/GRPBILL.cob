      *> terminations flow through exactly the maintenance path
      *> ENRL834 already runs. Remittances are consumed once
      *> applied; an invoice month already billed is not re-billed.
      *> Groups remitting by 820 are applied invoice by invoice in
      *> PRM820IN, which keeps their short-pays and unapplied cash
      *> as open items — GROUP-REMITS.DAT carries only the groups
      *> that still send lump sums. Members on COBRA continuation
      *> coverage pay their own premium and are billed by COBRADM.
      *>
      *> Input:  data/POLICIES.DAT       (SEQUENTIAL, POLREC)
      *>         data/PREMIUM-RATES.DAT  (LINE SEQ: plan X(1),
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> Active on the run date means billable this month; a
      *> member on continuation coverage is billed by COBRADM
                       IF WS-RUN-DATE >= POL-EFFECTIVE-DATE
                           AND NOT POL-ON-CONTINUATION
                           AND (POL-TERM-DATE = 0
                                OR WS-RUN-DATE <= POL-TERM-DATE)
                           AND WS-PM-COUNT < 200
