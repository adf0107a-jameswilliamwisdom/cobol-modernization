                       WHEN 'I'
                           ADD AUD-AMOUNT OF WS-AUD-REC-DATA
                               TO WS-SUM-INTEREST
      *>                Transfer legs, bank-assessed fees, backup
      *>                withholding, loan interest and charge-offs
      *>                have no column of their own here; fold them
      *>                into the deposit/withdrawal sums by the
      *>                direction the balance actually moved so the
      *>                expected-balance formula below still nets to
      *>                the truth. A maintenance action moves no money
      *>                and needs no entry in either sum, and neither
      *>                does a recovery, which posts to the charged-
      *>                off ledger and leaves the account at zero.
                       WHEN 'T'
                       WHEN 'F'
                       WHEN 'B'
                       WHEN 'N'
                       WHEN 'X'
                           IF AUD-NEW-BALANCE OF WS-AUD-REC-DATA
                               > AUD-OLD-BALANCE OF WS-AUD-REC-DATA
                               ADD AUD-AMOUNT OF WS-AUD-REC-DATA
                               END-IF
                           END-IF
                       WHEN 'M'
                       WHEN 'R'
                           CONTINUE
                   END-EVALUATE
               END-IF
