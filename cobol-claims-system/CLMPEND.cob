               10  WS-ABA-PAID-AMT     PIC S9(7)V99 COMP-3.
               10  WS-ABA-STATUS       PIC X(2).
               10  WS-ABA-REASON-CODE  PIC X(3).
               10  WS-ABA-NETWORK-STATUS PIC X(1).
               10  WS-ABA-ADJ-FILLER   PIC X(157).

      *> Review line formatting
       01  WS-RL-DETAIL.
