           MOVE WS-RUN-DATE    TO TRANS-DATE
           MOVE WS-MA-BRANCH   TO TRANS-BRANCH
           MOVE WS-OUT-SEQ     TO TRANS-SEQ
           MOVE CORR-OPERATOR-ID TO TRANS-OPERATOR-ID
           IF WS-MA-NEW-BALANCE > WS-MA-OLD-BALANCE
               SET TRANS-WITHDRAW TO TRUE
           ELSE
               MOVE WS-RUN-DATE      TO TRANS-DATE
               MOVE WS-MA-BRANCH     TO TRANS-BRANCH
               MOVE WS-OUT-SEQ       TO TRANS-SEQ
               MOVE CORR-OPERATOR-ID TO TRANS-OPERATOR-ID
               MOVE 'CR' TO WS-XREF-PREFIX
               MOVE CORR-SEQ TO WS-XREF-SEQ
               MOVE WS-XREF-TAG TO TRANS-DESC
