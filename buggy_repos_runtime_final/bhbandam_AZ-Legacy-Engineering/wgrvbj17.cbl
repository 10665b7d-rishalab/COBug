                   ELSE
                       IF TRANSACTION-REVERSAL-OF = ZERO
                          AND TRANSACTION-REVERSED-FLAG NOT = 'Y'
                          AND TRANSACTION-REVERSED-FLAG NOT = 'R'
                          AND TRANSACTION-DATE > WS-LAST-TRAN-DATE
                           MOVE TRANSACTION-DATE TO WS-LAST-TRAN-DATE
                       END-IF
