                       IF TRANSACTION-DATE NOT < WS-PERIOD-FROM
                          AND TRANSACTION-DATE NOT > WS-PERIOD-TO
                           ADD 1 TO WS-MOVEMENT-COUNT
      * withdrawals, service fees and ACH direct debits debit,
      * everything else credits
                           IF TRANSACTION-TYPE = 'W' OR
                              TRANSACTION-TYPE = 'F' OR
                              TRANSACTION-TYPE = 'E'
                               SUBTRACT TRANSACTION-AMOUNT FROM
                                        WS-NET-MOVEMENT
                           ELSE
                       IF TRANSACTION-DATE NOT < WS-PERIOD-FROM
                          AND TRANSACTION-DATE NOT > WS-PERIOD-TO
                           IF TRANSACTION-TYPE = 'W' OR
                              TRANSACTION-TYPE = 'F' OR
                              TRANSACTION-TYPE = 'E'
                               SUBTRACT TRANSACTION-AMOUNT FROM
                                        WS-RUNNING-BALANCE
                           ELSE
                               MOVE 'REVERSAL' TO WS-STMT-TRAN-MARK
                           ELSE
                               IF TRANSACTION-REVERSED-FLAG = 'Y'
                                  OR TRANSACTION-REVERSED-FLAG = 'R'
                                   MOVE 'REVERSED' TO
                                        WS-STMT-TRAN-MARK
                               ELSE
