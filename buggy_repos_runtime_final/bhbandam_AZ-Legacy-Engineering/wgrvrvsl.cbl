           05 TP-TRAN-SEQ                 PIC 9(6).
           05 TP-TELLER-ID                PIC X(8).
           05 TP-REVERSAL-OF              PIC 9(6).
           05 TP-TRANSFER-LEG             PIC X(1).

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
           END-EVALUATE

           IF NOT WS-RVSL-FAILED
               IF TRANSACTION-REVERSED-FLAG = 'Y' OR
                  TRANSACTION-REVERSED-FLAG = 'R'
                   MOVE 'Entry is already reversed' TO RVMSG1O
                   MOVE 'Y' TO WS-RVSL-FAIL-SWITCH
               END-IF
                       MOVE 'D' TO WS-REVERSE-TYPE
                   WHEN 'F'
                       MOVE 'D' TO WS-REVERSE-TYPE
                   WHEN 'C'
                       MOVE 'W' TO WS-REVERSE-TYPE
                   WHEN 'E'
                       MOVE 'D' TO WS-REVERSE-TYPE
                   WHEN OTHER
                       MOVE 'Entry type cannot be reversed' TO RVMSG1O
                       MOVE 'Y' TO WS-RVSL-FAIL-SWITCH
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE = 0
      * a transfer leg keeps its identity once reversed ('R')
                   IF TRANSACTION-REVERSED-FLAG = 'T'
                       MOVE 'R' TO TRANSACTION-REVERSED-FLAG
                   ELSE
                       MOVE 'Y' TO TRANSACTION-REVERSED-FLAG
                   END-IF
                   EXEC CICS REWRITE DATASET('WBTRANDB-DD')
                             FROM(TRANSACTION-RECORD)
                             LENGTH(LENGTH OF TRANSACTION-RECORD)
