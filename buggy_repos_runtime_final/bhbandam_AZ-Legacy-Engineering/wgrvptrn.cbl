      * normal movement; WGRVRVSL passes the TRAN-SEQ of the entry
      * being reversed so the correction points at its original
           05 TP-REVERSAL-OF              PIC 9(6).
      * 'Y' from WGRVXFER marks the movement as one leg of a
      * transfer - kept on file as 'T' in the reversed flag, which
      * every reader only tests for 'Y', so the general ledger can
      * tell account-to-account movements from cash
           05 TP-TRANSFER-LEG             PIC X(1).

       PROCEDURE DIVISION USING DFHCOMMAREA.

           ELSE
               MOVE ZERO TO TRANSACTION-REVERSAL-OF
           END-IF.
           IF TP-TRANSFER-LEG = 'Y'
               MOVE 'T' TO TRANSACTION-REVERSED-FLAG
           ELSE
               MOVE 'N' TO TRANSACTION-REVERSED-FLAG
           END-IF.

           EXEC CICS WRITE DATASET('WBTRANDB-DD')
                     FROM(TRANSACTION-RECORD)
