           88 WS-PIN-VERIFIED           VALUE 'Y'.
       01 WS-MAX-PIN-FAILS              PIC 9(1) VALUE 3.

      * A supervisor unlock goes on the WBCHSTDB change trail the
      * way a WGRVCMNT maintenance change does - before-image, the
      * PIN-UNLOCK marker and the operator - so WGRVCHST shows it and
      * WGRVFRCK holds large movements for a while afterwards
       01 HIST-REC-KEY.
           05 CHST-SSN                    PIC X(9).
           05 CHST-DATETIME               PIC X(14).
       01 HISTORY-RECORD.
           05 CHST-BEFORE-IMAGE           PIC X(98).
           05 CHST-CHANGED-FIELDS         PIC X(30).
           05 CHST-OPERATOR               PIC X(8).
       01 WS-OPERATOR-ID                PIC X(8) VALUE SPACES.
       01 WS-CHANGE-TIME                PIC X(8) VALUE SPACES.

      * Additional holders on the account from WBRELDB (maintained by
      * WGRVRMNT) - the account-number lookup accepts any listed
      * holder's PIN, so a joint owner is no longer invisible
      ** PF9 - SUPERVISOR UNLOCK FOR THE NAMED CUSTOMER: CLEARS THE   *
      ** FAILURE COUNT AND LOCK FLAG AND AUDITS THE UNLOCK. THE PF9   *
      ** PATH IS EXPECTED TO BE RESTRICTED TO SUPERVISOR TERMINALS    *
      ** THROUGH CICS TRANSACTION SECURITY. THE UNLOCK IS WRITTEN TO  *
      ** THE WBCHSTDB CHANGE TRAIL FIRST - NO TRAIL, NO UNLOCK - SINCE*
      ** WGRVFRCK TREATS A RECENT UNLOCK AS A FRAUD SIGNAL.           *
      *****************************************************************
       SUPERVISOR-UNLOCK.
           MOVE 'N' TO WS-CANCEL-PEND-SWITCH
               MOVE 'Key the customer name to unlock' TO GBMSG1O
               GO TO MAIN-PARA
           END-IF
           MOVE SPACES TO GBMSG1O
           MOVE NAMEI TO NAME OF CUST-REC-KEY
           EXEC CICS READ DATASET('WBCUSTDB-DD')
                     INTO(CUSTOMER-RECORD)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               PERFORM WRITE-UNLOCK-HISTORY
           END-IF
           IF RESP-CODE = 0
               MOVE ZERO TO CUSTOMER-PIN-FAILS
               MOVE 'N' TO CUSTOMER-LOCK-FLAG
                        TO GBMSG1O
               END-IF
           ELSE
               IF GBMSG1O = SPACES
                   MOVE 'No customer on file with that name' TO GBMSG1O
               END-IF
           END-IF
           EXEC CICS SEND MAP('WGRVMGBO')
               FROM(GBTRANO NAMEO ACCTNUMO ACCTBALO GBMSG1O GBMSG2O)
               END-EXEC
           GO TO MAIN-PARA.

      *****************************************************************
      ** RECORD THE UNLOCK ON THE CHANGE TRAIL UNDER THE CUSTOMER'S   *
      ** SSN AND THE CURRENT DATETIME, WITH THE RECORD AS IT STOOD    *
      ** LOCKED AS THE BEFORE-IMAGE; A FAILED WRITE RELEASES THE      *
      ** CUSTOMER RECORD AND LEAVES IT LOCKED                         *
      *****************************************************************
       WRITE-UNLOCK-HISTORY.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(CHST-DATETIME(1:8))
                     TIME(WS-CHANGE-TIME)
           END-EXEC
           MOVE WS-CHANGE-TIME(1:6) TO CHST-DATETIME(9:6)
           MOVE CUSTOMER-SSN TO CHST-SSN
           MOVE CUSTOMER-RECORD TO CHST-BEFORE-IMAGE
           MOVE 'PIN-UNLOCK' TO CHST-CHANGED-FIELDS
           MOVE WS-OPERATOR-ID TO CHST-OPERATOR
           EXEC CICS WRITE DATASET('WBCHSTDB-DD')
                     FROM(HISTORY-RECORD)
                     LENGTH(LENGTH OF HISTORY-RECORD)
                     KEYLENGTH(LENGTH OF HIST-REC-KEY)
                     RIDFLD(HIST-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               EXEC CICS UNLOCK DATASET('WBCUSTDB-DD') END-EXEC
               MOVE 'I/O error writing the change history' TO GBMSG1O
           END-IF.

      *****************************************************************
      ** SHOW THE LAST 5 DEPOSITS/WITHDRAWALS FOR THE ACCOUNT ALREADY  *
      ** ON SCREEN - LINKS TO WGRVTRAN RATHER THAN BROWSING THE        *
