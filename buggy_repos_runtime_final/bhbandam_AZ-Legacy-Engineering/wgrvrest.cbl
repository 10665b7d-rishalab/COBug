      *****************************************************************
     ** BANKING JSON SERVICE - THE ACCOUNT DATA THE 3270 WGRVGBAL    *
     ** SCREEN SHOWS, SERVED OVER THE SAME KIND OF JSON PIPELINE THE *
     ** HEALTH SIDE'S HCPRESTW USES. RESOURCES (GET ONLY):           *
     **   /health                       - SERVICE IS UP              *
     **   /accounts/{SSN}               - THE CUSTOMER'S ACCOUNTS    *
     **   /balance/{ACCOUNT}            - ONE ACCOUNT'S LEDGER AND   *
     **                                   AVAILABLE BALANCE          *
     **   /history/{ACCOUNT}[/{SEQ}]    - WBTRANDB MOVEMENTS, 20 A   *
     **                                   PAGE, OLDEST FIRST, AFTER  *
     **                                   THE GIVEN TRAN-SEQ         *
     ** EVERY DATA RESOURCE NEEDS THE CUSTOMER'S ACCESS PIN IN THE   *
     ** X-CUSTOMER-PIN HTTP HEADER (NEVER THE URI, WHICH IS LOGGED). *
     ** IT IS CHECKED EXACTLY AS WGRVGBAL CHECKS IT: A LOCKED        *
     ** CUSTOMER IS REFUSED, A WRONG PIN COUNTS A STRIKE ON THE      *
     ** CUSTOMER RECORD AND THE THIRD LOCKS THEM, A GOOD PIN CLEARS  *
     ** THE COUNT, AND FOR AN ACCOUNT ANY WBRELDB JOINT HOLDER'S PIN *
     ** IS ACCEPTED. EVERY CALL IS AUDITED TO BKAU, AND EVERY ERROR  *
     ** COMES BACK AS A {"code","message"} JSON BODY WITH ITS HTTP   *
     ** STATUS INSTEAD OF AN ABEND.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVREST.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR THE JSON REQUEST AND THE VSAM FILES            *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 CUST-SSN-KEY.
           05 SSN-KEY                     PIC X(9)  VALUE SPACES.
       01 CUST-REC-KEY.
           05 NAME                        PIC X(30) VALUE SPACES.

       01  CUSTOMER-RECORD.
           05 CUSTOMER-NAME               PIC X(30).
           05 CUSTOMER-SSN                PIC X(9).
           05 CUSTOMER-ADDRESS.
              10 CUSTOMER-STREET          PIC X(20).
              10 CUSTOMER-CITY            PIC X(10).
              10 CUSTOMER-STATE           PIC X(4).
              10 CUSTOMER-ZIP             PIC 9(5).
           05 CUSTOMER-PHONE              PIC X(13).
           05 CUSTOMER-ACCESS-PIN         PIC X(4).
           05 CUSTOMER-PIN-FAILS          PIC 9(1).
           05 CUSTOMER-LOCK-FLAG          PIC X(1).
           05 CUSTOMER-CYCLE-CODE         PIC X(1).

       01 ACCT-REC-KEY.
           05 SSN                         PIC X(9).
           05 NUM                         PIC X(10).

       01  ACCOUNT-RECORD.
           05 ACCOUNT-NUMBER              PIC X(10).
           05 ACCOUNT-BALANCE             PIC S9(18)V99 COMP-3.
           05 ACCOUNT-OD-LIMIT            PIC S9(16)V99 COMP-3.
           05 ACCOUNT-TYPE                PIC X(2).
           05 ACCOUNT-AVAIL-BALANCE       PIC S9(18)V99 COMP-3.

       01 TRAN-REC-KEY.
           05 TRAN-ACCOUNT-NUMBER         PIC X(10).
           05 TRAN-SEQ                    PIC 9(6).

       01  TRANSACTION-RECORD.
           05 TRANSACTION-TYPE            PIC X(1).
           05 TRANSACTION-AMOUNT          PIC S9(16)V99 COMP-3.
           05 TRANSACTION-DATE            PIC X(8).
           05 TRANSACTION-TIME            PIC X(6).
           05 TRANSACTION-TELLER          PIC X(8).
           05 TRANSACTION-REVERSAL-OF     PIC 9(6).
           05 TRANSACTION-REVERSED-FLAG   PIC X(1).

      * Additional holders on an account from WBRELDB - any listed
      * holder's PIN opens the account, as on WGRVGBAL
       01 REL-REC-KEY.
           05 REL-ACCOUNT-NUMBER          PIC X(10).
           05 REL-SSN                     PIC X(9).
       01 RELATION-RECORD.
           05 REL-ROLE                    PIC X(1).

       01 RESP-CODE                     PIC S9(8) COMP.
       01 RESP2-CODE                    PIC S9(8) COMP.
       01 EDIT-NUM                      PIC S9(8) COMP.

       01 DFHRESP-NOTOPEN               PIC S9(8) COMP VALUE -2.
       01 DFHRESP-DISABLED              PIC S9(8) COMP VALUE -3.
       01 DFHRESP-ENDFILE               PIC S9(8) COMP VALUE -4.
       01 DFHRESP-NOTFND                PIC S9(8) COMP VALUE -5.

      * The request - method, resource and the two URI fields after it
       01 WS-HTTP-METHOD                PIC X(8)  VALUE SPACES.
       01 WS-RESID                      PIC X(100) VALUE SPACES.
       01 WS-RESOURCE                   PIC X(12) VALUE SPACES.
       01 WS-URI-KEY                    PIC X(12) VALUE SPACES.
       01 WS-URI-SEQ                    PIC X(8)  VALUE SPACES.
       01 WS-ID-LEN                     PIC S9(4) COMP VALUE +0.
       01 WS-AFTER-SEQ                  PIC 9(6)  VALUE ZERO.

       01 METHOD-GET                    PIC X(8)  VALUE 'GET     '.
       01 HEALTH-RESOURCE-ID            PIC X(12) VALUE 'health'.
       01 ACCOUNTS-RESOURCE-ID          PIC X(12) VALUE 'accounts'.
       01 BALANCE-RESOURCE-ID           PIC X(12) VALUE 'balance'.
       01 HISTORY-RESOURCE-ID           PIC X(12) VALUE 'history'.

      * The PIN from the X-CUSTOMER-PIN header
       01 WS-PIN-HEADER-NAME            PIC X(14)
                                         VALUE 'X-Customer-PIN'.
       01 WS-PIN-HEADER-NAME-LEN        PIC S9(8) COMP VALUE 14.
       01 WS-PIN-VALUE                  PIC X(4)  VALUE SPACES.
       01 WS-PIN-VALUE-LEN              PIC S9(8) COMP VALUE 4.

      * PIN verification state - the same rules WGRVGBAL applies
       01 WS-PIN-VERIFY-SWITCH          PIC X VALUE 'N'.
           88 WS-PIN-VERIFIED           VALUE 'Y'.
       01 WS-MAX-PIN-FAILS              PIC 9(1) VALUE 3.
       01 WS-REL-STOP-SWITCH            PIC X VALUE 'N'.
           88 WS-REL-STOP-BROWSE        VALUE 'Y'.

       01 WS-FOUND-SWITCH               PIC X VALUE 'N'.
           88 WS-ACCOUNT-FOUND          VALUE 'Y'.
       01 WS-STOP-SWITCH                PIC X VALUE 'N'.
           88 WS-STOP-BROWSE            VALUE 'Y'.
       01 WS-ACCT-IO-ERR-SWITCH         PIC X VALUE 'N'.
           88 WS-ACCT-IO-ERROR          VALUE 'Y'.
       01 WS-TARGET-SSN                 PIC X(9)  VALUE SPACES.
       01 WS-TARGET-ACCOUNT             PIC X(10) VALUE SPACES.

      * The account-number lookup scans WBACCTDB (the number is not a
      * leading key segment) - capped as on WGRVGBAL so a very large
      * file cannot run the task past the region's timeout
       01 WS-BROWSE-SCAN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-MAX-BROWSE-RECS            PIC 9(8) VALUE 10000.
       01 WS-BROWSE-LIMIT-SWITCH        PIC X VALUE 'N'.
           88 WS-BROWSE-LIMIT-HIT       VALUE 'Y'.

      * A page of history, and the most accounts one reply lists
       01 WS-PAGE-SIZE                  PIC 9(3)  VALUE 20.
       01 WS-MAX-ACCOUNTS               PIC 9(3)  VALUE 50.
       01 WS-ITEM-COUNT                 PIC 9(3)  VALUE ZERO.
       01 WS-MORE-FLAG                  PIC X(1)  VALUE 'N'.
       01 WS-LAST-SEQ                   PIC 9(6)  VALUE ZERO.

      * The JSON reply, built with STRING ... WITH POINTER
       01 JSON-REST-BUFFER              PIC X(8000) VALUE SPACES.
       01 WS-JSON-POS                   PIC S9(8) COMP VALUE +1.
       01 WS-JSON-LEN                   PIC S9(8) COMP VALUE +0.
       01 WS-OK-HTTP-STATUS             PIC X(3)  VALUE '200'.

      * Money goes out as a plain signed decimal string
       01 WS-AMT-EDIT                   PIC -(17)9.99.
       01 WS-AMT-LEAD                   PIC S9(4) COMP VALUE +0.
       01 WS-AMT-TEXT                   PIC X(21) VALUE SPACES.
       01 WS-SEQ-OUT                    PIC 9(6)  VALUE ZERO.

      * Structured error reply
       01 WS-ERROR-RESPONSE.
           05 WS-ERROR-CODE               PIC X(4).
           05 WS-ERROR-HTTP-STATUS        PIC X(3).
           05 WS-ERROR-MESSAGE            PIC X(80).
       01 WS-ERROR-JSON                 PIC X(120).

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
           05 TASK-NUMBER                 PIC 9(8).
           05 LOG-MSG-TEXT                PIC X(50).

       01 LOGGING-IS-ENABLED              PIC X(1) VALUE 'Y'.
       01 HW-LENGTH                       PIC S9(4) COMP.

      * Durable audit trail - one record for every call, success or
      * error, plus the PINBAD/LOCKED records the PIN check writes
       01 AU-AUDIT-RECORD.
           05 AU-PROGRAM                  PIC X(8)  VALUE 'WGRVREST'.
           05 AU-REQUEST-ID               PIC X(6)  VALUE SPACES.
           05 AU-DETAIL                   PIC X(10) VALUE SPACES.
           05 AU-TASK-NUMBER              PIC 9(8)  VALUE ZERO.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-CALL-AUDIT-ID                PIC X(6)  VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'APIBAD' TO WS-CALL-AUDIT-ID
           PERFORM RETRIEVE-METHOD
           PERFORM GET-RESID

           EVALUATE WS-RESOURCE
               WHEN HEALTH-RESOURCE-ID
                   MOVE 'APIHLT' TO WS-CALL-AUDIT-ID
                   PERFORM PROCESS-HEALTH-CHECK
               WHEN ACCOUNTS-RESOURCE-ID
                   MOVE 'APIACC' TO WS-CALL-AUDIT-ID
                   PERFORM PROCESS-ACCOUNTS-RESOURCE
               WHEN BALANCE-RESOURCE-ID
                   MOVE 'APIBAL' TO WS-CALL-AUDIT-ID
                   PERFORM PROCESS-BALANCE-RESOURCE
               WHEN HISTORY-RESOURCE-ID
                   MOVE 'APIHST' TO WS-CALL-AUDIT-ID
                   PERFORM PROCESS-HISTORY-RESOURCE
               WHEN OTHER
                   MOVE 'RSRC' TO WS-ERROR-CODE
                   MOVE '404' TO WS-ERROR-HTTP-STATUS
                   MOVE 'Unknown resource.' TO WS-ERROR-MESSAGE
                   PERFORM SEND-ERROR-RESPONSE
           END-EVALUATE

           MOVE WS-CALL-AUDIT-ID TO AU-REQUEST-ID
           PERFORM WRITE-AUDIT-RECORD
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** THE HTTP METHOD OF THE INBOUND REQUEST - EVERY RESOURCE HERE *
      ** IS READ-ONLY                                                 *
      *****************************************************************
       RETRIEVE-METHOD.
           MOVE SPACES TO WS-HTTP-METHOD
           EXEC CICS GET CONTAINER('DFHWS-HTTPMETHOD')
                         INTO(WS-HTTP-METHOD)
                         RESP(RESP-CODE)
                         RESP2(RESP2-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               PERFORM GENERIC-ERROR
           END-IF
           IF WS-HTTP-METHOD NOT = METHOD-GET
               MOVE 'UMET' TO WS-ERROR-CODE
               MOVE '405' TO WS-ERROR-HTTP-STATUS
               MOVE 'The HTTP method used is not supported.'
                    TO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-RESPONSE
           END-IF.

      *****************************************************************
      ** SPLIT THE RESOURCE PATH - resource/key[/seq]                 *
      *****************************************************************
       GET-RESID.
           MOVE SPACES TO WS-RESID
           EXEC CICS GET CONTAINER('DFHWS-URI-RESID')
                         INTO(WS-RESID)
                         RESP(RESP-CODE)
                         RESP2(RESP2-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               PERFORM GENERIC-ERROR
           END-IF
           MOVE SPACES TO WS-RESOURCE WS-URI-KEY WS-URI-SEQ
           UNSTRING WS-RESID DELIMITED BY '/'
               INTO WS-RESOURCE, WS-URI-KEY, WS-URI-SEQ
           END-UNSTRING.

      *****************************************************************
      ** /health - CONFIRMS THE SERVICE IS REACHABLE WITHOUT TOUCHING *
      ** ANY CUSTOMER DATA                                            *
      *****************************************************************
       PROCESS-HEALTH-CHECK.
           MOVE SPACES TO JSON-REST-BUFFER
           MOVE 1 TO WS-JSON-POS
           STRING '{"status":"UP","service":"WGRVREST"}'
                  DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING
           MOVE SPACES TO AU-DETAIL
           PERFORM PUT-JSON-RESPONSE.

      *****************************************************************
      ** /accounts/{SSN} - THE CUSTOMER BY THE SSN INDEX, THE PIN     *
      ** CHECK, THEN EVERY ACCOUNT UNDER THE SSN                      *
      *****************************************************************
       PROCESS-ACCOUNTS-RESOURCE.
           IF WS-URI-KEY = SPACES OR WS-URI-KEY(10:3) NOT = SPACES
              OR WS-URI-KEY(1:9) IS NOT NUMERIC
               MOVE 'SSNR' TO WS-ERROR-CODE
               MOVE '400' TO WS-ERROR-HTTP-STATUS
               MOVE 'A nine-digit SSN is required in the URI.'
                    TO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-RESPONSE
           END-IF
           MOVE WS-URI-KEY(1:9) TO WS-TARGET-SSN
           MOVE WS-TARGET-SSN TO AU-DETAIL
           PERFORM GET-CUSTOMER-PIN

           MOVE WS-TARGET-SSN TO SSN-KEY OF CUST-SSN-KEY
           EXEC CICS READ DATASET('WBCSSNI-DD')
                     INTO(CUSTOMER-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-RECORD)
                     KEYLENGTH(LENGTH OF CUST-SSN-KEY)
                     RIDFLD(CUST-SSN-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   CONTINUE
               WHEN DFHRESP-NOTFND
                   PERFORM RESOURCE-NOT-FOUND
               WHEN OTHER
                   PERFORM GENERIC-ERROR
           END-EVALUATE

           PERFORM VERIFY-CUSTOMER-PIN
           IF NOT WS-PIN-VERIFIED
               PERFORM SEND-PIN-ERROR
           END-IF

           MOVE SPACES TO JSON-REST-BUFFER
           MOVE 1 TO WS-JSON-POS
           STRING '{"ssn":"'      DELIMITED BY SIZE
                  WS-TARGET-SSN   DELIMITED BY SIZE
                  '","name":"'    DELIMITED BY SIZE
                  CUSTOMER-NAME   DELIMITED BY '  '
                  '","accounts":[' DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING

           MOVE ZERO TO WS-ITEM-COUNT
           MOVE 'N' TO WS-MORE-FLAG
           MOVE 'N' TO WS-STOP-SWITCH
           MOVE 'N' TO WS-ACCT-IO-ERR-SWITCH
           MOVE WS-TARGET-SSN TO SSN OF ACCT-REC-KEY
           MOVE LOW-VALUES TO NUM OF ACCT-REC-KEY
           EXEC CICS STARTBR DATASET('WBACCTDB-DD')
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               PERFORM UNTIL RESP-CODE NOT = 0
                   EXEC CICS READNEXT DATASET('WBACCTDB-DD')
                             INTO(ACCOUNT-RECORD)
                             LENGTH(LENGTH OF ACCOUNT-RECORD)
                             RIDFLD(ACCT-REC-KEY)
                             KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                             RESP(RESP-CODE)
                   END-EXEC
                   IF RESP-CODE = 0
                       IF SSN OF ACCT-REC-KEY NOT = WS-TARGET-SSN
                           MOVE 'Y' TO WS-STOP-SWITCH
                       ELSE
                           IF WS-ITEM-COUNT < WS-MAX-ACCOUNTS
                               ADD 1 TO WS-ITEM-COUNT
                               PERFORM ADD-ACCOUNT-JSON
                           ELSE
                               MOVE 'Y' TO WS-MORE-FLAG
                               MOVE 'Y' TO WS-STOP-SWITCH
                           END-IF
                       END-IF
                   END-IF
                   IF WS-STOP-BROWSE
                       MOVE 8 TO RESP-CODE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET('WBACCTDB-DD') END-EXEC
               IF NOT WS-STOP-BROWSE AND RESP-CODE NOT = DFHRESP-ENDFILE
                  AND RESP-CODE NOT = DFHRESP-NOTFND
                   MOVE 'Y' TO WS-ACCT-IO-ERR-SWITCH
               END-IF
           ELSE
               IF RESP-CODE NOT = DFHRESP-NOTFND
                   MOVE 'Y' TO WS-ACCT-IO-ERR-SWITCH
               END-IF
           END-IF
           IF WS-ACCT-IO-ERROR
               PERFORM GENERIC-ERROR
           END-IF

           STRING '],"more":"'    DELIMITED BY SIZE
                  WS-MORE-FLAG    DELIMITED BY SIZE
                  '"}'            DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING
           PERFORM PUT-JSON-RESPONSE.

       ADD-ACCOUNT-JSON.
           IF WS-ITEM-COUNT > 1
               STRING ',' DELIMITED BY SIZE
                      INTO JSON-REST-BUFFER
                      WITH POINTER WS-JSON-POS
               END-STRING
           END-IF
           STRING '{"accountNumber":"' DELIMITED BY SIZE
                  ACCOUNT-NUMBER OF ACCOUNT-RECORD
                                       DELIMITED BY SPACE
                  '","type":"'         DELIMITED BY SIZE
                  ACCOUNT-TYPE         DELIMITED BY SIZE
                  '"'                  DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING
           PERFORM ADD-BALANCES-JSON
           STRING '}' DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING.

      * the two balances for the account record in storage
       ADD-BALANCES-JSON.
           MOVE ACCOUNT-BALANCE TO WS-AMT-EDIT
           PERFORM TRIM-AMOUNT
           STRING ',"balance":"'       DELIMITED BY SIZE
                  WS-AMT-TEXT          DELIMITED BY SPACE
                  '"'                  DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING
           MOVE ACCOUNT-AVAIL-BALANCE TO WS-AMT-EDIT
           PERFORM TRIM-AMOUNT
           STRING ',"availableBalance":"' DELIMITED BY SIZE
                  WS-AMT-TEXT          DELIMITED BY SPACE
                  '"'                  DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING.

      *****************************************************************
      ** /balance/{ACCOUNT} - LOCATE THE ACCOUNT, PIN-CHECK ITS OWNER *
      ** OR A JOINT HOLDER, RETURN BOTH BALANCES                      *
      *****************************************************************
       PROCESS-BALANCE-RESOURCE.
           PERFORM LOCATE-VERIFIED-ACCOUNT
           MOVE SPACES TO JSON-REST-BUFFER
           MOVE 1 TO WS-JSON-POS
           STRING '{"accountNumber":"' DELIMITED BY SIZE
                  ACCOUNT-NUMBER OF ACCOUNT-RECORD
                                       DELIMITED BY SPACE
                  '","type":"'         DELIMITED BY SIZE
                  ACCOUNT-TYPE         DELIMITED BY SIZE
                  '"'                  DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING
           PERFORM ADD-BALANCES-JSON
           STRING '}' DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING
           PERFORM PUT-JSON-RESPONSE.

      *****************************************************************
      ** /history/{ACCOUNT}[/{SEQ}] - ONE PAGE OF MOVEMENTS AFTER THE *
      ** GIVEN TRAN-SEQ (FROM THE START WHEN NONE). "nextSeq" IS THE  *
      ** SEQ TO ASK FOR NEXT WHEN "more" IS Y                         *
      *****************************************************************
       PROCESS-HISTORY-RESOURCE.
           MOVE ZERO TO WS-AFTER-SEQ
           IF WS-URI-SEQ NOT = SPACES
               MOVE LENGTH OF WS-URI-SEQ TO WS-ID-LEN
               PERFORM UNTIL WS-ID-LEN = ZERO
                       OR WS-URI-SEQ(WS-ID-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-ID-LEN
               END-PERFORM
               IF WS-ID-LEN > 6
                  OR WS-URI-SEQ(1:WS-ID-LEN) IS NOT NUMERIC
                   MOVE 'SEQR' TO WS-ERROR-CODE
                   MOVE '400' TO WS-ERROR-HTTP-STATUS
                   MOVE 'The paging sequence must be up to six digits.'
                        TO WS-ERROR-MESSAGE
                   PERFORM SEND-ERROR-RESPONSE
               END-IF
               MOVE WS-URI-SEQ(1:WS-ID-LEN) TO
                    WS-AFTER-SEQ(7 - WS-ID-LEN:WS-ID-LEN)
           END-IF

           PERFORM LOCATE-VERIFIED-ACCOUNT

           MOVE SPACES TO JSON-REST-BUFFER
           MOVE 1 TO WS-JSON-POS
           STRING '{"accountNumber":"' DELIMITED BY SIZE
                  WS-TARGET-ACCOUNT    DELIMITED BY SPACE
                  '","transactions":[' DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING

           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-LAST-SEQ
           MOVE 'N' TO WS-MORE-FLAG
           MOVE 'N' TO WS-STOP-SWITCH
           MOVE WS-TARGET-ACCOUNT TO
                TRAN-ACCOUNT-NUMBER OF TRAN-REC-KEY
           MOVE WS-AFTER-SEQ TO TRAN-SEQ OF TRAN-REC-KEY
           EXEC CICS STARTBR DATASET('WBTRANDB-DD')
                     RIDFLD(TRAN-REC-KEY)
                     KEYLENGTH(LENGTH OF TRAN-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               PERFORM UNTIL RESP-CODE NOT = 0
                   EXEC CICS READNEXT DATASET('WBTRANDB-DD')
                             INTO(TRANSACTION-RECORD)
                             LENGTH(LENGTH OF TRANSACTION-RECORD)
                             RIDFLD(TRAN-REC-KEY)
                             KEYLENGTH(LENGTH OF TRAN-REC-KEY)
                             RESP(RESP-CODE)
                   END-EXEC
                   IF RESP-CODE = 0
                       IF TRAN-ACCOUNT-NUMBER OF TRAN-REC-KEY NOT =
                          WS-TARGET-ACCOUNT
                           MOVE 'Y' TO WS-STOP-SWITCH
                       ELSE
      * the page starts after the seq asked for, not at it
                           IF TRAN-SEQ OF TRAN-REC-KEY > WS-AFTER-SEQ
                               IF WS-ITEM-COUNT < WS-PAGE-SIZE
                                   ADD 1 TO WS-ITEM-COUNT
                                   PERFORM ADD-TRANSACTION-JSON
                               ELSE
                                   MOVE 'Y' TO WS-MORE-FLAG
                                   MOVE 'Y' TO WS-STOP-SWITCH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WS-STOP-BROWSE
                       MOVE 8 TO RESP-CODE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET('WBTRANDB-DD') END-EXEC
               IF NOT WS-STOP-BROWSE AND RESP-CODE NOT = DFHRESP-ENDFILE
                  AND RESP-CODE NOT = DFHRESP-NOTFND
                   PERFORM GENERIC-ERROR
               END-IF
           ELSE
               IF RESP-CODE NOT = DFHRESP-NOTFND AND
                  RESP-CODE NOT = DFHRESP-ENDFILE
                   PERFORM GENERIC-ERROR
               END-IF
           END-IF

           MOVE WS-LAST-SEQ TO WS-SEQ-OUT
           STRING '],"more":"'    DELIMITED BY SIZE
                  WS-MORE-FLAG    DELIMITED BY SIZE
                  '","nextSeq":"' DELIMITED BY SIZE
                  WS-SEQ-OUT      DELIMITED BY SIZE
                  '"}'            DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING
           PERFORM PUT-JSON-RESPONSE.

       ADD-TRANSACTION-JSON.
           IF WS-ITEM-COUNT > 1
               STRING ',' DELIMITED BY SIZE
                      INTO JSON-REST-BUFFER
                      WITH POINTER WS-JSON-POS
               END-STRING
           END-IF
           MOVE TRAN-SEQ OF TRAN-REC-KEY TO WS-LAST-SEQ
           MOVE TRAN-SEQ OF TRAN-REC-KEY TO WS-SEQ-OUT
           MOVE TRANSACTION-AMOUNT TO WS-AMT-EDIT
           PERFORM TRIM-AMOUNT
           STRING '{"seq":"'      DELIMITED BY SIZE
                  WS-SEQ-OUT      DELIMITED BY SIZE
                  '","type":"'    DELIMITED BY SIZE
                  TRANSACTION-TYPE DELIMITED BY SIZE
                  '","amount":"'  DELIMITED BY SIZE
                  WS-AMT-TEXT     DELIMITED BY SPACE
                  '","date":"'    DELIMITED BY SIZE
                  TRANSACTION-DATE DELIMITED BY SIZE
                  '","time":"'    DELIMITED BY SIZE
                  TRANSACTION-TIME DELIMITED BY SIZE
                  '"'             DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING
      * a correction says which entry it corrects; a corrected entry
      * says so, so the app can grey it out
           IF TRANSACTION-REVERSAL-OF IS NUMERIC AND
              TRANSACTION-REVERSAL-OF NOT = ZERO
               MOVE TRANSACTION-REVERSAL-OF TO WS-SEQ-OUT
               STRING ',"reversalOf":"' DELIMITED BY SIZE
                      WS-SEQ-OUT        DELIMITED BY SIZE
                      '"'               DELIMITED BY SIZE
                      INTO JSON-REST-BUFFER
                      WITH POINTER WS-JSON-POS
               END-STRING
           END-IF
           IF TRANSACTION-REVERSED-FLAG = 'Y' OR
              TRANSACTION-REVERSED-FLAG = 'R'
               STRING ',"reversed":"Y"' DELIMITED BY SIZE
                      INTO JSON-REST-BUFFER
                      WITH POINTER WS-JSON-POS
               END-STRING
           END-IF
           STRING '}' DELIMITED BY SIZE
                  INTO JSON-REST-BUFFER
                  WITH POINTER WS-JSON-POS
           END-STRING.

      *****************************************************************
      ** THE ACCOUNT IN THE URI, LOCATED BY NUMBER AND PIN-CHECKED -  *
      ** RETURNS ONLY ON SUCCESS, WITH THE ACCOUNT RECORD IN STORAGE  *
      *****************************************************************
       LOCATE-VERIFIED-ACCOUNT.
           IF WS-URI-KEY = SPACES OR WS-URI-KEY(11:2) NOT = SPACES
               MOVE 'ACCR' TO WS-ERROR-CODE
               MOVE '400' TO WS-ERROR-HTTP-STATUS
               MOVE 'An account number is required in the URI.'
                    TO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-RESPONSE
           END-IF
           MOVE WS-URI-KEY(1:10) TO WS-TARGET-ACCOUNT
           MOVE WS-TARGET-ACCOUNT TO AU-DETAIL
           PERFORM GET-CUSTOMER-PIN
           PERFORM FIND-ACCOUNT-BY-NUMBER
           IF WS-ACCT-IO-ERROR
               PERFORM GENERIC-ERROR
           END-IF
           IF WS-BROWSE-LIMIT-HIT
               MOVE 'LIMT' TO WS-ERROR-CODE
               MOVE '503' TO WS-ERROR-HTTP-STATUS
               MOVE 'Account search limit reached - try again later.'
                    TO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-RESPONSE
           END-IF
           IF NOT WS-ACCOUNT-FOUND
               PERFORM RESOURCE-NOT-FOUND
           END-IF
           PERFORM VERIFY-ACCOUNT-OWNER-PIN
           IF NOT WS-PIN-VERIFIED
               PERFORM SEND-PIN-ERROR
           END-IF.

      *****************************************************************
      ** LOCATE AN ACCOUNT BY NUMBER ALONE - THE SAME CAPPED BROWSE   *
      ** WGRVGBAL USES, SINCE THE NUMBER IS NOT A LEADING KEY SEGMENT *
      *****************************************************************
       FIND-ACCOUNT-BY-NUMBER.
           MOVE LOW-VALUES TO ACCT-REC-KEY
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-ACCT-IO-ERR-SWITCH
           MOVE 'N' TO WS-BROWSE-LIMIT-SWITCH
           MOVE ZERO TO WS-BROWSE-SCAN-COUNT
           EXEC CICS STARTBR DATASET('WBACCTDB-DD')
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   PERFORM UNTIL WS-ACCOUNT-FOUND OR RESP-CODE NOT = 0
                           OR WS-BROWSE-LIMIT-HIT
                       EXEC CICS READNEXT DATASET('WBACCTDB-DD')
                                 INTO(ACCOUNT-RECORD)
                                 LENGTH(LENGTH OF ACCOUNT-RECORD)
                                 RIDFLD(ACCT-REC-KEY)
                                 KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                                 RESP(RESP-CODE)
                       END-EXEC
                       IF RESP-CODE = 0
                           ADD 1 TO WS-BROWSE-SCAN-COUNT
                           IF ACCOUNT-NUMBER OF ACCOUNT-RECORD =
                              WS-TARGET-ACCOUNT
                               MOVE 'Y' TO WS-FOUND-SWITCH
                           ELSE
                               IF WS-BROWSE-SCAN-COUNT >=
                                  WS-MAX-BROWSE-RECS
                                   MOVE 'Y' TO WS-BROWSE-LIMIT-SWITCH
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   EXEC CICS ENDBR DATASET('WBACCTDB-DD') END-EXEC
                   IF NOT WS-ACCOUNT-FOUND AND NOT WS-BROWSE-LIMIT-HIT
                      AND RESP-CODE NOT = DFHRESP-ENDFILE
                      AND RESP-CODE NOT = DFHRESP-NOTFND
                       MOVE 'Y' TO WS-ACCT-IO-ERR-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN DFHRESP-ENDFILE
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-ACCT-IO-ERR-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** THE PIN FROM THE X-CUSTOMER-PIN HEADER - MISSING IS A 401    *
      *****************************************************************
       GET-CUSTOMER-PIN.
           MOVE SPACES TO WS-PIN-VALUE
           MOVE LENGTH OF WS-PIN-VALUE TO WS-PIN-VALUE-LEN
           EXEC CICS WEB READ
                     HTTPHEADER(WS-PIN-HEADER-NAME)
                     NAMELENGTH(WS-PIN-HEADER-NAME-LEN)
                     VALUE(WS-PIN-VALUE)
                     VALUELENGTH(WS-PIN-VALUE-LEN)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0 OR WS-PIN-VALUE = SPACES
               MOVE 'PINR' TO WS-ERROR-CODE
               MOVE '401' TO WS-ERROR-HTTP-STATUS
               MOVE 'The X-Customer-PIN header is required.'
                    TO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-RESPONSE
           END-IF.

      *****************************************************************
      ** THE OWNER'S PIN FIRST, THEN ANY WBRELDB JOINT HOLDER'S, AND  *
      ** ONLY THEN THE OWNER'S FAILURE ACCOUNTING - SO A JOINT HOLDER *
      ** USING THEIR OWN PIN DOES NOT COUNT STRIKES AGAINST THE OWNER *
      *****************************************************************
       VERIFY-ACCOUNT-OWNER-PIN.
           MOVE 'N' TO WS-PIN-VERIFY-SWITCH
           MOVE SSN OF ACCT-REC-KEY TO SSN-KEY OF CUST-SSN-KEY
           EXEC CICS READ DATASET('WBCSSNI-DD')
                     INTO(CUSTOMER-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-RECORD)
                     KEYLENGTH(LENGTH OF CUST-SSN-KEY)
                     RIDFLD(CUST-SSN-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               PERFORM GENERIC-ERROR
           END-IF
           IF CUSTOMER-LOCK-FLAG NOT = 'Y'
              AND WS-PIN-VALUE = CUSTOMER-ACCESS-PIN
               MOVE 'Y' TO WS-PIN-VERIFY-SWITCH
               IF CUSTOMER-PIN-FAILS > 0
                   MOVE ZERO TO CUSTOMER-PIN-FAILS
                   PERFORM REWRITE-CUSTOMER-PIN-STATE
               END-IF
           ELSE
               PERFORM VERIFY-JOINT-HOLDER-PIN
               IF NOT WS-PIN-VERIFIED
                   MOVE SSN OF ACCT-REC-KEY TO SSN-KEY OF CUST-SSN-KEY
                   EXEC CICS READ DATASET('WBCSSNI-DD')
                             INTO(CUSTOMER-RECORD)
                             LENGTH(LENGTH OF CUSTOMER-RECORD)
                             KEYLENGTH(LENGTH OF CUST-SSN-KEY)
                             RIDFLD(CUST-SSN-KEY)
                             RESP(RESP-CODE)
                   END-EXEC
                   IF RESP-CODE NOT = 0
                       PERFORM GENERIC-ERROR
                   END-IF
                   PERFORM VERIFY-CUSTOMER-PIN
               END-IF
           END-IF.

       VERIFY-JOINT-HOLDER-PIN.
           MOVE 'N' TO WS-REL-STOP-SWITCH
           MOVE WS-TARGET-ACCOUNT TO REL-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO REL-SSN
           EXEC CICS STARTBR DATASET('WBRELDB-DD')
                     RIDFLD(REL-REC-KEY)
                     KEYLENGTH(LENGTH OF REL-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               PERFORM UNTIL RESP-CODE NOT = 0 OR WS-PIN-VERIFIED
                   EXEC CICS READNEXT DATASET('WBRELDB-DD')
                             INTO(RELATION-RECORD)
                             LENGTH(LENGTH OF RELATION-RECORD)
                             RIDFLD(REL-REC-KEY)
                             KEYLENGTH(LENGTH OF REL-REC-KEY)
                             RESP(RESP-CODE)
                   END-EXEC
                   IF RESP-CODE = 0
                       IF REL-ACCOUNT-NUMBER NOT = WS-TARGET-ACCOUNT
                           MOVE 'Y' TO WS-REL-STOP-SWITCH
                       ELSE
                           PERFORM TRY-ONE-HOLDER-PIN
                       END-IF
                   END-IF
                   IF WS-REL-STOP-BROWSE
                       MOVE 8 TO RESP-CODE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET('WBRELDB-DD') END-EXEC
           END-IF.

       TRY-ONE-HOLDER-PIN.
           MOVE REL-SSN TO SSN-KEY OF CUST-SSN-KEY
           EXEC CICS READ DATASET('WBCSSNI-DD')
                     INTO(CUSTOMER-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-RECORD)
                     KEYLENGTH(LENGTH OF CUST-SSN-KEY)
                     RIDFLD(CUST-SSN-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               IF CUSTOMER-LOCK-FLAG NOT = 'Y'
                  AND WS-PIN-VALUE = CUSTOMER-ACCESS-PIN
                   MOVE 'Y' TO WS-PIN-VERIFY-SWITCH
               END-IF
           END-IF
           MOVE 0 TO RESP-CODE.

      *****************************************************************
      ** THE PIN AGAINST THE CUSTOMER-RECORD IN STORAGE - LOCKED IS   *
      ** REFUSED, A WRONG PIN COUNTS A STRIKE (THE THIRD LOCKS), A    *
      ** GOOD PIN CLEARS EARLIER STRIKES                              *
      *****************************************************************
       VERIFY-CUSTOMER-PIN.
           MOVE 'N' TO WS-PIN-VERIFY-SWITCH
           IF CUSTOMER-LOCK-FLAG = 'Y'
               MOVE 'LOCKED' TO AU-REQUEST-ID
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               IF WS-PIN-VALUE = CUSTOMER-ACCESS-PIN
                   MOVE 'Y' TO WS-PIN-VERIFY-SWITCH
                   IF CUSTOMER-PIN-FAILS > 0
                       MOVE ZERO TO CUSTOMER-PIN-FAILS
                       PERFORM REWRITE-CUSTOMER-PIN-STATE
                   END-IF
               ELSE
                   PERFORM RECORD-PIN-FAILURE
               END-IF
           END-IF.

       RECORD-PIN-FAILURE.
           ADD 1 TO CUSTOMER-PIN-FAILS
           IF CUSTOMER-PIN-FAILS >= WS-MAX-PIN-FAILS
               MOVE 'Y' TO CUSTOMER-LOCK-FLAG
               MOVE 'LOCKED' TO AU-REQUEST-ID
           ELSE
               MOVE 'PINBAD' TO AU-REQUEST-ID
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM REWRITE-CUSTOMER-PIN-STATE.

      *****************************************************************
      ** PERSIST THE FAILURE COUNT/LOCK FLAG ON THE CUSTOMER RECORD,  *
      ** READ FOR UPDATE BY ITS PRIMARY (NAME) KEY                    *
      *****************************************************************
       REWRITE-CUSTOMER-PIN-STATE.
           MOVE CUSTOMER-NAME TO NAME OF CUST-REC-KEY
           MOVE CUSTOMER-PIN-FAILS TO EDIT-NUM
           EXEC CICS READ DATASET('WBCUSTDB-DD')
                     INTO(CUSTOMER-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-RECORD)
                     KEYLENGTH(LENGTH OF CUST-REC-KEY)
                     RIDFLD(CUST-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               MOVE EDIT-NUM TO CUSTOMER-PIN-FAILS
               IF CUSTOMER-PIN-FAILS >= WS-MAX-PIN-FAILS
                   MOVE 'Y' TO CUSTOMER-LOCK-FLAG
               END-IF
               EXEC CICS REWRITE DATASET('WBCUSTDB-DD')
                         FROM(CUSTOMER-RECORD)
                         LENGTH(LENGTH OF CUSTOMER-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
           END-IF
           IF RESP-CODE NOT = 0
               MOVE 'I/O error updating customer PIN state'
                    TO LOG-MSG-TEXT
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** THE PIN CHECK FAILED - LOCKED (INCLUDING LOCKED JUST NOW) OR *
      ** SIMPLY WRONG                                                 *
      *****************************************************************
       SEND-PIN-ERROR.
           IF CUSTOMER-LOCK-FLAG = 'Y'
               MOVE 'LOCK' TO WS-ERROR-CODE
               MOVE '403' TO WS-ERROR-HTTP-STATUS
               MOVE 'Customer locked - contact the branch to unlock.'
                    TO WS-ERROR-MESSAGE
           ELSE
               MOVE 'PINX' TO WS-ERROR-CODE
               MOVE '401' TO WS-ERROR-HTTP-STATUS
               MOVE 'PIN incorrect.' TO WS-ERROR-MESSAGE
           END-IF
           PERFORM SEND-ERROR-RESPONSE.

       RESOURCE-NOT-FOUND.
           MOVE 'NFND' TO WS-ERROR-CODE
           MOVE '404' TO WS-ERROR-HTTP-STATUS
           MOVE 'No data was found for the requested resource.'
                TO WS-ERROR-MESSAGE
           PERFORM SEND-ERROR-RESPONSE.

      *****************************************************************
      ** TRIM THE EDITED AMOUNT'S LEADING SPACES INTO WS-AMT-TEXT     *
      *****************************************************************
       TRIM-AMOUNT.
           MOVE ZERO TO WS-AMT-LEAD
           INSPECT WS-AMT-EDIT TALLYING WS-AMT-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-AMT-TEXT
           MOVE WS-AMT-EDIT(WS-AMT-LEAD + 1:) TO WS-AMT-TEXT.

      *****************************************************************
      ** PUT THE BUILT JSON BODY AND A 200 STATUS                     *
      *****************************************************************
       PUT-JSON-RESPONSE.
           COMPUTE WS-JSON-LEN = WS-JSON-POS - 1
           EXEC CICS PUT CONTAINER('DFHWS-DATA')
                     FROM(JSON-REST-BUFFER)
                     FLENGTH(WS-JSON-LEN)
                     RESP(RESP-CODE)
                     RESP2(RESP2-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               PERFORM GENERIC-ERROR
           END-IF
           EXEC CICS PUT CONTAINER('DFHWS-HTTPSTATUS')
                     FROM(WS-OK-HTTP-STATUS)
           END-EXEC.

      *****************************************************************
      ** AN I/O OR CONTAINER FAILURE - A 500 JSON ERROR, NOT AN ABEND *
      *****************************************************************
       GENERIC-ERROR.
           MOVE 'ERRS' TO WS-ERROR-CODE
           MOVE '500' TO WS-ERROR-HTTP-STATUS
           MOVE 'An unexpected error occurred processing this request.'
                TO WS-ERROR-MESSAGE
           PERFORM SEND-ERROR-RESPONSE.

      *****************************************************************
      ** BUILD THE {"code","message"} ERROR BODY, PUT IT WITH ITS     *
      ** HTTP STATUS, AUDIT THE CALL AS FAILED AND END THE TASK       *
      *****************************************************************
       SEND-ERROR-RESPONSE.
           MOVE SPACES TO WS-ERROR-JSON
           STRING '{"code":"'      DELIMITED BY SIZE
                  WS-ERROR-CODE    DELIMITED BY SPACE
                  '","message":"'  DELIMITED BY SIZE
                  WS-ERROR-MESSAGE DELIMITED BY '  '
                  '"}'             DELIMITED BY SIZE
                  INTO WS-ERROR-JSON
           END-STRING
           EXEC CICS PUT CONTAINER('DFHWS-DATA')
                     FROM(WS-ERROR-JSON)
                     NOHANDLE
           END-EXEC
           EXEC CICS PUT CONTAINER('DFHWS-HTTPSTATUS')
                     FROM(WS-ERROR-HTTP-STATUS)
                     NOHANDLE
           END-EXEC
           MOVE 'ER' TO AU-REQUEST-ID(1:2)
           MOVE WS-ERROR-CODE TO AU-REQUEST-ID(3:4)
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-ERROR-MESSAGE TO LOG-MSG-TEXT
           PERFORM WRITE-LOG-MSG
           EXEC CICS RETURN
           END-EXEC.

       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED = 'Y'
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                                  FROM(LOG-MSG)
                                  LENGTH(HW-LENGTH)
                                  NOHANDLE
                                  END-EXEC
           END-IF.

      * Write one durable audit record - AU-REQUEST-ID/AU-DETAIL are
      * set by the caller beforehand
       WRITE-AUDIT-RECORD.
           MOVE EIBTASKN TO AU-TASK-NUMBER.
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(AU-DATETIME(1:8))
                     TIME(AU-DATETIME(9:8))
           END-EXEC.
           EXEC CICS WRITEQ TD QUEUE('BKAU')
                     FROM(AU-AUDIT-RECORD)
                     LENGTH(LENGTH OF AU-AUDIT-RECORD)
                     NOHANDLE
           END-EXEC.

       END PROGRAM WGRVREST.
