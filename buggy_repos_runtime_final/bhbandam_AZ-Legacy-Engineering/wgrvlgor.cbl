      *****************************************************************
     ** LEGAL ORDERS - COURT GARNISHMENTS AND TAX LEVIES SERVED ON A *
     ** CUSTOMER ARE REGISTERED HERE AGAINST THE CUSTOMER'S SSN ON   *
     ** WBLGORDB, WITH THE ORDER TYPE (G GARNISHMENT, L LEVY), THE   *
     ** ISSUING AUTHORITY, THE AMOUNT DEMANDED, THE DATE THE ORDER   *
     ** WAS RECEIVED (BLANK MEANS TODAY) AND ITS STATUS. ACTION 'R'  *
     ** REGISTERS AN ORDER AND FREEZES UP TO THE AMOUNT DEMANDED     *
     ** ACROSS THE CUSTOMER'S CK, SV AND MM ACCOUNTS - THOSE THEY    *
     ** OWN FIRST, THEN THOSE THEY HOLD JOINTLY THROUGH WBRELDB -    *
     ** TAKING ONLY FUNDS STILL AVAILABLE: EACH FREEZE COMES OFF THE *
     ** ACCOUNT'S AVAILABLE BALANCE AS A WBHOLDDB DEPOSIT HOLD DOES  *
     ** AND IS RECORDED ON WBLGFZDB. THE ORDER CARRIES THE DATE THE  *
     ** STATUTORY WAITING PERIOD ENDS (21 DAYS FOR A LEVY, 20 FOR A  *
     ** GARNISHMENT, FROM RECEIPT), AFTER WHICH THE WGRVBJ29 BATCH   *
     ** REMITS THE FROZEN FUNDS TO THE AUTHORITY. 'S' SHOWS AN ORDER *
     ** AND 'L' LIFTS AN ACTIVE ONE (RELEASED OR WITHDRAWN BY THE    *
     ** AUTHORITY), GIVING EVERY FREEZE BACK TO THE AVAILABLE        *
     ** BALANCE. A REGISTRATION OR LIFT IS ONE UNIT OF WORK AND IS   *
     ** AUDITED TO BKAU.                                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVLGOR.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01 CUST-SSN-KEY.
           05 SSN-KEY                     PIC X(9)  VALUE SPACES.

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

      * Additional holders on an account from WBRELDB - only a joint
      * owner's accounts answer for their debts, not a signer's
       01 REL-REC-KEY.
           05 REL-ACCOUNT-NUMBER          PIC X(10).
           05 REL-SSN                     PIC X(9).
       01 RELATION-RECORD.
           05 REL-ROLE                    PIC X(1).

      * Legal order on WBLGORDB - keyed by the customer's SSN and the
      * authority's own reference for the order. The remit date is the
      * end of the statutory waiting period, set at registration
       01 LGO-REC-KEY.
           05 LGO-SSN                     PIC X(9).
           05 LGO-ORDER-REF               PIC X(12).
       01 LEGAL-ORDER-RECORD.
           05 LGO-TYPE                    PIC X(1).
               88 LGO-GARNISHMENT         VALUE 'G'.
               88 LGO-LEVY                VALUE 'L'.
           05 LGO-AUTHORITY               PIC X(30).
           05 LGO-AMOUNT                  PIC S9(16)V99 COMP-3.
           05 LGO-RECEIVED-DATE           PIC X(8).
           05 LGO-REMIT-DATE              PIC X(8).
           05 LGO-FROZEN-AMOUNT           PIC S9(16)V99 COMP-3.
           05 LGO-REMITTED-AMOUNT         PIC S9(16)V99 COMP-3.
           05 LGO-STATUS                  PIC X(1).
               88 LGO-ACTIVE              VALUE 'A'.
               88 LGO-REMITTED            VALUE 'R'.
               88 LGO-LIFTED              VALUE 'C'.
           05 LGO-REGISTERED-BY           PIC X(8).
           05 LGO-REGISTERED-DATE         PIC X(8).
           05 LGO-NOTICE-DATE             PIC X(8).
           05 LGO-CLOSED-BY               PIC X(8).
           05 LGO-CLOSED-DATE             PIC X(8).

      * One freeze per account an order took funds from on WBLGFZDB,
      * under the order's key plus the account number; the owning SSN
      * is kept so the account can be read back by its full key
       01 LGF-REC-KEY.
           05 LGF-SSN                     PIC X(9).
           05 LGF-ORDER-REF               PIC X(12).
           05 LGF-ACCOUNT-NUM             PIC X(10).
       01 LEGAL-FREEZE-RECORD.
           05 LGF-OWNER-SSN               PIC X(9).
           05 LGF-AMOUNT                  PIC S9(16)V99 COMP-3.
           05 LGF-STATUS                  PIC X(1).
               88 LGF-FROZEN              VALUE 'A'.
               88 LGF-REMITTED            VALUE 'R'.
               88 LGF-RELEASED            VALUE 'C'.
           05 LGF-FROZEN-DATE             PIC X(8).
           05 LGF-CLOSED-DATE             PIC X(8).

      * Accounts an order can draw on, owned first, then joint - up
      * to WS-MAX-FREEZE-ACCTS; the lift reuses the table for the
      * order's freezes
       01 WS-FREEZE-TABLE.
           05 WS-FRZ-ENTRY OCCURS 20 TIMES.
              10 WS-FRZ-SSN              PIC X(9).
              10 WS-FRZ-NUM              PIC X(10).
       01 WS-FRZ-COUNT                  PIC S9(4) COMP VALUE +0.
       01 WS-FRZ-IDX                    PIC S9(4) COMP VALUE +0.
       01 WS-FRZ-CHECK-IDX              PIC S9(4) COMP VALUE +0.
       01 WS-MAX-FREEZE-ACCTS           PIC S9(4) COMP VALUE +20.
       01 WS-JOINT-TABLE.
           05 WS-JOINT-NUM               PIC X(10) OCCURS 20 TIMES.
       01 WS-JOINT-COUNT                PIC S9(4) COMP VALUE +0.
       01 WS-JOINT-IDX                  PIC S9(4) COMP VALUE +0.
       01 WS-DUP-SWITCH                 PIC X VALUE 'N'.
           88 WS-ALREADY-LISTED         VALUE 'Y'.

       01 LGTRANO                       PIC X(4).
       01 ORDREFO                       PIC X(12).
       01 OSTATO                        PIC X(9).
       01 DEMANDO                       PIC S9(16)V99.
       01 FROZENO                       PIC S9(16)V99.
       01 ACCTCNTO                      PIC 9(2).
       01 REMITDTO                      PIC X(8).
       01 LGMSG1O                       PIC X(50).
       01 LGMSG2O                       PIC X(50).

       01 ACTIONL                       PIC 9(4).
       01 ACTIONI                       PIC X(1).
       01 SSNL                          PIC 9(4).
       01 SSNI                          PIC X(9).
       01 ORDREFL                       PIC 9(4).
       01 ORDREFI                       PIC X(12).
       01 ORDTYPL                       PIC 9(4).
       01 ORDTYPI                       PIC X(1).
       01 AUTHL                         PIC 9(4).
       01 AUTHI                         PIC X(30).
       01 AMOUNTL                       PIC 9(4).
       01 AMOUNTI                       PIC X(18).
       01 RCVDTL                        PIC 9(4).
       01 RCVDTI                        PIC X(8).

       01 RESP-CODE                     PIC S9(8) COMP.

       01 DFHRESP-NOTOPEN               PIC S9(8) COMP VALUE -2.
       01 DFHRESP-DISABLED              PIC S9(8) COMP VALUE -3.
       01 DFHRESP-ENDFILE               PIC S9(8) COMP VALUE -4.
       01 DFHRESP-NOTFND                PIC S9(8) COMP VALUE -5.
       01 DFHRESP-DUPREC                PIC S9(8) COMP VALUE -6.
       01 DFHRESP-DUPKEY                PIC S9(8) COMP VALUE -7.

       01 WS-MAINT-FAIL-SWITCH          PIC X VALUE 'N'.
           88 WS-MAINT-FAILED           VALUE 'Y'.

       01 WS-DONE-SWITCH                PIC X VALUE 'N'.
           88 DONE                      VALUE 'Y'.
       01 WS-GOODBYE-MSG                PIC X(24)
                                         VALUE 'Transaction ended'.

      * Bounded browses, as on WGRVGBAL - WBRELDB has no SSN index,
      * so a holder's joint accounts are found by reading through it
       01 WS-MAX-BROWSE-RECS            PIC 9(8) VALUE 10000.
       01 WS-BROWSE-SCAN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-BROWSE-LIMIT-SWITCH        PIC X VALUE 'N'.
           88 WS-BROWSE-LIMIT-HIT       VALUE 'Y'.
       01 WS-FOUND-SWITCH               PIC X VALUE 'N'.
           88 WS-ACCOUNT-FOUND          VALUE 'Y'.
       01 WS-SEARCH-ACCTNUM             PIC X(10) VALUE SPACES.

       01 WS-TODAY-NUM                  PIC 9(8) VALUE ZERO.
       01 WS-RECEIVED-NUM               PIC 9(8) VALUE ZERO.
       01 WS-REMIT-NUM                  PIC 9(8) VALUE ZERO.
       01 WS-DATE-INTEGER               PIC S9(9) COMP VALUE ZERO.
      * Statutory waiting periods, in calendar days from receipt,
      * before frozen funds may be paid over to the authority
       01 WS-LEVY-WAIT-DAYS             PIC 9(3) VALUE 21.
       01 WS-GARNISH-WAIT-DAYS          PIC 9(3) VALUE 20.
       01 WS-WAIT-DAYS                  PIC 9(3) VALUE ZERO.

       01 WS-AMOUNT-NUM                 PIC 9(16)V99 VALUE ZERO.
       01 WS-ORDER-AMOUNT               PIC S9(16)V99 VALUE ZERO.
       01 WS-REMAINING                  PIC S9(16)V99 VALUE ZERO.
       01 WS-FREEZE-AMOUNT              PIC S9(16)V99 VALUE ZERO.
       01 WS-FROZEN-TOTAL               PIC S9(16)V99 VALUE ZERO.
       01 WS-FROZEN-COUNT               PIC 9(2) VALUE ZERO.

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
           05 TASK-NUMBER                 PIC 9(8).
           05 LOG-MSG-TEXT                PIC X(50).

       01 LOGGING-IS-ENABLED              PIC X(1) VALUE 'Y'.
       01 HW-LENGTH                       PIC S9(4) COMP.

      * Durable audit trail of legal-order changes - written every
      * time, independent of the LOGGING-IS-ENABLED-gated trace
       01 AU-AUDIT-RECORD.
           05 AU-PROGRAM                  PIC X(8)  VALUE 'WGRVLGOR'.
           05 AU-REQUEST-ID               PIC X(6)  VALUE SPACES.
           05 AU-DETAIL                   PIC X(10) VALUE SPACES.
           05 AU-TASK-NUMBER              PIC 9(8)  VALUE ZERO.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.

      * Operator id of the signed-on clerk, stamped on the order
       01 WS-TELLER-ID                    PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM SET-MAP-DEFAULTS
           PERFORM UNTIL DONE
               EXEC CICS HANDLE AID
                         CLEAR(CLEARIT)
                         PF3(PF3-EXIT)
                         PF12(CANCELIT)
               END-EXEC
               EXEC CICS RECEIVE MAP('WGRVMLGI')
                               INTO(ACTIONL ACTIONI SSNL SSNI
                                    ORDREFL ORDREFI ORDTYPL ORDTYPI
                                    AUTHL AUTHI AMOUNTL AMOUNTI
                                    RCVDTL RCVDTI)
                               LENGTH(LENGTH OF ACTIONL ACTIONI
                                      SSNL SSNI ORDREFL ORDREFI
                                      ORDTYPL ORDTYPI AUTHL AUTHI
                                      AMOUNTL AMOUNTI RCVDTL RCVDTI)
                               END-EXEC
               MOVE 'N' TO WS-MAINT-FAIL-SWITCH
               PERFORM SET-MAP-DEFAULTS
               EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                         YYYYMMDD(WS-TODAY-NUM)
               END-EXEC
               EXEC CICS ASSIGN USERID(WS-TELLER-ID) END-EXEC
               IF SSNL = 0 OR SSNI = SPACES OR
                  ORDREFL = 0 OR ORDREFI = SPACES
                   MOVE 'SSN and order reference are required'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
               IF NOT WS-MAINT-FAILED
                   EVALUATE ACTIONI
                       WHEN 'R'
                           PERFORM REGISTER-ORDER
                       WHEN 'S'
                           PERFORM SHOW-ORDER-ON-FILE
                       WHEN 'L'
                           PERFORM LIFT-ORDER
                       WHEN OTHER
                           MOVE 'Action must be R, S or L' TO LGMSG1O
                   END-EVALUATE
               END-IF
               PERFORM SEND-ORDER-RESULT
           END-PERFORM.
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** CLEAR REDRAWS A BLANK INPUT SCREEN WITHOUT ENDING THE TASK   *
      *****************************************************************
       CLEARIT.
           PERFORM SET-MAP-DEFAULTS
           EXEC CICS SEND MAP('WGRVMLGI')
                       MAPONLY
                       ERASE
                       END-EXEC
           GO TO MAIN-PARA.

      *****************************************************************
      ** PF3 ENDS THE TRANSACTION CLEANLY                             *
      *****************************************************************
       PF3-EXIT.
           MOVE 'Y' TO WS-DONE-SWITCH
           EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
                       ERASE
                       FREEKB
                       END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** PF12 CANCELS WITHOUT SAVING WHATEVER IS ON SCREEN            *
      *****************************************************************
       CANCELIT.
           MOVE 'Y' TO WS-DONE-SWITCH
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** REGISTER AN ORDER - EDITS, THE CUSTOMER MUST BE ON FILE AND  *
      ** THE REFERENCE NEW FOR THEM, THEN THE ACCOUNTS ARE GATHERED,  *
      ** FROZEN AND THE ORDER WRITTEN WITH WHAT WAS FROZEN. ANY       *
      ** FAILURE PART WAY ROLLS BACK EVERY FREEZE ALREADY TAKEN       *
      *****************************************************************
       REGISTER-ORDER.
           MOVE ZERO TO WS-FRZ-COUNT
           PERFORM EDIT-ORDER-FIELDS

           IF NOT WS-MAINT-FAILED
               MOVE SSNI TO SSN-KEY
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
                       MOVE 'No customer on file with that SSN'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN OTHER
                       MOVE 'I/O error reading the Customer VSAM file'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-EVALUATE
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE SSNI TO LGO-SSN
               MOVE ORDREFI TO LGO-ORDER-REF
               EXEC CICS READ DATASET('WBLGORDB-DD')
                         INTO(LEGAL-ORDER-RECORD)
                         LENGTH(LENGTH OF LEGAL-ORDER-RECORD)
                         KEYLENGTH(LENGTH OF LGO-REC-KEY)
                         RIDFLD(LGO-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               EVALUATE RESP-CODE
                   WHEN DFHRESP-NOTFND
                       CONTINUE
                   WHEN 0
                       MOVE 'That order is already registered'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN OTHER
                       MOVE 'I/O error reading the Legal Order file'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-EVALUATE
           END-IF

           IF NOT WS-MAINT-FAILED
               PERFORM COLLECT-OWNED-ACCOUNTS
           END-IF
           IF NOT WS-MAINT-FAILED
               PERFORM COLLECT-JOINT-ACCOUNTS
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE WS-ORDER-AMOUNT TO WS-REMAINING
               MOVE ZERO TO WS-FROZEN-TOTAL
               MOVE ZERO TO WS-FROZEN-COUNT
               PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
                       UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
                          OR WS-REMAINING NOT > ZERO
                          OR WS-MAINT-FAILED
                   PERFORM FREEZE-ONE-ACCOUNT
               END-PERFORM
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE SSNI TO LGO-SSN
               MOVE ORDREFI TO LGO-ORDER-REF
               MOVE ORDTYPI TO LGO-TYPE
               MOVE AUTHI TO LGO-AUTHORITY
               MOVE WS-ORDER-AMOUNT TO LGO-AMOUNT
               MOVE WS-RECEIVED-NUM TO LGO-RECEIVED-DATE
               MOVE WS-REMIT-NUM TO LGO-REMIT-DATE
               MOVE WS-FROZEN-TOTAL TO LGO-FROZEN-AMOUNT
               MOVE ZERO TO LGO-REMITTED-AMOUNT
               MOVE 'A' TO LGO-STATUS
               MOVE WS-TELLER-ID TO LGO-REGISTERED-BY
               MOVE WS-TODAY-NUM TO LGO-REGISTERED-DATE
               MOVE SPACES TO LGO-NOTICE-DATE
               MOVE SPACES TO LGO-CLOSED-BY
               MOVE SPACES TO LGO-CLOSED-DATE
               EXEC CICS WRITE DATASET('WBLGORDB-DD')
                         FROM(LEGAL-ORDER-RECORD)
                         LENGTH(LENGTH OF LEGAL-ORDER-RECORD)
                         KEYLENGTH(LENGTH OF LGO-REC-KEY)
                         RIDFLD(LGO-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'Error writing the Legal Order file - no freeze'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           END-IF

           IF WS-MAINT-FAILED
               IF WS-FRZ-COUNT > 0
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           ELSE
               IF WS-FROZEN-TOTAL < WS-ORDER-AMOUNT
                   MOVE 'Order registered - frozen short of the demand'
                        TO LGMSG1O
                   MOVE 'Only available funds frozen - refer to legal'
                        TO LGMSG2O
               ELSE
                   MOVE 'Order registered - demand frozen in full'
                        TO LGMSG1O
               END-IF
               MOVE 'LGREG ' TO AU-REQUEST-ID
               MOVE SSNI TO AU-DETAIL
               PERFORM SHOW-ORDER
               MOVE WS-FROZEN-COUNT TO ACCTCNTO
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** TYPE G OR L, AN AUTHORITY, AN AMOUNT IN THE 18-DIGIT FORM    *
      ** WGRVPOST TAKES (LAST TWO CENTS) ABOVE ZERO, AND A RECEIVED   *
      ** DATE NOT IN THE FUTURE - BLANK IS TODAY. THE REMIT DATE IS   *
      ** THE RECEIVED DATE PLUS THE TYPE'S WAITING PERIOD             *
      *****************************************************************
       EDIT-ORDER-FIELDS.
           EVALUATE TRUE
               WHEN ORDTYPL = 0 OR
                    (ORDTYPI NOT = 'G' AND ORDTYPI NOT = 'L')
                   MOVE 'Order type must be G garnishment or L levy'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN AUTHL = 0 OR AUTHI = SPACES
                   MOVE 'Issuing authority is required' TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT WS-MAINT-FAILED
               MOVE ZERO TO WS-ORDER-AMOUNT
               MOVE ZERO TO WS-AMOUNT-NUM
               IF AMOUNTL > 0 AND AMOUNTI(1:16) IS NUMERIC
                  AND AMOUNTI(17:2) IS NUMERIC
                   MOVE AMOUNTI(1:16) TO WS-AMOUNT-NUM(1:16)
                   MOVE AMOUNTI(17:2) TO WS-AMOUNT-NUM(17:2)
                   MOVE WS-AMOUNT-NUM TO WS-ORDER-AMOUNT
               END-IF
               IF WS-ORDER-AMOUNT NOT > ZERO
                   MOVE 'Amount must be 18 digits, last two cents'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               IF RCVDTL > 0 AND RCVDTI NOT = SPACES
                   IF RCVDTI IS NOT NUMERIC
                       MOVE 'Received date must be yyyymmdd or blank'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   ELSE
                       MOVE RCVDTI TO WS-RECEIVED-NUM
                       IF WS-RECEIVED-NUM > WS-TODAY-NUM
                           MOVE 'Received date cannot be after today'
                                TO LGMSG1O
                           MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                       END-IF
                   END-IF
               ELSE
                   MOVE WS-TODAY-NUM TO WS-RECEIVED-NUM
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               IF ORDTYPI = 'L'
                   MOVE WS-LEVY-WAIT-DAYS TO WS-WAIT-DAYS
               ELSE
                   MOVE WS-GARNISH-WAIT-DAYS TO WS-WAIT-DAYS
               END-IF
               COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-RECEIVED-NUM)
                       + WS-WAIT-DAYS
               COMPUTE WS-REMIT-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF.

      *****************************************************************
      ** THE CUSTOMER'S OWN ACCOUNTS - GENERIC BROWSE OF WBACCTDB ON  *
      ** THE SSN. TERM DEPOSITS AND LOANS ARE NOT FROZEN              *
      *****************************************************************
       COLLECT-OWNED-ACCOUNTS.
           MOVE SSNI TO SSN OF ACCT-REC-KEY
           MOVE LOW-VALUES TO NUM OF ACCT-REC-KEY
           EXEC CICS STARTBR DATASET('WBACCTDB-DD')
                     RIDFLD(ACCT-REC-KEY)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   PERFORM UNTIL RESP-CODE NOT = 0
                       EXEC CICS READNEXT DATASET('WBACCTDB-DD')
                                 INTO(ACCOUNT-RECORD)
                                 LENGTH(LENGTH OF ACCOUNT-RECORD)
                                 RIDFLD(ACCT-REC-KEY)
                                 KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                                 RESP(RESP-CODE)
                       END-EXEC
                       IF RESP-CODE = 0
                           IF SSN OF ACCT-REC-KEY NOT = SSNI
                               MOVE DFHRESP-ENDFILE TO RESP-CODE
                           ELSE
                               PERFORM ADD-FREEZE-ACCOUNT
                           END-IF
                       END-IF
                   END-PERFORM
                   EXEC CICS ENDBR DATASET('WBACCTDB-DD') END-EXEC
                   IF RESP-CODE NOT = DFHRESP-ENDFILE
                      AND RESP-CODE NOT = DFHRESP-NOTFND
                       MOVE 'I/O error reading the Account VSAM file'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN DFHRESP-ENDFILE
                   CONTINUE
               WHEN OTHER
                   MOVE 'I/O error reading the Account VSAM file'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** ACCOUNTS THE CUSTOMER HOLDS JOINTLY - READ THROUGH WBRELDB   *
      ** FOR THEIR SSN AS A JOINT OWNER, THEN LOCATE EACH ACCOUNT BY  *
      ** NUMBER FOR ITS FULL KEY. A SEARCH THAT HITS THE BROWSE LIMIT *
      ** IS REFUSED RATHER THAN FREEZING SHORT WITHOUT SAYING SO      *
      *****************************************************************
       COLLECT-JOINT-ACCOUNTS.
           MOVE ZERO TO WS-JOINT-COUNT
           MOVE 'N' TO WS-BROWSE-LIMIT-SWITCH
           MOVE ZERO TO WS-BROWSE-SCAN-COUNT
           MOVE LOW-VALUES TO REL-REC-KEY
           EXEC CICS STARTBR DATASET('WBRELDB-DD')
                     RIDFLD(REL-REC-KEY)
                     KEYLENGTH(LENGTH OF REL-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   PERFORM UNTIL RESP-CODE NOT = 0
                           OR WS-BROWSE-LIMIT-HIT
                       EXEC CICS READNEXT DATASET('WBRELDB-DD')
                                 INTO(RELATION-RECORD)
                                 LENGTH(LENGTH OF RELATION-RECORD)
                                 RIDFLD(REL-REC-KEY)
                                 KEYLENGTH(LENGTH OF REL-REC-KEY)
                                 RESP(RESP-CODE)
                       END-EXEC
                       IF RESP-CODE = 0
                           ADD 1 TO WS-BROWSE-SCAN-COUNT
                           IF REL-SSN = SSNI AND REL-ROLE = 'J'
                              AND WS-JOINT-COUNT < WS-MAX-FREEZE-ACCTS
                               ADD 1 TO WS-JOINT-COUNT
                               MOVE REL-ACCOUNT-NUMBER
                                    TO WS-JOINT-NUM(WS-JOINT-COUNT)
                           END-IF
                           IF WS-BROWSE-SCAN-COUNT >= WS-MAX-BROWSE-RECS
                               MOVE 'Y' TO WS-BROWSE-LIMIT-SWITCH
                           END-IF
                       END-IF
                   END-PERFORM
                   EXEC CICS ENDBR DATASET('WBRELDB-DD') END-EXEC
                   IF NOT WS-BROWSE-LIMIT-HIT
                      AND RESP-CODE NOT = DFHRESP-ENDFILE
                      AND RESP-CODE NOT = DFHRESP-NOTFND
                       MOVE 'I/O error reading the Relationship file'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN DFHRESP-ENDFILE
                   CONTINUE
               WHEN OTHER
                   MOVE 'I/O error reading the Relationship file'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE

           IF NOT WS-MAINT-FAILED AND WS-BROWSE-LIMIT-HIT
               MOVE 'Joint holder search limit reached - refer to ops'
                    TO LGMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF

           PERFORM VARYING WS-JOINT-IDX FROM 1 BY 1
                   UNTIL WS-JOINT-IDX > WS-JOINT-COUNT
                      OR WS-MAINT-FAILED
               MOVE WS-JOINT-NUM(WS-JOINT-IDX) TO WS-SEARCH-ACCTNUM
               PERFORM FIND-ACCOUNT-BY-NUMBER
               IF NOT WS-MAINT-FAILED AND WS-ACCOUNT-FOUND
                   PERFORM ADD-FREEZE-ACCOUNT
               END-IF
           END-PERFORM.

      *****************************************************************
      ** ADD THE ACCOUNT IN ACCOUNT-RECORD TO THE FREEZE TABLE - CK,  *
      ** SV AND MM ONLY, EACH ACCOUNT ONCE, WHILE THERE IS ROOM       *
      *****************************************************************
       ADD-FREEZE-ACCOUNT.
           MOVE 'N' TO WS-DUP-SWITCH
           PERFORM VARYING WS-FRZ-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-FRZ-CHECK-IDX > WS-FRZ-COUNT
               IF WS-FRZ-NUM(WS-FRZ-CHECK-IDX) =
                  NUM OF ACCT-REC-KEY
                   MOVE 'Y' TO WS-DUP-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-ALREADY-LISTED
              AND ACCOUNT-TYPE OF ACCOUNT-RECORD NOT = 'TD'
              AND ACCOUNT-TYPE OF ACCOUNT-RECORD NOT = 'LN'
              AND WS-FRZ-COUNT < WS-MAX-FREEZE-ACCTS
               ADD 1 TO WS-FRZ-COUNT
               MOVE SSN OF ACCT-REC-KEY TO WS-FRZ-SSN(WS-FRZ-COUNT)
               MOVE NUM OF ACCT-REC-KEY TO WS-FRZ-NUM(WS-FRZ-COUNT)
           END-IF.

      *****************************************************************
      ** LOCATE AN ACCOUNT BY NUMBER ALONE - SAME BOUNDED BROWSE      *
      ** WGRVGBAL'S FIND-ACCOUNT-BY-NUMBER USES; THE FULL KEY LEFT    *
      ** IN ACCT-REC-KEY CARRIES THE PRIMARY OWNER'S SSN              *
      *****************************************************************
       FIND-ACCOUNT-BY-NUMBER.
           MOVE LOW-VALUES TO ACCT-REC-KEY
           MOVE 'N' TO WS-FOUND-SWITCH
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
                              WS-SEARCH-ACCTNUM
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
                       MOVE 'I/O error reading the Account VSAM file'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN DFHRESP-ENDFILE
                   CONTINUE
               WHEN OTHER
                   MOVE 'I/O error reading the Account VSAM file'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE

           IF NOT WS-MAINT-FAILED AND WS-BROWSE-LIMIT-HIT
               MOVE 'Account search limit reached - refer to ops'
                    TO LGMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF.

      *****************************************************************
      ** FREEZE WHAT IS STILL AVAILABLE ON ONE TABLE ACCOUNT, UP TO   *
      ** THE DEMAND NOT YET COVERED - AN OVERDRAFT LINE IS THE BANK'S *
      ** MONEY, NOT THE CUSTOMER'S, SO IT IS NEVER FROZEN. AN ACCOUNT *
      ** WITH NOTHING AVAILABLE IS LEFT UNTOUCHED                     *
      *****************************************************************
       FREEZE-ONE-ACCOUNT.
           MOVE WS-FRZ-SSN(WS-FRZ-IDX) TO SSN OF ACCT-REC-KEY
           MOVE WS-FRZ-NUM(WS-FRZ-IDX) TO NUM OF ACCT-REC-KEY
           EXEC CICS READ DATASET('WBACCTDB-DD')
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RIDFLD(ACCT-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               MOVE 'I/O error reading the Account VSAM file'
                    TO LGMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF

           IF NOT WS-MAINT-FAILED
               IF ACCOUNT-AVAIL-BALANCE NOT > ZERO
                   MOVE ZERO TO WS-FREEZE-AMOUNT
               ELSE
                   IF ACCOUNT-AVAIL-BALANCE < WS-REMAINING
                       MOVE ACCOUNT-AVAIL-BALANCE TO WS-FREEZE-AMOUNT
                   ELSE
                       MOVE WS-REMAINING TO WS-FREEZE-AMOUNT
                   END-IF
               END-IF
               IF WS-FREEZE-AMOUNT = ZERO
                   EXEC CICS UNLOCK DATASET('WBACCTDB-DD')
                   END-EXEC
               ELSE
                   SUBTRACT WS-FREEZE-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
                   EXEC CICS REWRITE DATASET('WBACCTDB-DD')
                             FROM(ACCOUNT-RECORD)
                             LENGTH(LENGTH OF ACCOUNT-RECORD)
                             RESP(RESP-CODE)
                   END-EXEC
                   IF RESP-CODE NOT = 0
                       MOVE 'Error updating the Account VSAM file'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   ELSE
                       ADD 1 TO WS-FROZEN-COUNT
                       PERFORM WRITE-FREEZE-RECORD
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      ** RECORD THE FREEZE ON WBLGFZDB UNDER THE ORDER AND ACCOUNT    *
      *****************************************************************
       WRITE-FREEZE-RECORD.
           MOVE SSNI TO LGF-SSN
           MOVE ORDREFI TO LGF-ORDER-REF
           MOVE NUM OF ACCT-REC-KEY TO LGF-ACCOUNT-NUM
           MOVE SSN OF ACCT-REC-KEY TO LGF-OWNER-SSN
           MOVE WS-FREEZE-AMOUNT TO LGF-AMOUNT
           MOVE 'A' TO LGF-STATUS
           MOVE WS-TODAY-NUM TO LGF-FROZEN-DATE
           MOVE SPACES TO LGF-CLOSED-DATE
           EXEC CICS WRITE DATASET('WBLGFZDB-DD')
                     FROM(LEGAL-FREEZE-RECORD)
                     LENGTH(LENGTH OF LEGAL-FREEZE-RECORD)
                     KEYLENGTH(LENGTH OF LGF-REC-KEY)
                     RIDFLD(LGF-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               MOVE 'Error writing the Legal Freeze file' TO LGMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           ELSE
               ADD WS-FREEZE-AMOUNT TO WS-FROZEN-TOTAL
               SUBTRACT WS-FREEZE-AMOUNT FROM WS-REMAINING
           END-IF.

      *****************************************************************
      ** SHOW THE ORDER KEYED                                         *
      *****************************************************************
       SHOW-ORDER-ON-FILE.
           MOVE SSNI TO LGO-SSN
           MOVE ORDREFI TO LGO-ORDER-REF
           EXEC CICS READ DATASET('WBLGORDB-DD')
                     INTO(LEGAL-ORDER-RECORD)
                     LENGTH(LENGTH OF LEGAL-ORDER-RECORD)
                     KEYLENGTH(LENGTH OF LGO-REC-KEY)
                     RIDFLD(LGO-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   PERFORM SHOW-ORDER
               WHEN DFHRESP-NOTFND
                   MOVE 'No such order on file for this SSN' TO LGMSG1O
               WHEN OTHER
                   MOVE 'I/O error reading the Legal Order file'
                        TO LGMSG1O
           END-EVALUATE.

      *****************************************************************
      ** LIFT AN ACTIVE ORDER - EVERY FREEZE STILL HELD GOES BACK TO  *
      ** ITS ACCOUNT'S AVAILABLE BALANCE AND IS MARKED RELEASED, AND  *
      ** THE ORDER IS CLOSED, ALL IN ONE UNIT OF WORK. AN ORDER       *
      ** ALREADY REMITTED CANNOT BE LIFTED - THE MONEY HAS GONE       *
      *****************************************************************
       LIFT-ORDER.
           MOVE SSNI TO LGO-SSN
           MOVE ORDREFI TO LGO-ORDER-REF
           EXEC CICS READ DATASET('WBLGORDB-DD')
                     INTO(LEGAL-ORDER-RECORD)
                     LENGTH(LENGTH OF LEGAL-ORDER-RECORD)
                     KEYLENGTH(LENGTH OF LGO-REC-KEY)
                     RIDFLD(LGO-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   IF NOT LGO-ACTIVE
                       MOVE 'Only an active order can be lifted'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                       EXEC CICS UNLOCK DATASET('WBLGORDB-DD')
                       END-EXEC
                   END-IF
               WHEN DFHRESP-NOTFND
                   MOVE 'No such order on file for this SSN' TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'I/O error reading the Legal Order file'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE

           IF NOT WS-MAINT-FAILED
               PERFORM COLLECT-ORDER-FREEZES
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE ZERO TO WS-FROZEN-COUNT
               PERFORM VARYING WS-FRZ-IDX FROM 1 BY 1
                       UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
                          OR WS-MAINT-FAILED
                   PERFORM RELEASE-ONE-FREEZE
               END-PERFORM
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE 'C' TO LGO-STATUS
               MOVE WS-TELLER-ID TO LGO-CLOSED-BY
               MOVE WS-TODAY-NUM TO LGO-CLOSED-DATE
               EXEC CICS REWRITE DATASET('WBLGORDB-DD')
                         FROM(LEGAL-ORDER-RECORD)
                         LENGTH(LENGTH OF LEGAL-ORDER-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'Error updating the Legal Order file'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
               IF WS-MAINT-FAILED
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE 'Order lifted - frozen funds released' TO LGMSG1O
               MOVE 'LGLIFT' TO AU-REQUEST-ID
               MOVE SSNI TO AU-DETAIL
               PERFORM SHOW-ORDER
               MOVE WS-FROZEN-COUNT TO ACCTCNTO
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** THE ORDER'S FREEZES STILL HELD - GENERIC BROWSE OF WBLGFZDB  *
      ** ON THE ORDER KEY, INTO THE FREEZE TABLE BEFORE ANY UPDATE    *
      *****************************************************************
       COLLECT-ORDER-FREEZES.
           MOVE ZERO TO WS-FRZ-COUNT
           MOVE SSNI TO LGF-SSN
           MOVE ORDREFI TO LGF-ORDER-REF
           MOVE LOW-VALUES TO LGF-ACCOUNT-NUM
           EXEC CICS STARTBR DATASET('WBLGFZDB-DD')
                     RIDFLD(LGF-REC-KEY)
                     KEYLENGTH(LENGTH OF LGF-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   PERFORM UNTIL RESP-CODE NOT = 0
                       EXEC CICS READNEXT DATASET('WBLGFZDB-DD')
                                 INTO(LEGAL-FREEZE-RECORD)
                                 LENGTH(LENGTH OF LEGAL-FREEZE-RECORD)
                                 RIDFLD(LGF-REC-KEY)
                                 KEYLENGTH(LENGTH OF LGF-REC-KEY)
                                 RESP(RESP-CODE)
                       END-EXEC
                       IF RESP-CODE = 0
                           IF LGF-SSN NOT = SSNI OR
                              LGF-ORDER-REF NOT = ORDREFI
                               MOVE DFHRESP-ENDFILE TO RESP-CODE
                           ELSE
                               IF LGF-FROZEN AND
                                  WS-FRZ-COUNT < WS-MAX-FREEZE-ACCTS
                                   ADD 1 TO WS-FRZ-COUNT
                                   MOVE LGF-OWNER-SSN
                                        TO WS-FRZ-SSN(WS-FRZ-COUNT)
                                   MOVE LGF-ACCOUNT-NUM
                                        TO WS-FRZ-NUM(WS-FRZ-COUNT)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   EXEC CICS ENDBR DATASET('WBLGFZDB-DD') END-EXEC
                   IF RESP-CODE NOT = DFHRESP-ENDFILE
                      AND RESP-CODE NOT = DFHRESP-NOTFND
                       MOVE 'I/O error reading the Legal Freeze file'
                            TO LGMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN DFHRESP-ENDFILE
                   CONTINUE
               WHEN OTHER
                   MOVE 'I/O error reading the Legal Freeze file'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE

           IF WS-MAINT-FAILED
               EXEC CICS UNLOCK DATASET('WBLGORDB-DD')
               END-EXEC
           END-IF.

      *****************************************************************
      ** GIVE ONE FREEZE BACK - THE FREEZE IS MARKED RELEASED FIRST,  *
      ** THEN ITS AMOUNT RETURNS TO THE AVAILABLE BALANCE. A FAILURE  *
      ** ROLLS BACK THE WHOLE LIFT                                    *
      *****************************************************************
       RELEASE-ONE-FREEZE.
           MOVE SSNI TO LGF-SSN
           MOVE ORDREFI TO LGF-ORDER-REF
           MOVE WS-FRZ-NUM(WS-FRZ-IDX) TO LGF-ACCOUNT-NUM
           EXEC CICS READ DATASET('WBLGFZDB-DD')
                     INTO(LEGAL-FREEZE-RECORD)
                     LENGTH(LENGTH OF LEGAL-FREEZE-RECORD)
                     KEYLENGTH(LENGTH OF LGF-REC-KEY)
                     RIDFLD(LGF-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               MOVE 'C' TO LGF-STATUS
               MOVE WS-TODAY-NUM TO LGF-CLOSED-DATE
               EXEC CICS REWRITE DATASET('WBLGFZDB-DD')
                         FROM(LEGAL-FREEZE-RECORD)
                         LENGTH(LENGTH OF LEGAL-FREEZE-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
           END-IF
           IF RESP-CODE NOT = 0
               MOVE 'Error updating the Legal Freeze file' TO LGMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE WS-FRZ-SSN(WS-FRZ-IDX) TO SSN OF ACCT-REC-KEY
               MOVE WS-FRZ-NUM(WS-FRZ-IDX) TO NUM OF ACCT-REC-KEY
               EXEC CICS READ DATASET('WBACCTDB-DD')
                         INTO(ACCOUNT-RECORD)
                         LENGTH(LENGTH OF ACCOUNT-RECORD)
                         KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                         RIDFLD(ACCT-REC-KEY)
                         UPDATE
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE = 0
                   ADD LGF-AMOUNT TO ACCOUNT-AVAIL-BALANCE
                   EXEC CICS REWRITE DATASET('WBACCTDB-DD')
                             FROM(ACCOUNT-RECORD)
                             LENGTH(LENGTH OF ACCOUNT-RECORD)
                             RESP(RESP-CODE)
                   END-EXEC
               END-IF
               IF RESP-CODE NOT = 0
                   MOVE 'Error updating the Account VSAM file'
                        TO LGMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               ELSE
                   ADD 1 TO WS-FROZEN-COUNT
               END-IF
           END-IF

           IF WS-MAINT-FAILED
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

      *****************************************************************
      ** ECHO THE ORDER NOW ON FILE                                   *
      *****************************************************************
       SHOW-ORDER.
           MOVE LGO-ORDER-REF TO ORDREFO
           MOVE LGO-AMOUNT TO DEMANDO
           MOVE LGO-FROZEN-AMOUNT TO FROZENO
           MOVE LGO-REMIT-DATE TO REMITDTO
           EVALUATE TRUE
               WHEN LGO-ACTIVE
                   MOVE 'FROZEN' TO OSTATO
               WHEN LGO-REMITTED
                   MOVE 'REMITTED' TO OSTATO
               WHEN LGO-LIFTED
                   MOVE 'LIFTED' TO OSTATO
               WHEN OTHER
                   MOVE SPACES TO OSTATO
           END-EVALUATE.

      *****************************************************************
      ** SEND THE RESULT SCREEN                                       *
      *****************************************************************
       SEND-ORDER-RESULT.
           EXEC CICS SEND MAP('WGRVMLGO')
                       FROM(LGTRANO ORDREFO OSTATO DEMANDO FROZENO
                            ACCTCNTO REMITDTO LGMSG1O LGMSG2O)
                       LENGTH(LENGTH OF LGTRANO ORDREFO OSTATO DEMANDO
                              FROZENO ACCTCNTO REMITDTO LGMSG1O
                              LGMSG2O)
                       END-EXEC.

       SET-MAP-DEFAULTS.
           MOVE 'WBLG' TO LGTRANO.
           MOVE SPACES TO ORDREFO.
           MOVE SPACES TO OSTATO.
           MOVE 0      TO DEMANDO.
           MOVE 0      TO FROZENO.
           MOVE 0      TO ACCTCNTO.
           MOVE SPACES TO REMITDTO.
           MOVE SPACES TO LGMSG1O.
           MOVE SPACES TO LGMSG2O.

       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED = 'Y'
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              MOVE LGMSG1O           TO LOG-MSG-TEXT
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                                  FROM(LOG-MSG)
                                  LENGTH(HW-LENGTH)
                                  NOHANDLE
                                  END-EXEC
           END-IF.

      * Write one durable audit record per order registered or lifted
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

       END PROGRAM WGRVLGOR.
