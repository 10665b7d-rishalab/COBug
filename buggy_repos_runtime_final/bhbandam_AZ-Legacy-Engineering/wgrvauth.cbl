      *****************************************************************
     ** DEBIT CARD AUTHORIZATION - LINKED FROM THE CARD NETWORK      *
     ** INTERFACE WITH ONE ATM WITHDRAWAL OR PURCHASE REQUEST IN THE *
     ** COMMAREA. THE CARD MUST BE ON WBCARDDB, ACTIVE (NOT BLOCKED  *
     ** OR REPORTED LOST) AND PRESENTED WITH ITS OWN EXPIRY, WHICH   *
     ** MUST NOT HAVE PASSED; THE DAY'S RUNNING ATM OR PURCHASE      *
     ** TOTAL PLUS THE AMOUNT MUST STAY WITHIN THE CARD'S DAILY      *
     ** LIMIT; AND THE LINKED ACCOUNT'S AVAILABLE BALANCE PLUS ITS   *
     ** OVERDRAFT LIMIT MUST COVER THE AMOUNT. AN APPROVAL IS KEPT   *
     ** ON WBAUTHDB UNDER THE CARD AND A SIX-DIGIT APPROVAL CODE,    *
     ** THE AMOUNT COMES OFF ACCOUNT-AVAIL-BALANCE THE WAY A         *
     ** WBHOLDDB HOLD DOES, AND THE DAY'S TOTAL IS RAISED - ALL IN   *
     ** ONE UNIT OF WORK. THE LEDGER BALANCE MOVES ONLY WHEN         *
     ** WGRVBJ27 POSTS THE NETWORK'S SETTLEMENT. EVERY REQUEST,      *
     ** APPROVED OR DECLINED, IS AUDITED TO BKAU WITH ITS RESPONSE   *
     ** CODE.                                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVAUTH.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 ACCT-REC-KEY.
           05 SSN                         PIC X(9).
           05 NUM                         PIC X(10).

       01  ACCOUNT-RECORD.
           05 ACCOUNT-NUMBER              PIC X(10).
           05 ACCOUNT-BALANCE             PIC S9(18)V99 COMP-3.
           05 ACCOUNT-OD-LIMIT            PIC S9(16)V99 COMP-3.
           05 ACCOUNT-TYPE                PIC X(2).
           05 ACCOUNT-AVAIL-BALANCE       PIC S9(18)V99 COMP-3.

      * Debit card record - the layout WGRVCARD writes. The running
      * totals belong to CARD-TOTAL-DATE and start again from zero
      * on the first request of a new day
       01 CARD-REC-KEY.
           05 CARD-NUMBER                 PIC X(16).
       01 CARD-RECORD.
           05 CARD-SSN                    PIC X(9).
           05 CARD-ACCOUNT-NUM            PIC X(10).
           05 CARD-EXPIRY                 PIC X(6).
           05 CARD-STATUS                 PIC X(1).
               88 CARD-ACTIVE             VALUE 'A'.
               88 CARD-BLOCKED            VALUE 'B'.
               88 CARD-LOST               VALUE 'L'.
           05 CARD-ATM-LIMIT              PIC S9(7)V99 COMP-3.
           05 CARD-PUR-LIMIT              PIC S9(7)V99 COMP-3.
           05 CARD-TOTAL-DATE             PIC X(8).
           05 CARD-ATM-TODAY              PIC S9(7)V99 COMP-3.
           05 CARD-PUR-TODAY              PIC S9(7)V99 COMP-3.
           05 CARD-ISSUE-DATE             PIC X(8).
           05 CARD-STATUS-DATE            PIC X(8).
           05 CARD-REPLACES               PIC X(16).
           05 CARD-REPLACED-BY            PIC X(16).
           05 CARD-UPDATED-BY             PIC X(8).

      * Authorization record - one per approval, kept until WGRVBJ27
      * matches the network's settlement to it (S) or, after three
      * days unsettled, releases the amount and marks it expired (E)
       01 AUTH-REC-KEY.
           05 AUTH-CARD-NUMBER            PIC X(16).
           05 AUTH-CODE                   PIC X(6).
       01 AUTH-RECORD.
           05 AUTH-SSN                    PIC X(9).
           05 AUTH-ACCOUNT-NUM            PIC X(10).
           05 AUTH-TYPE                   PIC X(1).
               88 AUTH-ATM                VALUE 'A'.
               88 AUTH-PURCHASE           VALUE 'P'.
           05 AUTH-AMOUNT                 PIC S9(16)V99 COMP-3.
           05 AUTH-DATE                   PIC X(8).
           05 AUTH-TIME                   PIC X(6).
           05 AUTH-NETWORK-REF            PIC X(12).
           05 AUTH-MERCHANT               PIC X(20).
           05 AUTH-STATUS                 PIC X(1).
               88 AUTH-PENDING            VALUE 'P'.
               88 AUTH-SETTLED            VALUE 'S'.
               88 AUTH-EXPIRED            VALUE 'E'.
           05 AUTH-SETTLED-DATE           PIC X(8).
           05 AUTH-SETTLED-AMOUNT         PIC S9(16)V99 COMP-3.

       01 RESP-CODE                     PIC S9(8) COMP.

       01 DFHRESP-NOTOPEN               PIC S9(8) COMP VALUE -2.
       01 DFHRESP-DISABLED              PIC S9(8) COMP VALUE -3.
       01 DFHRESP-ENDFILE               PIC S9(8) COMP VALUE -4.
       01 DFHRESP-NOTFND                PIC S9(8) COMP VALUE -5.
       01 DFHRESP-DUPREC                PIC S9(8) COMP VALUE -6.

       01 WS-ABSTIME                    PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-TODAY                      PIC X(8) VALUE SPACES.
       01 WS-TIME-NOW                   PIC X(6) VALUE SPACES.
       01 WS-AUTH-AMOUNT                PIC S9(16)V99 VALUE ZERO.
      * How far the balance can fall - available balance plus the
      * authorized overdraft limit, same rule WGRVPOST applies
       01 WS-OD-ROOM                    PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01 WS-DAY-TOTAL                  PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
      * The approval code starts as the low six digits of the task
      * number; a code the card already has on WBAUTHDB steps on to
      * the next one and the write is tried again
       01 WS-TASK-NUM                   PIC 9(7) VALUE ZERO.
       01 WS-AUTH-CODE-NUM              PIC 9(6) VALUE ZERO.
       01 WS-AUTH-TRIES                 PIC 9(2) VALUE ZERO.
       01 WS-CARD-LOCK-SWITCH           PIC X VALUE 'N'.
           88 WS-CARD-LOCKED            VALUE 'Y'.
       01 WS-ACCT-LOCK-SWITCH           PIC X VALUE 'N'.
           88 WS-ACCT-LOCKED            VALUE 'Y'.

      * Durable audit trail of authorization requests - the request
      * id carries the response code so declines can be counted
       01 AU-AUDIT-RECORD.
           05 AU-PROGRAM                  PIC X(8)  VALUE 'WGRVAUTH'.
           05 AU-REQUEST-ID.
              10 FILLER                   PIC X(4)  VALUE 'AUTH'.
              10 AU-RESPONSE-CODE         PIC X(2)  VALUE SPACES.
           05 AU-DETAIL                   PIC X(10) VALUE SPACES.
           05 AU-TASK-NUMBER              PIC 9(8)  VALUE ZERO.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.

      *****************************************************************
      ** COMMAREA - THE NETWORK INTERFACE FILLS IN THE CARD NUMBER,   *
      ** THE EXPIRY READ FROM THE CARD (YYYYMM), THE TYPE (A ATM      *
      ** WITHDRAWAL, P PURCHASE), THE AMOUNT, ITS OWN REFERENCE AND   *
      ** THE MERCHANT OR ATM NAME, AND READS BACK THE RESPONSE CODE:  *
      **   00 APPROVED             51 INSUFFICIENT FUNDS              *
      **   05 DO NOT HONOUR        54 EXPIRED CARD                    *
      **   12 INVALID TRANSACTION  61 EXCEEDS DAILY LIMIT             *
      **   14 INVALID CARD NUMBER  62 RESTRICTED (BLOCKED) CARD       *
      **   41 LOST CARD            96 SYSTEM MALFUNCTION              *
      ** WITH THE APPROVAL CODE AND THE AVAILABLE BALANCE LEFT ON AN  *
      ** APPROVAL                                                     *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 AR-CARD-NUMBER              PIC X(16).
           05 AR-EXPIRY                   PIC X(6).
           05 AR-AUTH-TYPE                PIC X(1).
           05 AR-AMOUNT                   PIC S9(16)V99.
           05 AR-NETWORK-REF              PIC X(12).
           05 AR-MERCHANT                 PIC X(20).
           05 AR-RESPONSE-CODE            PIC X(2).
           05 AR-AUTH-CODE                PIC X(6).
           05 AR-AVAIL-BALANCE            PIC S9(16)V99.

       PROCEDURE DIVISION USING DFHCOMMAREA.

       MAIN-PARA.
           MOVE '00' TO AR-RESPONSE-CODE.
           MOVE SPACES TO AR-AUTH-CODE.
           MOVE ZERO TO AR-AVAIL-BALANCE.
           MOVE 'N' TO WS-CARD-LOCK-SWITCH.
           MOVE 'N' TO WS-ACCT-LOCK-SWITCH.
           MOVE AR-CARD-NUMBER(7:10) TO AU-DETAIL.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                     TIME(WS-TIME-NOW)
           END-EXEC.

           PERFORM EDIT-AUTH-REQUEST.
           IF AR-RESPONSE-CODE = '00'
               PERFORM CHECK-CARD
           END-IF.
           IF AR-RESPONSE-CODE = '00'
               PERFORM CHECK-ACCOUNT-FUNDS
           END-IF.
           IF AR-RESPONSE-CODE = '00'
               PERFORM RECORD-AUTHORIZATION
           END-IF.

      * a decline leaves nothing changed - give back any locks held
           IF AR-RESPONSE-CODE NOT = '00'
               IF WS-ACCT-LOCKED
                   EXEC CICS UNLOCK DATASET('WBACCTDB-DD')
                   END-EXEC
               END-IF
               IF WS-CARD-LOCKED
                   EXEC CICS UNLOCK DATASET('WBCARDDB-DD')
                   END-EXEC
               END-IF
           END-IF.

           MOVE AR-RESPONSE-CODE TO AU-RESPONSE-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** A REQUEST THE NETWORK SHOULD NEVER HAVE SENT - UNKNOWN TYPE  *
      ** OR AN AMOUNT THAT IS NOT A POSITIVE NUMBER                   *
      *****************************************************************
       EDIT-AUTH-REQUEST.
           IF AR-AUTH-TYPE NOT = 'A' AND AR-AUTH-TYPE NOT = 'P'
               MOVE '12' TO AR-RESPONSE-CODE
           END-IF.
           IF AR-RESPONSE-CODE = '00'
               IF AR-AMOUNT IS NUMERIC
                   MOVE AR-AMOUNT TO WS-AUTH-AMOUNT
               ELSE
                   MOVE ZERO TO WS-AUTH-AMOUNT
               END-IF
               IF WS-AUTH-AMOUNT NOT > ZERO
                   MOVE '12' TO AR-RESPONSE-CODE
               END-IF
           END-IF.

      *****************************************************************
      ** LOCK THE CARD AND CHECK IT: STATUS, EXPIRY AS PRESENTED AND  *
      ** AGAINST THIS MONTH, THEN THE DAY'S RUNNING TOTAL FOR THE     *
      ** REQUEST TYPE AGAINST ITS LIMIT                               *
      *****************************************************************
       CHECK-CARD.
           MOVE AR-CARD-NUMBER TO CARD-NUMBER
           EXEC CICS READ DATASET('WBCARDDB-DD')
                     INTO(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     KEYLENGTH(LENGTH OF CARD-REC-KEY)
                     RIDFLD(CARD-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   MOVE 'Y' TO WS-CARD-LOCK-SWITCH
                   MOVE CARD-ACCOUNT-NUM TO AU-DETAIL
               WHEN DFHRESP-NOTFND
                   MOVE '14' TO AR-RESPONSE-CODE
               WHEN OTHER
                   MOVE '96' TO AR-RESPONSE-CODE
           END-EVALUATE

           IF AR-RESPONSE-CODE = '00'
               EVALUATE TRUE
                   WHEN CARD-LOST
                       MOVE '41' TO AR-RESPONSE-CODE
                   WHEN CARD-BLOCKED
                       MOVE '62' TO AR-RESPONSE-CODE
                   WHEN NOT CARD-ACTIVE
                       MOVE '05' TO AR-RESPONSE-CODE
                   WHEN AR-EXPIRY NOT = CARD-EXPIRY
                       MOVE '54' TO AR-RESPONSE-CODE
                   WHEN CARD-EXPIRY < WS-TODAY(1:6)
                       MOVE '54' TO AR-RESPONSE-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF AR-RESPONSE-CODE = '00'
               IF CARD-TOTAL-DATE NOT = WS-TODAY
                   MOVE WS-TODAY TO CARD-TOTAL-DATE
                   MOVE ZERO TO CARD-ATM-TODAY
                   MOVE ZERO TO CARD-PUR-TODAY
               END-IF
               IF AR-AUTH-TYPE = 'A'
                   COMPUTE WS-DAY-TOTAL =
                           CARD-ATM-TODAY + WS-AUTH-AMOUNT
                   IF WS-DAY-TOTAL > CARD-ATM-LIMIT
                       MOVE '61' TO AR-RESPONSE-CODE
                   END-IF
               ELSE
                   COMPUTE WS-DAY-TOTAL =
                           CARD-PUR-TODAY + WS-AUTH-AMOUNT
                   IF WS-DAY-TOTAL > CARD-PUR-LIMIT
                       MOVE '61' TO AR-RESPONSE-CODE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      ** LOCK THE LINKED ACCOUNT AND CHECK FUNDS THE WAY WGRVPOST     *
      ** CHECKS A WITHDRAWAL - AVAILABLE BALANCE PLUS OVERDRAFT LIMIT *
      *****************************************************************
       CHECK-ACCOUNT-FUNDS.
           MOVE CARD-SSN TO SSN OF ACCT-REC-KEY
           MOVE CARD-ACCOUNT-NUM TO NUM OF ACCT-REC-KEY
           EXEC CICS READ DATASET('WBACCTDB-DD')
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RIDFLD(ACCT-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   MOVE 'Y' TO WS-ACCT-LOCK-SWITCH
               WHEN DFHRESP-NOTFND
      * the account was closed under the card
                   MOVE '05' TO AR-RESPONSE-CODE
               WHEN OTHER
                   MOVE '96' TO AR-RESPONSE-CODE
           END-EVALUATE

           IF AR-RESPONSE-CODE = '00'
               COMPUTE WS-OD-ROOM =
                       ACCOUNT-AVAIL-BALANCE + ACCOUNT-OD-LIMIT
               IF WS-OD-ROOM < WS-AUTH-AMOUNT
                   MOVE '51' TO AR-RESPONSE-CODE
               END-IF
           END-IF.

      *****************************************************************
      ** KEEP THE APPROVAL, EARMARK THE AMOUNT AGAINST THE AVAILABLE  *
      ** BALANCE AND RAISE THE DAY'S TOTAL. ANY FAILURE ROLLS BACK    *
      ** THE WHOLE UNIT OF WORK AND THE REQUEST IS DECLINED 96        *
      *****************************************************************
       RECORD-AUTHORIZATION.
           MOVE EIBTASKN TO WS-TASK-NUM
           MOVE AR-CARD-NUMBER TO AUTH-CARD-NUMBER
           MOVE WS-TASK-NUM(2:6) TO WS-AUTH-CODE-NUM
           MOVE CARD-SSN TO AUTH-SSN
           MOVE CARD-ACCOUNT-NUM TO AUTH-ACCOUNT-NUM
           MOVE AR-AUTH-TYPE TO AUTH-TYPE
           MOVE WS-AUTH-AMOUNT TO AUTH-AMOUNT
           MOVE WS-TODAY TO AUTH-DATE
           MOVE WS-TIME-NOW TO AUTH-TIME
           MOVE AR-NETWORK-REF TO AUTH-NETWORK-REF
           MOVE AR-MERCHANT TO AUTH-MERCHANT
           MOVE 'P' TO AUTH-STATUS
           MOVE SPACES TO AUTH-SETTLED-DATE
           MOVE ZERO TO AUTH-SETTLED-AMOUNT
           MOVE ZERO TO WS-AUTH-TRIES
           MOVE DFHRESP-DUPREC TO RESP-CODE
           PERFORM UNTIL RESP-CODE NOT = DFHRESP-DUPREC
                      OR WS-AUTH-TRIES NOT < 20
               ADD 1 TO WS-AUTH-TRIES
               MOVE WS-AUTH-CODE-NUM TO AUTH-CODE
               EXEC CICS WRITE DATASET('WBAUTHDB-DD')
                         FROM(AUTH-RECORD)
                         LENGTH(LENGTH OF AUTH-RECORD)
                         KEYLENGTH(LENGTH OF AUTH-REC-KEY)
                         RIDFLD(AUTH-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE = DFHRESP-DUPREC
                   IF WS-AUTH-CODE-NUM = 999999
                       MOVE 1 TO WS-AUTH-CODE-NUM
                   ELSE
                       ADD 1 TO WS-AUTH-CODE-NUM
                   END-IF
               END-IF
           END-PERFORM
           IF RESP-CODE NOT = 0
               MOVE '96' TO AR-RESPONSE-CODE
           END-IF

           IF AR-RESPONSE-CODE = '00'
               SUBTRACT WS-AUTH-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
               EXEC CICS REWRITE DATASET('WBACCTDB-DD')
                         FROM(ACCOUNT-RECORD)
                         LENGTH(LENGTH OF ACCOUNT-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE '96' TO AR-RESPONSE-CODE
               ELSE
                   MOVE 'N' TO WS-ACCT-LOCK-SWITCH
               END-IF
           END-IF

           IF AR-RESPONSE-CODE = '00'
               IF AR-AUTH-TYPE = 'A'
                   ADD WS-AUTH-AMOUNT TO CARD-ATM-TODAY
               ELSE
                   ADD WS-AUTH-AMOUNT TO CARD-PUR-TODAY
               END-IF
               EXEC CICS REWRITE DATASET('WBCARDDB-DD')
                         FROM(CARD-RECORD)
                         LENGTH(LENGTH OF CARD-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE '96' TO AR-RESPONSE-CODE
               ELSE
                   MOVE 'N' TO WS-CARD-LOCK-SWITCH
               END-IF
           END-IF

           IF AR-RESPONSE-CODE = '00'
               MOVE AUTH-CODE TO AR-AUTH-CODE
               MOVE ACCOUNT-AVAIL-BALANCE TO AR-AVAIL-BALANCE
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'N' TO WS-ACCT-LOCK-SWITCH
               MOVE 'N' TO WS-CARD-LOCK-SWITCH
           END-IF.

      * Write one durable audit record per authorization request
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

       END PROGRAM WGRVAUTH.
