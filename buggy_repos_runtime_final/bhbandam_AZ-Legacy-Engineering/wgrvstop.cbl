      *****************************************************************
     ** STOP-PAYMENT MAINTENANCE - CUSTOMERS PHONE IN STOPS ON       *
     ** CHEQUES THEY HAVE WRITTEN, AND UNTIL NOW THE TELLER KEPT     *
     ** THEM ON A NOTE. THIS SCREEN RECORDS THEM ON THE WBSTOPDB     *
     ** FILE THE WGRVBJ18 CLEARING-INTAKE JOB CHECKS BEFORE PAYING   *
     ** A PRESENTED CHEQUE: ACTION 'A' PLACES A STOP ON ONE CHEQUE   *
     ** NUMBER, OR - WITH THE CHEQUE NUMBER BLANK - ON ANY CHEQUE    *
     ** WHOSE AMOUNT FALLS IN A LOW/HIGH RANGE, WITH AN EXPIRY DATE  *
     ** (BLANK MEANS SIX MONTHS FROM TODAY) AND AN OPTIONAL FEE,     *
     ** POSTED AS A TYPE-F MOVEMENT THROUGH WGRVPTRN IN THE SAME     *
     ** UNIT OF WORK; ACTION 'D' LIFTS THE STOP KEYED. THE ACCOUNT   *
     ** IS VALIDATED WITH THE SAME BOUNDED BY-NUMBER BROWSE WGRVGBAL *
     ** USES AND EVERY CHANGE IS AUDITED TO BKAU.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVSTOP.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
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

      * Stop-payment file record - the layout WGRVBJ18 checks. A
      * cheque number of zero is the account's amount-range stop,
      * which applies to any cheque between the low and high amounts
       01 STOP-REC-KEY.
           05 STOP-ACCOUNT-NUMBER         PIC X(10).
           05 STOP-CHEQUE-NUM             PIC 9(8).

       01  STOP-PAYMENT-RECORD.
           05 STOP-AMOUNT-LOW             PIC S9(16)V99 COMP-3.
           05 STOP-AMOUNT-HIGH            PIC S9(16)V99 COMP-3.
           05 STOP-PLACED-DATE            PIC X(8).
           05 STOP-EXPIRY-DATE            PIC X(8).
           05 STOP-FEE                    PIC S9(7)V99 COMP-3.
           05 STOP-PLACED-BY              PIC X(8).

       01 SPTRANO                       PIC X(4).
       01 ACCTNUMO                      PIC X(10).
       01 CHQNUMO                       PIC X(8).
       01 EXPDATEO                      PIC X(8).
       01 SPMSG1O                       PIC X(50).
       01 SPMSG2O                       PIC X(50).

       01 ACTIONL                       PIC 9(4).
       01 ACTIONI                       PIC X(1).
       01 ACCTNUML                      PIC 9(4).
       01 ACCTNUMI                      PIC X(10).
       01 CHQNUML                       PIC 9(4).
       01 CHQNUMI                       PIC X(8).
       01 AMTLOWL                       PIC 9(4).
       01 AMTLOWI                       PIC X(18).
       01 AMTHIGHL                      PIC 9(4).
       01 AMTHIGHI                      PIC X(18).
       01 EXPDATEL                      PIC 9(4).
       01 EXPDATEI                      PIC X(8).
       01 STOPFEEL                      PIC 9(4).
       01 STOPFEEI                      PIC X(9).

       01 RESP-CODE                     PIC S9(8) COMP.

       01 DFHRESP-NOTOPEN               PIC S9(8) COMP VALUE -2.
       01 DFHRESP-DISABLED              PIC S9(8) COMP VALUE -3.
       01 DFHRESP-ENDFILE               PIC S9(8) COMP VALUE -4.
       01 DFHRESP-NOTFND                PIC S9(8) COMP VALUE -5.
       01 DFHRESP-DUPREC                PIC S9(8) COMP VALUE -6.
       01 DFHRESP-DUPKEY                PIC S9(8) COMP VALUE -7.

       01 WS-FOUND-SWITCH               PIC X VALUE 'N'.
           88 WS-ACCOUNT-FOUND          VALUE 'Y'.
       01 WS-ACCT-IO-ERR-SWITCH         PIC X VALUE 'N'.
           88 WS-ACCT-IO-ERROR          VALUE 'Y'.
       01 WS-MAINT-FAIL-SWITCH          PIC X VALUE 'N'.
           88 WS-MAINT-FAILED           VALUE 'Y'.

      * Same full-file browse limit FIND-ACCOUNT-BY-NUMBER in
      * WGRVGBAL uses - the account number is not a leading key
      * segment, so the scan has to be bounded
       01 WS-BROWSE-SCAN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-MAX-BROWSE-RECS            PIC 9(8) VALUE 10000.
       01 WS-BROWSE-LIMIT-SWITCH        PIC X VALUE 'N'.
           88 WS-BROWSE-LIMIT-HIT       VALUE 'Y'.

       01 WS-DONE-SWITCH                PIC X VALUE 'N'.
           88 DONE                      VALUE 'Y'.
       01 WS-GOODBYE-MSG                PIC X(24)
                                         VALUE 'Transaction ended'.

       01 WS-SEARCH-ACCTNUM             PIC X(10) VALUE SPACES.
       01 WS-CHEQUE-NUM                 PIC 9(8) VALUE ZERO.
       01 WS-AMOUNT-LOW                 PIC S9(16)V99 VALUE ZERO.
       01 WS-AMOUNT-HIGH                PIC S9(16)V99 VALUE ZERO.
       01 WS-AMOUNT-NUM                 PIC 9(16)V99 VALUE ZERO.
       01 WS-STOP-FEE                   PIC S9(7)V99 VALUE ZERO.
       01 WS-FEE-NUM                    PIC 9(7)V99 VALUE ZERO.
       01 WS-EXPIRY-DATE                PIC X(8) VALUE SPACES.
      * A stop keyed without an expiry lapses after six months, the
      * period the clearing house honours a cheque for
       01 WS-DEFAULT-STOP-DAYS          PIC 9(3) VALUE 180.
       01 WS-TODAY-NUM                  PIC 9(8) VALUE ZERO.
       01 WS-DATE-INTEGER               PIC S9(9) COMP VALUE ZERO.
       01 WS-EXPIRY-NUM                 PIC 9(8) VALUE ZERO.

      * Commarea for the LINK to WGRVPTRN - must match that program's
      * DFHCOMMAREA layout exactly
       01 TP-COMMAREA.
           05 TP-ACCOUNT-NUMBER           PIC X(10).
           05 TP-TYPE                     PIC X(1).
           05 TP-AMOUNT                   PIC S9(16)V99.
           05 TP-RETURN-CODE              PIC X(2).
           05 TP-TRAN-SEQ                 PIC 9(6).
           05 TP-TELLER-ID                PIC X(8).
           05 TP-REVERSAL-OF              PIC 9(6).
           05 TP-TRANSFER-LEG             PIC X(1).

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
           05 TASK-NUMBER                 PIC 9(8).
           05 LOG-MSG-TEXT                PIC X(50).

       01 LOGGING-IS-ENABLED              PIC X(1) VALUE 'Y'.
       01 HW-LENGTH                       PIC S9(4) COMP.

      * Durable audit trail of stop-payment changes - written every
      * time, independent of the LOGGING-IS-ENABLED-gated trace
       01 AU-AUDIT-RECORD.
           05 AU-PROGRAM                  PIC X(8)  VALUE 'WGRVSTOP'.
           05 AU-REQUEST-ID               PIC X(6)  VALUE SPACES.
           05 AU-DETAIL                   PIC X(10) VALUE SPACES.
           05 AU-TASK-NUMBER              PIC 9(8)  VALUE ZERO.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.

      * Operator id of the signed-on teller, stamped on the stop and
      * on the fee movement
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
               EXEC CICS RECEIVE MAP('WGRVMSPI')
                               INTO(ACTIONL ACTIONI ACCTNUML ACCTNUMI
                                    CHQNUML CHQNUMI AMTLOWL AMTLOWI
                                    AMTHIGHL AMTHIGHI EXPDATEL
                                    EXPDATEI STOPFEEL STOPFEEI)
                               LENGTH(LENGTH OF ACTIONL ACTIONI
                                      ACCTNUML ACCTNUMI CHQNUML
                                      CHQNUMI AMTLOWL AMTLOWI AMTHIGHL
                                      AMTHIGHI EXPDATEL EXPDATEI
                                      STOPFEEL STOPFEEI)
                               END-EXEC
               MOVE 'N' TO WS-MAINT-FAIL-SWITCH
               MOVE SPACES TO SPMSG1O SPMSG2O
               EVALUATE ACTIONI
                   WHEN 'A'
                       PERFORM EDIT-ADD-INPUT
                       IF NOT WS-MAINT-FAILED
                           PERFORM VALIDATE-STOP-ACCOUNT
                       END-IF
                       IF NOT WS-MAINT-FAILED
                           PERFORM WRITE-STOP-PAYMENT
                       END-IF
                       IF NOT WS-MAINT-FAILED AND WS-STOP-FEE > ZERO
                           PERFORM POST-STOP-FEE
                       END-IF
                       IF NOT WS-MAINT-FAILED
                           MOVE 'Stop payment placed' TO SPMSG1O
                           MOVE 'STPADD' TO AU-REQUEST-ID
                           MOVE ACCTNUMI TO AU-DETAIL
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM WRITE-LOG-MSG
                       END-IF
                   WHEN 'D'
                       PERFORM DELETE-STOP-PAYMENT
                   WHEN OTHER
                       MOVE 'Action must be A (add) or D (lift)'
                            TO SPMSG1O
               END-EVALUATE
               PERFORM SEND-MAINT-RESULT
           END-PERFORM.
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** CLEAR REDRAWS A BLANK INPUT SCREEN WITHOUT ENDING THE TASK   *
      *****************************************************************
       CLEARIT.
           PERFORM SET-MAP-DEFAULTS
           EXEC CICS SEND MAP('WGRVMSPI')
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
      ** BASIC EDITS BEFORE ANY FILE IS TOUCHED - THE ACCOUNT, THEN   *
      ** EITHER A CHEQUE NUMBER OR AN AMOUNT RANGE (NOT BOTH), AN     *
      ** OPTIONAL EXPIRY DATE AFTER TODAY AND AN OPTIONAL FEE         *
      *****************************************************************
       EDIT-ADD-INPUT.
           MOVE ZERO TO WS-CHEQUE-NUM WS-AMOUNT-LOW WS-AMOUNT-HIGH
           MOVE ZERO TO WS-STOP-FEE
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(WS-TODAY-NUM)
           END-EXEC

           IF ACCTNUML = 0 OR ACCTNUMI = SPACES
               MOVE 'Account number is required' TO SPMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF

           IF NOT WS-MAINT-FAILED
               IF CHQNUML > 0 AND CHQNUMI NOT = SPACES
                   IF CHQNUMI IS NUMERIC
                       MOVE CHQNUMI TO WS-CHEQUE-NUM
                   END-IF
                   IF WS-CHEQUE-NUM = ZERO
                       MOVE 'Cheque number must be digits, not zero'
                            TO SPMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               END-IF
           END-IF

      * a range stop needs both ends; a single-cheque stop takes none
           IF NOT WS-MAINT-FAILED
               IF (AMTLOWL > 0 AND AMTLOWI NOT = SPACES) OR
                  (AMTHIGHL > 0 AND AMTHIGHI NOT = SPACES)
                   IF WS-CHEQUE-NUM NOT = ZERO
                       MOVE 'Key a cheque number or a range, not both'
                            TO SPMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   ELSE
                       PERFORM EDIT-AMOUNT-RANGE
                   END-IF
               ELSE
                   IF WS-CHEQUE-NUM = ZERO
                       MOVE 'Key a cheque number or an amount range'
                            TO SPMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               IF EXPDATEL > 0 AND EXPDATEI NOT = SPACES
                   IF EXPDATEI IS NOT NUMERIC
                       MOVE 'Expiry date must be yyyymmdd or blank'
                            TO SPMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   ELSE
                       MOVE EXPDATEI TO WS-EXPIRY-NUM
                       IF WS-EXPIRY-NUM NOT > WS-TODAY-NUM
                           MOVE 'Expiry date must be after today'
                                TO SPMSG1O
                           MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                       END-IF
                   END-IF
               ELSE
                   COMPUTE WS-DATE-INTEGER =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                           + WS-DEFAULT-STOP-DAYS
                   COMPUTE WS-EXPIRY-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               END-IF
               MOVE WS-EXPIRY-NUM TO WS-EXPIRY-DATE
           END-IF

           IF NOT WS-MAINT-FAILED
               IF STOPFEEL > 0 AND STOPFEEI NOT = SPACES
                   IF STOPFEEI IS NUMERIC
                       MOVE ZERO TO WS-FEE-NUM
                       MOVE STOPFEEI(1:7) TO WS-FEE-NUM(1:7)
                       MOVE STOPFEEI(8:2) TO WS-FEE-NUM(8:2)
                       MOVE WS-FEE-NUM TO WS-STOP-FEE
                   ELSE
                       MOVE 'Fee must be 9 digits, last two cents'
                            TO SPMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      ** BOTH ENDS OF AN AMOUNT RANGE, IN THE 18-DIGIT FORM WGRVPOST  *
      ** TAKES AMOUNTS IN, LOW NOT ABOVE HIGH                         *
      *****************************************************************
       EDIT-AMOUNT-RANGE.
           IF AMTLOWI(1:16) IS NUMERIC AND AMTLOWI(17:2) IS NUMERIC
              AND AMTHIGHI(1:16) IS NUMERIC
              AND AMTHIGHI(17:2) IS NUMERIC
               MOVE ZERO TO WS-AMOUNT-NUM
               MOVE AMTLOWI(1:16) TO WS-AMOUNT-NUM(1:16)
               MOVE AMTLOWI(17:2) TO WS-AMOUNT-NUM(17:2)
               MOVE WS-AMOUNT-NUM TO WS-AMOUNT-LOW
               MOVE ZERO TO WS-AMOUNT-NUM
               MOVE AMTHIGHI(1:16) TO WS-AMOUNT-NUM(1:16)
               MOVE AMTHIGHI(17:2) TO WS-AMOUNT-NUM(17:2)
               MOVE WS-AMOUNT-NUM TO WS-AMOUNT-HIGH
               IF WS-AMOUNT-HIGH = ZERO OR
                  WS-AMOUNT-LOW > WS-AMOUNT-HIGH
                   MOVE 'Range low must not exceed high, high > 0'
                        TO SPMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           ELSE
               MOVE 'Range amounts must be 18 digits, last two cents'
                    TO SPMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF.

      *****************************************************************
      ** THE ACCOUNT MUST BE ON FILE - A STOP ON A MISTYPED ACCOUNT   *
      ** WOULD NEVER MATCH A PRESENTED CHEQUE                         *
      *****************************************************************
       VALIDATE-STOP-ACCOUNT.
           MOVE ACCTNUMI TO WS-SEARCH-ACCTNUM
           PERFORM FIND-ACCOUNT-BY-NUMBER
           IF NOT WS-ACCOUNT-FOUND
               IF WS-ACCT-IO-ERROR
                   MOVE 'I/O error reading the Account VSAM file'
                        TO SPMSG1O
               ELSE
                   IF WS-BROWSE-LIMIT-HIT
                       MOVE 'Search limit reached - narrow the search'
                            TO SPMSG1O
                   ELSE
                       MOVE 'No account on file with that number'
                            TO SPMSG1O
                   END-IF
               END-IF
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF.

      *****************************************************************
      ** LOCATE AN ACCOUNT BY NUMBER ALONE - SAME BOUNDED BROWSE      *
      ** WGRVGBAL'S FIND-ACCOUNT-BY-NUMBER USES; THE CALLER SETS      *
      ** WS-SEARCH-ACCTNUM. THE FULL KEY LEFT IN ACCT-REC-KEY IS WHAT *
      ** THE FEE POSTING'S READ UPDATE NEEDS                          *
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
      ** WRITE THE STOP UNDER THE ACCOUNT AND CHEQUE NUMBER (ZERO FOR *
      ** THE ACCOUNT'S AMOUNT-RANGE STOP)                             *
      *****************************************************************
       WRITE-STOP-PAYMENT.
           EXEC CICS ASSIGN USERID(WS-TELLER-ID) END-EXEC
           MOVE ACCTNUMI TO STOP-ACCOUNT-NUMBER
           MOVE WS-CHEQUE-NUM TO STOP-CHEQUE-NUM
           MOVE WS-AMOUNT-LOW TO STOP-AMOUNT-LOW
           MOVE WS-AMOUNT-HIGH TO STOP-AMOUNT-HIGH
           MOVE WS-TODAY-NUM TO STOP-PLACED-DATE
           MOVE WS-EXPIRY-DATE TO STOP-EXPIRY-DATE
           MOVE WS-STOP-FEE TO STOP-FEE
           MOVE WS-TELLER-ID TO STOP-PLACED-BY
           EXEC CICS WRITE DATASET('WBSTOPDB-DD')
                     FROM(STOP-PAYMENT-RECORD)
                     LENGTH(LENGTH OF STOP-PAYMENT-RECORD)
                     KEYLENGTH(LENGTH OF STOP-REC-KEY)
                     RIDFLD(STOP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   MOVE ACCTNUMI TO ACCTNUMO
                   MOVE STOP-CHEQUE-NUM TO CHQNUMO
                   MOVE WS-EXPIRY-DATE TO EXPDATEO
               WHEN DFHRESP-DUPREC
                   MOVE 'A stop is already on file for that cheque'
                        TO SPMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN DFHRESP-DUPKEY
                   MOVE 'A stop is already on file for that cheque'
                        TO SPMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'Error writing the Stop-payment file'
                        TO SPMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** CHARGE THE STOP FEE THE WAY WGRVPOST POSTS A MOVEMENT - LOCK *
      ** THE ACCOUNT, WRITE A TYPE-F MOVEMENT THROUGH WGRVPTRN AND    *
      ** REWRITE THE BALANCE. A FAILURE ROLLS BACK THE WHOLE UNIT OF  *
      ** WORK, STOP RECORD INCLUDED, SO NO STOP STANDS UNCHARGED      *
      *****************************************************************
       POST-STOP-FEE.
           EXEC CICS READ DATASET('WBACCTDB-DD')
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RIDFLD(ACCT-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               MOVE 'I/O error locking the account for the fee'
                    TO SPMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE SPACES TO TP-COMMAREA
               MOVE WS-TELLER-ID  TO TP-TELLER-ID
               MOVE ACCTNUMI      TO TP-ACCOUNT-NUMBER
               MOVE 'F'           TO TP-TYPE
               MOVE WS-STOP-FEE   TO TP-AMOUNT
               EXEC CICS LINK PROGRAM('WGRVPTRN')
                         COMMAREA(TP-COMMAREA)
                         LENGTH(LENGTH OF TP-COMMAREA)
               END-EXEC
               IF TP-RETURN-CODE NOT = '00'
                   MOVE 'I/O error writing the Transaction VSAM file'
                        TO SPMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               SUBTRACT WS-STOP-FEE FROM ACCOUNT-BALANCE
               SUBTRACT WS-STOP-FEE FROM ACCOUNT-AVAIL-BALANCE
               EXEC CICS REWRITE DATASET('WBACCTDB-DD')
                         FROM(ACCOUNT-RECORD)
                         LENGTH(LENGTH OF ACCOUNT-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error updating the account balance'
                        TO SPMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               ELSE
                   MOVE 'Stop fee charged to the account' TO SPMSG2O
               END-IF
           END-IF.

      *****************************************************************
      ** LIFT THE STOP KEYED - A BLANK CHEQUE NUMBER LIFTS THE        *
      ** ACCOUNT'S AMOUNT-RANGE STOP - AND AUDIT THE REMOVAL          *
      *****************************************************************
       DELETE-STOP-PAYMENT.
           MOVE ZERO TO WS-CHEQUE-NUM
           IF ACCTNUML = 0 OR ACCTNUMI = SPACES
               MOVE 'Key the account of the stop to lift' TO SPMSG1O
           ELSE
               IF CHQNUML > 0 AND CHQNUMI NOT = SPACES
                  AND CHQNUMI IS NUMERIC
                   MOVE CHQNUMI TO WS-CHEQUE-NUM
               END-IF
               MOVE ACCTNUMI TO STOP-ACCOUNT-NUMBER
               MOVE WS-CHEQUE-NUM TO STOP-CHEQUE-NUM
               EXEC CICS DELETE DATASET('WBSTOPDB-DD')
                         KEYLENGTH(LENGTH OF STOP-REC-KEY)
                         RIDFLD(STOP-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               EVALUATE RESP-CODE
                   WHEN 0
                       MOVE ACCTNUMI TO ACCTNUMO
                       MOVE STOP-CHEQUE-NUM TO CHQNUMO
                       MOVE 'Stop payment lifted' TO SPMSG1O
                       MOVE 'STPDEL' TO AU-REQUEST-ID
                       MOVE ACCTNUMI TO AU-DETAIL
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-LOG-MSG
                   WHEN DFHRESP-NOTFND
                       MOVE 'No stop on file for that account/cheque'
                            TO SPMSG1O
                   WHEN OTHER
                       MOVE 'Error deleting the stop payment'
                            TO SPMSG1O
               END-EVALUATE
           END-IF.

      *****************************************************************
      ** SEND THE RESULT SCREEN                                       *
      *****************************************************************
       SEND-MAINT-RESULT.
           EXEC CICS SEND MAP('WGRVMSPO')
                       FROM(SPTRANO ACCTNUMO CHQNUMO EXPDATEO SPMSG1O
                            SPMSG2O)
                       LENGTH(LENGTH OF SPTRANO ACCTNUMO CHQNUMO
                              EXPDATEO SPMSG1O SPMSG2O)
                       END-EXEC.

       SET-MAP-DEFAULTS.
           MOVE 'WBSP' TO SPTRANO.
           MOVE SPACES TO ACCTNUMO.
           MOVE SPACES TO CHQNUMO.
           MOVE SPACES TO EXPDATEO.
           MOVE SPACES TO SPMSG1O.
           MOVE SPACES TO SPMSG2O.

       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED = 'Y'
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              MOVE SPMSG1O           TO LOG-MSG-TEXT
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                                  FROM(LOG-MSG)
                                  LENGTH(HW-LENGTH)
                                  NOHANDLE
                                  END-EXEC
           END-IF.

      * Write one durable audit record per stop-payment change
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

       END PROGRAM WGRVSTOP.
