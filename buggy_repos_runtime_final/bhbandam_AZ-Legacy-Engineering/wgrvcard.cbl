      *****************************************************************
     ** DEBIT CARD MAINTENANCE - CARDS LINK A CARD NUMBER TO ONE     *
     ** CK, SV OR MM ACCOUNT ON WBACCTDB AND ARE KEPT ON WBCARDDB    *
     ** WITH THEIR EXPIRY, STATUS AND DAILY ATM AND PURCHASE LIMITS, *
     ** WHICH WGRVAUTH CHECKS ON EVERY NETWORK REQUEST. ACTION 'I'   *
     ** ISSUES THE CARD NUMBER KEYED FROM THE CARD STOCK (CHECK      *
     ** DIGIT VERIFIED) TO THE SSN AND ACCOUNT KEYED, WITH AN EXPIRY *
     ** (BLANK MEANS THREE YEARS) AND LIMITS (BLANK MEANS THE        *
     ** STANDARD 500.00 ATM / 2000.00 PURCHASE); 'B' BLOCKS A CARD   *
     ** AND 'U' UNBLOCKS IT; 'L' RECORDS IT LOST, WHICH IS FINAL;    *
     ** 'R' REPLACES A CARD WITH THE NEW CARD NUMBER KEYED - THE NEW *
     ** CARD TAKES OVER THE ACCOUNT, LIMITS AND THE DAY'S RUNNING    *
     ** TOTALS, AND THE OLD ONE IS BLOCKED IF STILL ACTIVE, BOTH IN  *
     ** ONE UNIT OF WORK. EVERY CHANGE IS AUDITED TO BKAU.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVCARD.
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

      * Debit card record, keyed by card number. Expiry is yyyymm;
      * the running totals belong to CARD-TOTAL-DATE and are kept by
      * WGRVAUTH. A replacement points both ways through
      * CARD-REPLACES / CARD-REPLACED-BY
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

      * The card being replaced, held while the new one is written
       01 WS-OLD-CARD-KEY                PIC X(16) VALUE SPACES.

       01 CDTRANO                       PIC X(4).
       01 CARDNOO                       PIC X(16).
       01 ACCTNUMO                      PIC X(10).
       01 CSTATO                        PIC X(7).
       01 EXPIRYO                       PIC X(6).
       01 CDMSG1O                       PIC X(50).
       01 CDMSG2O                       PIC X(50).

       01 ACTIONL                       PIC 9(4).
       01 ACTIONI                       PIC X(1).
       01 CARDNOL                       PIC 9(4).
       01 CARDNOI                       PIC X(16).
       01 SSNL                          PIC 9(4).
       01 SSNI                          PIC X(9).
       01 ACCTNUML                      PIC 9(4).
       01 ACCTNUMI                      PIC X(10).
       01 EXPIRYL                       PIC 9(4).
       01 EXPIRYI                       PIC X(6).
       01 ATMLIML                       PIC 9(4).
       01 ATMLIMI                       PIC X(9).
       01 PURLIML                       PIC 9(4).
       01 PURLIMI                       PIC X(9).
       01 NEWCARDL                      PIC 9(4).
       01 NEWCARDI                      PIC X(16).

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

       01 WS-TODAY-NUM                  PIC 9(8) VALUE ZERO.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-NUM.
           05 WS-TODAY-YEAR             PIC 9(4).
           05 WS-TODAY-MONTH            PIC 9(2).
           05 WS-TODAY-DAY              PIC 9(2).
       01 WS-EXPIRY                     PIC 9(6) VALUE ZERO.
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY.
           05 WS-EXPIRY-YEAR            PIC 9(4).
           05 WS-EXPIRY-MONTH           PIC 9(2).
      * A card keyed without an expiry runs three years from the
      * month it is issued, the life of the card stock
       01 WS-DEFAULT-CARD-YEARS         PIC 9(1) VALUE 3.
       01 WS-ATM-LIMIT                  PIC S9(7)V99 VALUE ZERO.
       01 WS-PUR-LIMIT                  PIC S9(7)V99 VALUE ZERO.
       01 WS-LIMIT-NUM                  PIC 9(7)V99 VALUE ZERO.
       01 WS-DEFAULT-ATM-LIMIT          PIC S9(7)V99 VALUE 500.00.
       01 WS-DEFAULT-PUR-LIMIT          PIC S9(7)V99 VALUE 2000.00.

      * Check-digit (mod 10) test of a card number - every second
      * digit from the right doubled, digits of the products summed
       01 WS-LUHN-CARD                  PIC X(16) VALUE SPACES.
       01 WS-LUHN-DIGITS REDEFINES WS-LUHN-CARD.
           05 WS-LUHN-DIGIT             PIC 9(1) OCCURS 16 TIMES.
       01 WS-LUHN-IDX                   PIC 9(2) VALUE ZERO.
       01 WS-LUHN-SUM                   PIC 9(4) VALUE ZERO.
       01 WS-LUHN-WORK                  PIC 9(2) VALUE ZERO.
       01 WS-LUHN-QUOTIENT              PIC 9(4) VALUE ZERO.
       01 WS-LUHN-REMAINDER             PIC 9(2) VALUE ZERO.
       01 WS-LUHN-DOUBLE-SWITCH         PIC X VALUE 'N'.
           88 WS-LUHN-DOUBLE            VALUE 'Y'.
       01 WS-LUHN-VALID-SWITCH          PIC X VALUE 'N'.
           88 WS-LUHN-VALID             VALUE 'Y'.

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
           05 TASK-NUMBER                 PIC 9(8).
           05 LOG-MSG-TEXT                PIC X(50).

       01 LOGGING-IS-ENABLED              PIC X(1) VALUE 'Y'.
       01 HW-LENGTH                       PIC S9(4) COMP.

      * Durable audit trail of card changes - written every time,
      * independent of the LOGGING-IS-ENABLED-gated trace
       01 AU-AUDIT-RECORD.
           05 AU-PROGRAM                  PIC X(8)  VALUE 'WGRVCARD'.
           05 AU-REQUEST-ID               PIC X(6)  VALUE SPACES.
           05 AU-DETAIL                   PIC X(10) VALUE SPACES.
           05 AU-TASK-NUMBER              PIC 9(8)  VALUE ZERO.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.

      * Operator id of the signed-on teller, stamped on the card
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
               EXEC CICS RECEIVE MAP('WGRVMCDI')
                               INTO(ACTIONL ACTIONI CARDNOL CARDNOI
                                    SSNL SSNI ACCTNUML ACCTNUMI
                                    EXPIRYL EXPIRYI ATMLIML ATMLIMI
                                    PURLIML PURLIMI NEWCARDL NEWCARDI)
                               LENGTH(LENGTH OF ACTIONL ACTIONI
                                      CARDNOL CARDNOI SSNL SSNI
                                      ACCTNUML ACCTNUMI EXPIRYL
                                      EXPIRYI ATMLIML ATMLIMI PURLIML
                                      PURLIMI NEWCARDL NEWCARDI)
                               END-EXEC
               MOVE 'N' TO WS-MAINT-FAIL-SWITCH
               PERFORM SET-MAP-DEFAULTS
               EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                         YYYYMMDD(WS-TODAY-NUM)
               END-EXEC
               EXEC CICS ASSIGN USERID(WS-TELLER-ID) END-EXEC
               IF CARDNOL = 0 OR CARDNOI = SPACES
                   MOVE 'Card number is required' TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
               IF NOT WS-MAINT-FAILED
                   EVALUATE ACTIONI
                       WHEN 'I'
                           PERFORM ISSUE-CARD
                       WHEN 'B'
                           PERFORM CHANGE-CARD-STATUS
                       WHEN 'L'
                           PERFORM CHANGE-CARD-STATUS
                       WHEN 'U'
                           PERFORM CHANGE-CARD-STATUS
                       WHEN 'R'
                           PERFORM REPLACE-CARD
                       WHEN OTHER
                           MOVE 'Action must be I, B, U, L or R'
                                TO CDMSG1O
                   END-EVALUATE
               END-IF
               PERFORM SEND-CARD-RESULT
           END-PERFORM.
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** CLEAR REDRAWS A BLANK INPUT SCREEN WITHOUT ENDING THE TASK   *
      *****************************************************************
       CLEARIT.
           PERFORM SET-MAP-DEFAULTS
           EXEC CICS SEND MAP('WGRVMCDI')
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
      ** ISSUE A NEW CARD - EDITS FIRST, THEN THE ACCOUNT MUST BE ON  *
      ** FILE UNDER THE SSN AND BE A TRANSACTION ACCOUNT, THEN WRITE  *
      *****************************************************************
       ISSUE-CARD.
           MOVE CARDNOI TO WS-LUHN-CARD
           PERFORM CHECK-CARD-DIGITS
           IF NOT WS-LUHN-VALID
               MOVE 'Card number fails the check digit' TO CDMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF

           IF NOT WS-MAINT-FAILED
               IF SSNL = 0 OR SSNI = SPACES OR
                  ACCTNUML = 0 OR ACCTNUMI = SPACES
                   MOVE 'SSN and account are required to issue'
                        TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               PERFORM EDIT-EXPIRY
           END-IF
           IF NOT WS-MAINT-FAILED
               PERFORM EDIT-CARD-LIMITS
           END-IF
           IF NOT WS-MAINT-FAILED
               PERFORM CHECK-CARD-ACCOUNT
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE CARDNOI TO CARD-NUMBER
               MOVE SSNI TO CARD-SSN
               MOVE ACCTNUMI TO CARD-ACCOUNT-NUM
               MOVE WS-EXPIRY TO CARD-EXPIRY
               MOVE 'A' TO CARD-STATUS
               MOVE WS-ATM-LIMIT TO CARD-ATM-LIMIT
               MOVE WS-PUR-LIMIT TO CARD-PUR-LIMIT
               MOVE WS-TODAY-NUM TO CARD-TOTAL-DATE
               MOVE ZERO TO CARD-ATM-TODAY
               MOVE ZERO TO CARD-PUR-TODAY
               MOVE WS-TODAY-NUM TO CARD-ISSUE-DATE
               MOVE WS-TODAY-NUM TO CARD-STATUS-DATE
               MOVE SPACES TO CARD-REPLACES
               MOVE SPACES TO CARD-REPLACED-BY
               MOVE WS-TELLER-ID TO CARD-UPDATED-BY
               PERFORM WRITE-CARD-RECORD
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE 'Card issued' TO CDMSG1O
               MOVE 'CRDISS' TO AU-REQUEST-ID
               MOVE ACCTNUMI TO AU-DETAIL
               PERFORM SHOW-CARD
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** EXPIRY IS YYYYMM AND MUST BE AFTER THIS MONTH; BLANK TAKES   *
      ** THIS MONTH THREE YEARS ON                                    *
      *****************************************************************
       EDIT-EXPIRY.
           IF EXPIRYL > 0 AND EXPIRYI NOT = SPACES
               IF EXPIRYI IS NUMERIC
                   MOVE EXPIRYI TO WS-EXPIRY
                   IF WS-EXPIRY-MONTH < 1 OR WS-EXPIRY-MONTH > 12
                      OR WS-EXPIRY NOT > WS-TODAY-NUM(1:6)
                       MOVE 'Expiry must be a yyyymm after this month'
                            TO CDMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               ELSE
                   MOVE 'Expiry must be yyyymm or blank' TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           ELSE
               COMPUTE WS-EXPIRY-YEAR =
                       WS-TODAY-YEAR + WS-DEFAULT-CARD-YEARS
               MOVE WS-TODAY-MONTH TO WS-EXPIRY-MONTH
           END-IF.

      *****************************************************************
      ** DAILY LIMITS IN THE 9-DIGIT FORM WGRVSTOP TAKES ITS FEE IN   *
      ** (LAST TWO CENTS), EACH ABOVE ZERO; BLANK TAKES THE STANDARD  *
      *****************************************************************
       EDIT-CARD-LIMITS.
           MOVE WS-DEFAULT-ATM-LIMIT TO WS-ATM-LIMIT
           MOVE WS-DEFAULT-PUR-LIMIT TO WS-PUR-LIMIT
           IF ATMLIML > 0 AND ATMLIMI NOT = SPACES
               IF ATMLIMI IS NUMERIC
                   MOVE ZERO TO WS-LIMIT-NUM
                   MOVE ATMLIMI(1:7) TO WS-LIMIT-NUM(1:7)
                   MOVE ATMLIMI(8:2) TO WS-LIMIT-NUM(8:2)
                   MOVE WS-LIMIT-NUM TO WS-ATM-LIMIT
               ELSE
                   MOVE ZERO TO WS-ATM-LIMIT
               END-IF
           END-IF
           IF PURLIML > 0 AND PURLIMI NOT = SPACES
               IF PURLIMI IS NUMERIC
                   MOVE ZERO TO WS-LIMIT-NUM
                   MOVE PURLIMI(1:7) TO WS-LIMIT-NUM(1:7)
                   MOVE PURLIMI(8:2) TO WS-LIMIT-NUM(8:2)
                   MOVE WS-LIMIT-NUM TO WS-PUR-LIMIT
               ELSE
                   MOVE ZERO TO WS-PUR-LIMIT
               END-IF
           END-IF
           IF WS-ATM-LIMIT NOT > ZERO OR WS-PUR-LIMIT NOT > ZERO
               MOVE 'Limits must be 9 digits, last two cents, not 0'
                    TO CDMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF.

      *****************************************************************
      ** THE ACCOUNT MUST BE ON FILE UNDER THE SSN KEYED - A CARD     *
      ** DRAWS ON A CHECKING, SAVINGS OR MONEY-MARKET ACCOUNT ONLY    *
      *****************************************************************
       CHECK-CARD-ACCOUNT.
           MOVE SSNI TO SSN OF ACCT-REC-KEY
           MOVE ACCTNUMI TO NUM OF ACCT-REC-KEY
           EXEC CICS READ DATASET('WBACCTDB-DD')
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RIDFLD(ACCT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   IF ACCOUNT-TYPE OF ACCOUNT-RECORD = 'TD' OR
                      ACCOUNT-TYPE OF ACCOUNT-RECORD = 'LN'
                       MOVE 'Cards link to CK, SV or MM accounts only'
                            TO CDMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   MOVE 'Account not on file for this SSN' TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'I/O error reading the Account VSAM file'
                        TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** MOD-10 CHECK OF WS-LUHN-CARD - SIXTEEN DIGITS WHOSE WEIGHTED *
      ** SUM IS A MULTIPLE OF TEN                                     *
      *****************************************************************
       CHECK-CARD-DIGITS.
           MOVE 'N' TO WS-LUHN-VALID-SWITCH
           IF WS-LUHN-CARD IS NUMERIC
               MOVE ZERO TO WS-LUHN-SUM
               MOVE 'N' TO WS-LUHN-DOUBLE-SWITCH
               PERFORM VARYING WS-LUHN-IDX FROM 16 BY -1
                       UNTIL WS-LUHN-IDX < 1
                   MOVE WS-LUHN-DIGIT(WS-LUHN-IDX) TO WS-LUHN-WORK
                   IF WS-LUHN-DOUBLE
                       COMPUTE WS-LUHN-WORK = WS-LUHN-WORK * 2
                       IF WS-LUHN-WORK > 9
                           SUBTRACT 9 FROM WS-LUHN-WORK
                       END-IF
                       MOVE 'N' TO WS-LUHN-DOUBLE-SWITCH
                   ELSE
                       MOVE 'Y' TO WS-LUHN-DOUBLE-SWITCH
                   END-IF
                   ADD WS-LUHN-WORK TO WS-LUHN-SUM
               END-PERFORM
               DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
                      REMAINDER WS-LUHN-REMAINDER
               IF WS-LUHN-REMAINDER = 0
                   MOVE 'Y' TO WS-LUHN-VALID-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      ** WRITE CARD-RECORD UNDER CARD-NUMBER - A NUMBER ALREADY ON    *
      ** FILE IS REFUSED                                              *
      *****************************************************************
       WRITE-CARD-RECORD.
           EXEC CICS WRITE DATASET('WBCARDDB-DD')
                     FROM(CARD-RECORD)
                     LENGTH(LENGTH OF CARD-RECORD)
                     KEYLENGTH(LENGTH OF CARD-REC-KEY)
                     RIDFLD(CARD-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   CONTINUE
               WHEN DFHRESP-DUPREC
                   MOVE 'That card number is already on file'
                        TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN DFHRESP-DUPKEY
                   MOVE 'That card number is already on file'
                        TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'Error writing the Card VSAM file' TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** LOCK THE CARD KEYED IN CARDNOI FOR UPDATE                    *
      *****************************************************************
       READ-CARD-FOR-UPDATE.
           MOVE CARDNOI TO CARD-NUMBER
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
                   CONTINUE
               WHEN DFHRESP-NOTFND
                   MOVE 'No card on file with that number' TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'I/O error reading the Card VSAM file'
                        TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** BLOCK, UNBLOCK OR REPORT LOST. LOST IS FINAL - THE CARD IS   *
      ** REPLACED, NEVER UNBLOCKED - AND A REPLACED CARD STAYS        *
      ** BLOCKED SO ONLY ITS REPLACEMENT WORKS                        *
      *****************************************************************
       CHANGE-CARD-STATUS.
           PERFORM READ-CARD-FOR-UPDATE
           IF NOT WS-MAINT-FAILED
               EVALUATE TRUE
                   WHEN CARD-LOST
                       MOVE 'Card is reported lost - replace it'
                            TO CDMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN ACTIONI = 'B' AND CARD-BLOCKED
                       MOVE 'Card is already blocked' TO CDMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN ACTIONI = 'U' AND NOT CARD-BLOCKED
                       MOVE 'Only a blocked card can be unblocked'
                            TO CDMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN ACTIONI = 'U' AND CARD-REPLACED-BY NOT = SPACES
                       MOVE 'Card has been replaced - use the new card'
                            TO CDMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-MAINT-FAILED
                   EXEC CICS UNLOCK DATASET('WBCARDDB-DD')
                   END-EXEC
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               EVALUATE ACTIONI
                   WHEN 'B'
                       MOVE 'B' TO CARD-STATUS
                       MOVE 'Card blocked' TO CDMSG1O
                       MOVE 'CRDBLK' TO AU-REQUEST-ID
                   WHEN 'L'
                       MOVE 'L' TO CARD-STATUS
                       MOVE 'Card recorded lost' TO CDMSG1O
                       MOVE 'CRDLST' TO AU-REQUEST-ID
                   WHEN OTHER
                       MOVE 'A' TO CARD-STATUS
                       MOVE 'Card unblocked' TO CDMSG1O
                       MOVE 'CRDUNB' TO AU-REQUEST-ID
               END-EVALUATE
               MOVE WS-TODAY-NUM TO CARD-STATUS-DATE
               MOVE WS-TELLER-ID TO CARD-UPDATED-BY
               EXEC CICS REWRITE DATASET('WBCARDDB-DD')
                         FROM(CARD-RECORD)
                         LENGTH(LENGTH OF CARD-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'Error updating the Card VSAM file'
                        TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE CARD-ACCOUNT-NUM TO AU-DETAIL
               PERFORM SHOW-CARD
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** REPLACE THE CARD KEYED WITH NEWCARDI. THE NEW CARD CARRIES   *
      ** THE OLD ONE'S ACCOUNT, LIMITS AND TODAY'S RUNNING TOTALS SO  *
      ** A REPLACEMENT CANNOT RESET THE DAILY LIMIT; THE OLD CARD IS  *
      ** BLOCKED (A LOST ONE STAYS LOST) AND POINTS AT ITS            *
      ** REPLACEMENT. A FAILURE ROLLS BACK BOTH                       *
      *****************************************************************
       REPLACE-CARD.
           IF NEWCARDL = 0 OR NEWCARDI = SPACES
               MOVE 'New card number is required to replace'
                    TO CDMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE NEWCARDI TO WS-LUHN-CARD
               PERFORM CHECK-CARD-DIGITS
               IF NOT WS-LUHN-VALID
                   MOVE 'New card number fails the check digit'
                        TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               PERFORM EDIT-EXPIRY
           END-IF

           IF NOT WS-MAINT-FAILED
               PERFORM READ-CARD-FOR-UPDATE
               IF NOT WS-MAINT-FAILED
                   IF CARD-REPLACED-BY NOT = SPACES
                       MOVE 'Card has already been replaced'
                            TO CDMSG1O
                       MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
                       EXEC CICS UNLOCK DATASET('WBCARDDB-DD')
                       END-EXEC
                   END-IF
               END-IF
           END-IF

      * close out the old card first, then build the new one from it
           IF NOT WS-MAINT-FAILED
               MOVE CARDNOI TO WS-OLD-CARD-KEY
               IF CARD-ACTIVE
                   MOVE 'B' TO CARD-STATUS
               END-IF
               MOVE WS-TODAY-NUM TO CARD-STATUS-DATE
               MOVE NEWCARDI TO CARD-REPLACED-BY
               MOVE WS-TELLER-ID TO CARD-UPDATED-BY
               EXEC CICS REWRITE DATASET('WBCARDDB-DD')
                         FROM(CARD-RECORD)
                         LENGTH(LENGTH OF CARD-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'Error updating the Card VSAM file'
                        TO CDMSG1O
                   MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE NEWCARDI TO CARD-NUMBER
               MOVE WS-EXPIRY TO CARD-EXPIRY
               MOVE 'A' TO CARD-STATUS
               MOVE WS-TODAY-NUM TO CARD-ISSUE-DATE
               MOVE WS-TODAY-NUM TO CARD-STATUS-DATE
               MOVE WS-OLD-CARD-KEY TO CARD-REPLACES
               MOVE SPACES TO CARD-REPLACED-BY
               PERFORM WRITE-CARD-RECORD
               IF WS-MAINT-FAILED
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE 'Card replaced - old card no longer usable'
                    TO CDMSG1O
               MOVE 'CRDRPL' TO AU-REQUEST-ID
               MOVE CARD-ACCOUNT-NUM TO AU-DETAIL
               PERFORM SHOW-CARD
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** ECHO THE CARD NOW ON FILE                                    *
      *****************************************************************
       SHOW-CARD.
           MOVE CARD-NUMBER TO CARDNOO
           MOVE CARD-ACCOUNT-NUM TO ACCTNUMO
           MOVE CARD-EXPIRY TO EXPIRYO
           EVALUATE TRUE
               WHEN CARD-ACTIVE
                   MOVE 'ACTIVE' TO CSTATO
               WHEN CARD-BLOCKED
                   MOVE 'BLOCKED' TO CSTATO
               WHEN CARD-LOST
                   MOVE 'LOST' TO CSTATO
               WHEN OTHER
                   MOVE SPACES TO CSTATO
           END-EVALUATE.

      *****************************************************************
      ** SEND THE RESULT SCREEN                                       *
      *****************************************************************
       SEND-CARD-RESULT.
           EXEC CICS SEND MAP('WGRVMCDO')
                       FROM(CDTRANO CARDNOO ACCTNUMO CSTATO EXPIRYO
                            CDMSG1O CDMSG2O)
                       LENGTH(LENGTH OF CDTRANO CARDNOO ACCTNUMO
                              CSTATO EXPIRYO CDMSG1O CDMSG2O)
                       END-EXEC.

       SET-MAP-DEFAULTS.
           MOVE 'WBCD' TO CDTRANO.
           MOVE SPACES TO CARDNOO.
           MOVE SPACES TO ACCTNUMO.
           MOVE SPACES TO CSTATO.
           MOVE SPACES TO EXPIRYO.
           MOVE SPACES TO CDMSG1O.
           MOVE SPACES TO CDMSG2O.

       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED = 'Y'
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              MOVE CDMSG1O           TO LOG-MSG-TEXT
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                                  FROM(LOG-MSG)
                                  LENGTH(HW-LENGTH)
                                  NOHANDLE
                                  END-EXEC
           END-IF.

      * Write one durable audit record per card change
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

       END PROGRAM WGRVCARD.
