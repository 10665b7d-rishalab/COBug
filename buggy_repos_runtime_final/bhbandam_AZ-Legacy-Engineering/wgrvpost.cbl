     ** MATCHING WBACCTDB ACCOUNT-BALANCE IN THE SAME UNIT OF WORK,  *
     ** ROLLING BOTH BACK TOGETHER IF EITHER FAILS. A WITHDRAWAL     *
     ** THAT WOULD OVERDRAW THE ACCOUNT IS REJECTED BEFORE ANYTHING  *
     ** POSTS. A TD (TERM DEPOSIT) TAKES NO DEPOSITS, AND REFUSES A  *
     ** WITHDRAWAL BEFORE ITS WBTERMDB MATURITY DATE UNLESS THE      *
     ** TELLER KEYS THE EARLY-BREAK OVERRIDE - THEN 90 DAYS INTEREST *
     ** ON THE AMOUNT AT THE CERTIFICATE RATE IS TAKEN AS A TYPE F   *
     ** FEE AND THE CERTIFICATE PRINCIPAL IS REDUCED, ALL IN THE     *
     ** SAME UNIT OF WORK AS THE WITHDRAWAL. AN LN (INSTALMENT LOAN) *
     ** TAKES NOTHING HERE - IT MOVES ONLY BY THE SCHEDULED WGRVBJ26 *
     ** REPAYMENT. NOTHING POSTS FOR A CUSTOMER HELD ON WBSCRNDB     *
     ** PENDING SANCTIONS REVIEW. A WITHDRAWAL THE WGRVFRCK FRAUD    *
     ** RULES FLAG - OVER THE HOLD THRESHOLD, SOON AFTER A CONTACT-  *
     ** DETAIL CHANGE OR PIN UNLOCK ON THE CUSTOMER - IS QUEUED ON   *
     ** WBFHLDDB (WITH ANY EARLY-BREAK PENALTY) FOR A SUPERVISOR TO  *
     ** RELEASE OR REJECT ON WGRVFRVW INSTEAD OF POSTING.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVPOST.
       01 TRANAMTI                      PIC X(18).
       01 HOLDDAYL                      PIC 9(4).
       01 HOLDDAYI                      PIC X(3).
       01 EARLYL                        PIC 9(4).
       01 EARLYI                        PIC X(1).

       01 RESP-CODE                     PIC S9(8) COMP.


       01 WS-HOLD-DAYS                  PIC 9(3) VALUE ZERO.
       01 WS-TODAY-NUM                  PIC 9(8) VALUE ZERO.

      * Certificate terms on WBTERMDB - same SSN+NUM key and layout
      * WGRVOPEN writes when it opens a TD
       01 TERM-REC-KEY.
           05 TERM-SSN                    PIC X(9).
           05 TERM-NUM                    PIC X(10).
       01 TERM-RECORD.
           05 TERM-PRINCIPAL              PIC S9(16)V99 COMP-3.
           05 TERM-MONTHS                 PIC 9(3).
           05 TERM-RATE-PCT               PIC 9(3)V9(4).
           05 TERM-OPEN-DATE              PIC X(8).
           05 TERM-MATURITY-DATE          PIC X(8).
           05 TERM-INSTRUCTION            PIC X(1).
               88 TERM-RENEW              VALUE 'R'.
               88 TERM-PAY-OUT            VALUE 'P'.
               88 TERM-HOLD               VALUE 'H'.
           05 TERM-PAYTO-ACCOUNT          PIC X(10).
           05 TERM-STATUS                 PIC X(1).
               88 TERM-ACTIVE             VALUE 'A'.
               88 TERM-MATURED-HELD       VALUE 'M'.
               88 TERM-PAID-OUT           VALUE 'P'.
           05 TERM-NOTICE-DATE            PIC X(8).

      * Early break of a certificate: the penalty is this many days'
      * simple interest on the amount withdrawn, at the certificate
      * rate over a 365-day year
       01 WS-PENALTY-DAYS               PIC 9(3) VALUE 90.
       01 WS-PENALTY-AMOUNT             PIC S9(16)V99 VALUE ZERO.
       01 WS-EARLY-BREAK-SWITCH         PIC X VALUE 'N'.
           88 WS-EARLY-BREAK            VALUE 'Y'.

      * Compliance review record on WBSCRNDB, keyed by SSN - written
      * by the sanctions screening in WTIADDC, WGRVCMNT and WGRVBJ22;
      * a pending (P) or confirmed (X) match stops all activity here
       01 SCRN-REC-KEY.
           05 SCRN-SSN                  PIC X(9).
       01 SCREEN-RECORD.
           05 SCRN-STATUS               PIC X(1).
              88 SCRN-PENDING           VALUE 'P'.
              88 SCRN-CLEARED           VALUE 'C'.
              88 SCRN-CONFIRMED         VALUE 'X'.
           05 SCRN-MATCH-TYPE           PIC X(1).
           05 SCRN-ENTRY-ID             PIC X(10).
           05 SCRN-MATCH-VALUE          PIC X(40).
           05 SCRN-HIT-DATE             PIC X(8).
           05 SCRN-SOURCE               PIC X(8).
           05 SCRN-REVIEWED-BY          PIC X(8).
           05 SCRN-REVIEWED-DATE        PIC X(8).
       01 WS-DATE-INTEGER               PIC S9(9) COMP VALUE ZERO.
       01 WS-RELEASE-NUM                PIC 9(8) VALUE ZERO.

      * Commarea for the LINK to WGRVFRCK - must match that program's
      * DFHCOMMAREA layout exactly
       01 FC-COMMAREA.
           05 FC-SSN                      PIC X(9).
           05 FC-AMOUNT                   PIC S9(16)V99.
           05 FC-RESULT                   PIC X(1).
           05 FC-REASON                   PIC X(30).
           05 FC-CHANGE-DATE              PIC X(8).

      * Fraud-hold queue item on WBFHLDDB - same layout WGRVXFER
      * writes; a held withdrawal carries its early-break penalty so
      * the release on WGRVFRVW posts exactly what was refused here
       01 FHQ-REC-KEY.
           05 FHQ-HELD-DATE               PIC X(8).
           05 FHQ-HELD-TIME               PIC X(6).
           05 FHQ-HELD-TASK               PIC 9(7).
       01 FRAUD-HOLD-RECORD.
           05 FHQ-KIND                    PIC X(1).
               88 FHQ-TRANSFER            VALUE 'X'.
               88 FHQ-WITHDRAWAL          VALUE 'W'.
           05 FHQ-SSN                     PIC X(9).
           05 FHQ-FROM-NUM                PIC X(10).
           05 FHQ-TO-SSN                  PIC X(9).
           05 FHQ-TO-NUM                  PIC X(10).
           05 FHQ-AMOUNT                  PIC S9(16)V99 COMP-3.
           05 FHQ-PENALTY-AMOUNT          PIC S9(16)V99 COMP-3.
           05 FHQ-EARLY-BREAK             PIC X(1).
           05 FHQ-REASON                  PIC X(30).
           05 FHQ-CHANGE-DATE             PIC X(8).
           05 FHQ-HELD-BY                 PIC X(8).
           05 FHQ-STATUS                  PIC X(1).
               88 FHQ-PENDING             VALUE 'P'.
               88 FHQ-RELEASED            VALUE 'R'.
               88 FHQ-REJECTED            VALUE 'J'.
           05 FHQ-DECIDED-BY              PIC X(8).
           05 FHQ-DECIDED-DATE            PIC X(8).
           05 FHQ-DECIDED-TIME            PIC X(6).
       01 WS-HOLD-TIME                  PIC X(8) VALUE SPACES.

      * Commarea for the LINK to WGRVPTRN - must match that program's
      * DFHCOMMAREA layout exactly
       01 TP-COMMAREA.
           05 TP-TRAN-SEQ                 PIC 9(6).
           05 TP-TELLER-ID                PIC X(8).
           05 TP-REVERSAL-OF              PIC 9(6).
           05 TP-TRANSFER-LEG             PIC X(1).

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
               EXEC CICS RECEIVE MAP('WGRVMPTI')
                               INTO(ACCTNUML ACCTNUMI TRANTYPL TRANTYPI
                                    TRANAMTL TRANAMTI HOLDDAYL
                                    HOLDDAYI EARLYL EARLYI)
                               LENGTH(LENGTH OF ACCTNUML ACCTNUMI
                                      TRANTYPL TRANTYPI TRANAMTL
                                      TRANAMTI HOLDDAYL HOLDDAYI
                                      EARLYL EARLYI)
                               END-EXEC
               PERFORM EDIT-POSTING-INPUT
               IF NOT WS-POST-FAILED
                   PERFORM FIND-ACCOUNT-BY-NUMBER
                   IF WS-ACCOUNT-FOUND
                       MOVE SSN OF ACCT-REC-KEY TO SCRN-SSN
                       PERFORM CHECK-COMPLIANCE-HOLD
                   END-IF
                   IF WS-ACCOUNT-FOUND AND NOT WS-POST-FAILED
                       PERFORM POST-MOVEMENT
                   END-IF
               END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

      * the early-break override is Y or blank, and only means
      * anything on a withdrawal
           IF NOT WS-POST-FAILED
               IF EARLYL > 0 AND EARLYI NOT = SPACES
                   IF EARLYI NOT = 'Y'
                       MOVE 'Early-break override must be Y or blank'
                            TO PTMSG1O
                       MOVE 'Y' TO WS-POST-FAIL-SWITCH
                   ELSE
                       IF TRANTYPI NOT = 'W'
                           MOVE 'Early break applies to withdrawals'
                                TO PTMSG1O
                           MOVE 'Y' TO WS-POST-FAIL-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
               MOVE 'Y' TO WS-POST-FAIL-SWITCH
           END-IF.

      *****************************************************************
      ** COMPLIANCE HOLD - THE CALLER PUTS THE CUSTOMER'S SSN IN      *
      ** SCRN-SSN. A PENDING OR CONFIRMED SANCTIONS MATCH REFUSES;    *
      ** NO REVIEW RECORD (OR ONE COMPLIANCE HAS CLEARED) PASSES. A   *
      ** REVIEW FILE THAT CANNOT BE READ REFUSES TOO - THE CHECK      *
      ** FAILS CLOSED                                                 *
      *****************************************************************
       CHECK-COMPLIANCE-HOLD.
           EXEC CICS READ DATASET('WBSCRNDB-DD')
                     INTO(SCREEN-RECORD)
                     LENGTH(LENGTH OF SCREEN-RECORD)
                     KEYLENGTH(LENGTH OF SCRN-REC-KEY)
                     RIDFLD(SCRN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   IF SCRN-PENDING OR SCRN-CONFIRMED
                       MOVE 'Customer held for compliance review'
                            TO PTMSG1O
                       MOVE 'Y' TO WS-POST-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN OTHER
                   MOVE 'I/O error reading the compliance file'
                        TO PTMSG1O
                   MOVE 'Y' TO WS-POST-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** POST THE MOVEMENT - READ THE ACCOUNT FOR UPDATE (LOCKING     *
      ** IT), REFUSE A WITHDRAWAL THE BALANCE CANNOT COVER, WRITE THE *
               MOVE 'Y' TO WS-POST-FAIL-SWITCH
           END-IF

           MOVE 'N' TO WS-EARLY-BREAK-SWITCH
           MOVE ZERO TO WS-PENALTY-AMOUNT
           IF NOT WS-POST-FAILED
               IF ACCOUNT-TYPE OF ACCOUNT-RECORD = 'LN'
                   MOVE 'Loan accounts post by scheduled repayment only'
                        TO PTMSG1O
                   MOVE 'Y' TO WS-POST-FAIL-SWITCH
                   EXEC CICS UNLOCK DATASET('WBACCTDB-DD')
                   END-EXEC
               END-IF
           END-IF

           IF NOT WS-POST-FAILED
               IF ACCOUNT-TYPE OF ACCOUNT-RECORD = 'TD'
                   PERFORM CHECK-TERM-DEPOSIT
                   IF WS-POST-FAILED
                       EXEC CICS UNLOCK DATASET('WBACCTDB-DD')
                       END-EXEC
                   END-IF
               END-IF
           END-IF

           IF NOT WS-POST-FAILED
               IF TRANTYPI = 'W'
      * a debit may run the balance down to the authorized overdraft
      * be spent before they clear
                   COMPUTE WS-OD-ROOM =
                           ACCOUNT-AVAIL-BALANCE + ACCOUNT-OD-LIMIT
                   IF WS-OD-ROOM < WS-POST-AMOUNT + WS-PENALTY-AMOUNT
                       IF ACCOUNT-OD-LIMIT > ZERO
                           MOVE 'Refused - over authorized OD limit'
                                TO PTMSG1O
               END-IF
           END-IF

      * a withdrawal the fraud rules flag is queued for review, not
      * posted - the account lock is given up either way
           IF NOT WS-POST-FAILED AND TRANTYPI = 'W'
               PERFORM CHECK-FRAUD-RULES
               IF WS-POST-FAILED
                   EXEC CICS UNLOCK DATASET('WBACCTDB-DD')
                   END-EXEC
               END-IF
           END-IF

           IF NOT WS-POST-FAILED
               MOVE SPACES TO TP-COMMAREA
               EXEC CICS ASSIGN USERID(WS-TELLER-ID) END-EXEC
               END-IF
           END-IF

           IF NOT WS-POST-FAILED AND WS-EARLY-BREAK
               PERFORM POST-EARLY-BREAK
           END-IF

           IF NOT WS-POST-FAILED
               IF TRANTYPI = 'D'
                   ADD WS-POST-AMOUNT TO ACCOUNT-BALANCE
               ELSE
                   SUBTRACT WS-POST-AMOUNT FROM ACCOUNT-BALANCE
                   SUBTRACT WS-POST-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
                   SUBTRACT WS-PENALTY-AMOUNT FROM ACCOUNT-BALANCE
                   SUBTRACT WS-PENALTY-AMOUNT FROM
                            ACCOUNT-AVAIL-BALANCE
               END-IF
           END-IF

               MOVE ACCOUNT-AVAIL-BALANCE TO AVAILBALO
               MOVE ACCTNUMI TO ACCTNUMO
               MOVE 'Posted - new balance shown' TO PTMSG1O
               IF WS-EARLY-BREAK
                   MOVE 'Early-break penalty taken as a fee'
                        TO PTMSG2O
               END-IF
               IF TRANTYPI = 'D'
                   MOVE 'POSTD ' TO AU-REQUEST-ID
               ELSE
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** FRAUD RULES ON THE ACCOUNT'S CUSTOMER - WGRVFRCK SAYS POST,  *
      ** HOLD OR (FILES UNREADABLE) REFUSE. A HELD WITHDRAWAL IS      *
      ** QUEUED FOR SUPERVISOR REVIEW AND GOES NO FURTHER HERE        *
      *****************************************************************
       CHECK-FRAUD-RULES.
           MOVE SPACES TO FC-COMMAREA
           MOVE SSN OF ACCT-REC-KEY TO FC-SSN
           MOVE WS-POST-AMOUNT TO FC-AMOUNT
           EXEC CICS LINK PROGRAM('WGRVFRCK')
                     COMMAREA(FC-COMMAREA)
                     LENGTH(LENGTH OF FC-COMMAREA)
           END-EXEC
           EVALUATE FC-RESULT
               WHEN 'P'
                   CONTINUE
               WHEN 'H'
                   PERFORM QUEUE-FRAUD-HOLD
                   MOVE 'Y' TO WS-POST-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'I/O error reading the fraud-rules files'
                        TO PTMSG1O
                   MOVE 'Y' TO WS-POST-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** QUEUE THE HELD WITHDRAWAL ON WBFHLDDB AS PENDING (P) WITH    *
      ** WHAT CHANGED AND WHEN, AND AUDIT THE HOLD                    *
      *****************************************************************
       QUEUE-FRAUD-HOLD.
           EXEC CICS ASSIGN USERID(WS-TELLER-ID) END-EXEC
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(FHQ-HELD-DATE)
                     TIME(WS-HOLD-TIME)
           END-EXEC
           MOVE WS-HOLD-TIME(1:6) TO FHQ-HELD-TIME
           MOVE EIBTASKN TO FHQ-HELD-TASK
           MOVE 'W' TO FHQ-KIND
           MOVE SSN OF ACCT-REC-KEY TO FHQ-SSN
           MOVE NUM OF ACCT-REC-KEY TO FHQ-FROM-NUM
           MOVE SPACES TO FHQ-TO-SSN
           MOVE SPACES TO FHQ-TO-NUM
           MOVE WS-POST-AMOUNT TO FHQ-AMOUNT
           MOVE WS-PENALTY-AMOUNT TO FHQ-PENALTY-AMOUNT
           MOVE WS-EARLY-BREAK-SWITCH TO FHQ-EARLY-BREAK
           MOVE FC-REASON TO FHQ-REASON
           MOVE FC-CHANGE-DATE TO FHQ-CHANGE-DATE
           MOVE WS-TELLER-ID TO FHQ-HELD-BY
           MOVE 'P' TO FHQ-STATUS
           MOVE SPACES TO FHQ-DECIDED-BY
           MOVE SPACES TO FHQ-DECIDED-DATE
           MOVE SPACES TO FHQ-DECIDED-TIME
           EXEC CICS WRITE DATASET('WBFHLDDB-DD')
                     FROM(FRAUD-HOLD-RECORD)
                     LENGTH(LENGTH OF FRAUD-HOLD-RECORD)
                     KEYLENGTH(LENGTH OF FHQ-REC-KEY)
                     RIDFLD(FHQ-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               MOVE 'Held for supervisor review - not posted'
                    TO PTMSG1O
               STRING 'Changed ' FHQ-CHANGE-DATE ': ' FHQ-REASON
                      DELIMITED BY SIZE INTO PTMSG2O
               MOVE 'FRHOLD' TO AU-REQUEST-ID
               MOVE ACCTNUMI TO AU-DETAIL
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           ELSE
               MOVE 'I/O error writing the fraud-hold queue'
                    TO PTMSG1O
           END-IF.

      *****************************************************************
      ** A TERM DEPOSIT TAKES NO DEPOSITS. A WITHDRAWAL FROM AN       *
      ** ACTIVE CERTIFICATE BEFORE ITS MATURITY DATE NEEDS THE        *
      ** EARLY-BREAK OVERRIDE, AND THEN CARRIES THE INTEREST PENALTY; *
      ** ONCE MATURED (OR HELD/PAID BY WGRVBJ20) IT IS FREE TO DRAW   *
      *****************************************************************
       CHECK-TERM-DEPOSIT.
           IF TRANTYPI = 'D'
               MOVE 'Deposits are not taken on a term deposit'
                    TO PTMSG1O
               MOVE 'Y' TO WS-POST-FAIL-SWITCH
           ELSE
               MOVE SSN OF ACCT-REC-KEY TO TERM-SSN
               MOVE NUM OF ACCT-REC-KEY TO TERM-NUM
               EXEC CICS READ DATASET('WBTERMDB-DD')
                         INTO(TERM-RECORD)
                         LENGTH(LENGTH OF TERM-RECORD)
                         KEYLENGTH(LENGTH OF TERM-REC-KEY)
                         RIDFLD(TERM-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error reading the Term Deposit file'
                        TO PTMSG1O
                   MOVE 'Y' TO WS-POST-FAIL-SWITCH
               ELSE
                   EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                             YYYYMMDD(WS-TODAY-NUM)
                   END-EXEC
                   IF TERM-ACTIVE AND
                      WS-TODAY-NUM < TERM-MATURITY-DATE
                       IF EARLYI = 'Y'
                           MOVE 'Y' TO WS-EARLY-BREAK-SWITCH
                           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                                   WS-POST-AMOUNT * TERM-RATE-PCT
                                   * WS-PENALTY-DAYS / 36500
                       ELSE
                           MOVE 'Not matured - key Y to break early'
                                TO PTMSG1O
                           MOVE 'Term deposit matures on' TO PTMSG2O
                           MOVE TERM-MATURITY-DATE TO PTMSG2O(25:8)
                           MOVE 'Y' TO WS-POST-FAIL-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      ** EARLY BREAK - POST THE PENALTY AS A TYPE F MOVEMENT THROUGH  *
      ** WGRVPTRN AND TAKE THE WITHDRAWN AMOUNT OFF THE CERTIFICATE   *
      ** PRINCIPAL; THE WITHDRAWAL IS ALREADY WRITTEN, SO EITHER      *
      ** FAILING ROLLS THE WHOLE POSTING BACK                         *
      *****************************************************************
       POST-EARLY-BREAK.
           IF WS-PENALTY-AMOUNT > ZERO
               MOVE 'F' TO TP-TYPE
               MOVE WS-PENALTY-AMOUNT TO TP-AMOUNT
               MOVE ZERO TO TP-TRAN-SEQ TP-REVERSAL-OF
               MOVE SPACES TO TP-RETURN-CODE
               EXEC CICS LINK PROGRAM('WGRVPTRN')
                         COMMAREA(TP-COMMAREA)
                         LENGTH(LENGTH OF TP-COMMAREA)
               END-EXEC
               IF TP-RETURN-CODE NOT = '00'
                   MOVE 'I/O error writing the Transaction VSAM file'
                        TO PTMSG1O
                   MOVE 'Y' TO WS-POST-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-POST-FAILED
               EXEC CICS READ DATASET('WBTERMDB-DD')
                         INTO(TERM-RECORD)
                         LENGTH(LENGTH OF TERM-RECORD)
                         KEYLENGTH(LENGTH OF TERM-REC-KEY)
                         RIDFLD(TERM-REC-KEY)
                         UPDATE
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE = 0
                   IF TERM-PRINCIPAL > WS-POST-AMOUNT
                       SUBTRACT WS-POST-AMOUNT FROM TERM-PRINCIPAL
                   ELSE
                       MOVE ZERO TO TERM-PRINCIPAL
                   END-IF
                   EXEC CICS REWRITE DATASET('WBTERMDB-DD')
                             FROM(TERM-RECORD)
                             LENGTH(LENGTH OF TERM-RECORD)
                             RESP(RESP-CODE)
                   END-EXEC
               END-IF
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error updating the Term Deposit file'
                        TO PTMSG1O
                   MOVE 'Y' TO WS-POST-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF.

      *****************************************************************
      ** SEND THE RESULT SCREEN - SAME OUTPUT FIELD LIST WHETHER THE  *
      ** POSTING SUCCEEDED OR WAS REFUSED                             *
      ** HOLD DAYS; A FAILED WRITE BACKS THE WHOLE POSTING OUT        *
      *****************************************************************
       WRITE-DEPOSIT-HOLD.
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(WS-TODAY-NUM)
           END-EXEC
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   + WS-HOLD-DAYS
