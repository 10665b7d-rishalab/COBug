      *****************************************************************
     ** FRAUD-HOLD REVIEW - TRANSFERS (WGRVXFER) AND WITHDRAWALS     *
     ** (WGRVPOST) THE WGRVFRCK FRAUD RULES HELD ARE QUEUED ON       *
     ** WBFHLDDB AS PENDING. ACTION 'L' LISTS THE OLDEST EIGHT       *
     ** PENDING ITEMS WITH WHAT CHANGED ON THE CUSTOMER AND WHEN,    *
     ** AND THE HOLD THRESHOLD AND WINDOW IN FORCE. 'A' RELEASES THE *
     ** LISTED ITEM ON THE LINE KEYED - NOT BY THE OPERATOR WHO HELD *
     ** IT - AFTER THE COMPLIANCE HOLD AND THE FUNDS ARE CHECKED     *
     ** AGAIN: IT POSTS EXACTLY AS IT WOULD HAVE, THROUGH WGRVPTRN,  *
     ** IN ONE UNIT OF WORK WITH THE ITEM BEING MARKED RELEASED. 'R' *
     ** REJECTS THE ITEM - NOTHING POSTS. 'P' SETS THE FRAUDHLD      *
     ** THRESHOLD AND WINDOW ON WBFRPMDB. EVERY DECISION IS AUDITED  *
     ** TO BKAU; WGRVBJ28 REPORTS THE DAY'S HOLDS AND DECISIONS. THE *
     ** TRANSACTION IS EXPECTED TO BE RESTRICTED TO SUPERVISORS      *
     ** THROUGH CICS TRANSACTION SECURITY.                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVFRVW.
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

      * Fraud-hold queue item on WBFHLDDB - the layout WGRVXFER and
      * WGRVPOST write
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

      * Fraud-hold parameters on WBFRPMDB - the record WGRVFRCK reads
       01 FRP-REC-KEY                     PIC X(8) VALUE 'FRAUDHLD'.
       01 FRAUD-PARM-RECORD.
           05 FRP-HOLD-AMOUNT             PIC S9(16)V99 COMP-3.
           05 FRP-HOLD-DAYS               PIC 9(3).
           05 FRP-UPDATED-BY              PIC X(8).
           05 FRP-UPDATED-DATE            PIC X(8).
      * What WGRVFRCK applies while no parameter record is on file
       01 WS-DEFAULT-HOLD-AMOUNT        PIC S9(16)V99 VALUE 1000.00.
       01 WS-DEFAULT-HOLD-DAYS          PIC 9(3) VALUE 7.

      * Compliance review record on WBSCRNDB, keyed by SSN - a
      * customer held since the item was queued is not released
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

      * Certificate terms on WBTERMDB - a released early break of a
      * term deposit reduces the principal as WGRVPOST would have
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

       01 FRTRANO                       PIC X(4).
       01 FRAMTO                        PIC S9(16)V99.
       01 FRDAYSO                       PIC 9(3).
       01 FRMSG1O                       PIC X(50).
       01 FRMSG2O                       PIC X(50).

      * The pending items on screen, numbered 1-8 for 'A' and 'R'
       01 HOLD-LIST-LINES.
           05 HOLD-LIST-LINE OCCURS 8 TIMES.
              10 FRLDATEO               PIC X(8).
              10 FRLKINDO               PIC X(1).
              10 FRLACCTO               PIC X(10).
              10 FRLAMTO                PIC S9(16)V99.
              10 FRLREASO               PIC X(30).
              10 FRLBYO                 PIC X(8).
      * Queue keys behind the lines last listed - this task's list is
      * what a line number refers to
       01 WS-LIST-KEYS.
           05 WS-LIST-KEY               PIC X(21) OCCURS 8 TIMES.
       01 WS-LIST-COUNT                 PIC 9(2) VALUE ZERO.
       01 WS-MAX-LIST-LINES             PIC 9(2) VALUE 8.
       01 WS-LINE-NUM                   PIC 9(1) VALUE ZERO.

       01 ACTIONL                       PIC 9(4).
       01 ACTIONI                       PIC X(1).
       01 LINEL                         PIC 9(4).
       01 LINEI                         PIC X(1).
       01 HLDAMTL                       PIC 9(4).
       01 HLDAMTI                       PIC X(18).
       01 HLDDAYL                       PIC 9(4).
       01 HLDDAYI                       PIC X(3).

       01 RESP-CODE                     PIC S9(8) COMP.

       01 DFHRESP-NOTOPEN               PIC S9(8) COMP VALUE -2.
       01 DFHRESP-DISABLED              PIC S9(8) COMP VALUE -3.
       01 DFHRESP-ENDFILE               PIC S9(8) COMP VALUE -4.
       01 DFHRESP-NOTFND                PIC S9(8) COMP VALUE -5.

       01 WS-REVIEW-FAIL-SWITCH         PIC X VALUE 'N'.
           88 WS-REVIEW-FAILED          VALUE 'Y'.
       01 WS-STOP-SWITCH                PIC X VALUE 'N'.
           88 WS-STOP-BROWSE            VALUE 'Y'.

      * Same bounded browse WGRVGBAL's FIND-ACCOUNT-BY-NUMBER uses -
      * decided items stay on the queue file, so the scan for pending
      * ones has to be limited
       01 WS-BROWSE-SCAN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-MAX-BROWSE-RECS            PIC 9(8) VALUE 10000.
       01 WS-BROWSE-LIMIT-SWITCH        PIC X VALUE 'N'.
           88 WS-BROWSE-LIMIT-HIT       VALUE 'Y'.

       01 WS-DONE-SWITCH                PIC X VALUE 'N'.
           88 DONE                      VALUE 'Y'.
       01 WS-GOODBYE-MSG                PIC X(24)
                                         VALUE 'Transaction ended'.

       01 WS-AMOUNT-NUM                 PIC 9(16)V99 VALUE ZERO.
       01 WS-NEW-HOLD-AMOUNT            PIC S9(16)V99 VALUE ZERO.
       01 WS-NEW-HOLD-DAYS              PIC 9(3) VALUE ZERO.
       01 WS-OD-ROOM                    PIC S9(18)V99 COMP-3
                                         VALUE ZERO.
       01 WS-DECISION                   PIC X(1) VALUE SPACE.
       01 WS-DECIDE-TIME                PIC X(8) VALUE SPACES.
       01 WS-TODAY-NUM                  PIC 9(8) VALUE ZERO.
       01 WS-PENDING-COUNT              PIC Z9.

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

      * Durable audit trail of review decisions - written every time,
      * independent of the LOGGING-IS-ENABLED-gated trace
       01 AU-AUDIT-RECORD.
           05 AU-PROGRAM                  PIC X(8)  VALUE 'WGRVFRVW'.
           05 AU-REQUEST-ID               PIC X(6)  VALUE SPACES.
           05 AU-DETAIL                   PIC X(10) VALUE SPACES.
           05 AU-TASK-NUMBER              PIC 9(8)  VALUE ZERO.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.

      * Operator id of the signed-on supervisor, stamped on every
      * decision
       01 WS-SUPERVISOR-ID                PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM SET-MAP-DEFAULTS
           PERFORM UNTIL DONE
               EXEC CICS HANDLE AID
                         CLEAR(CLEARIT)
                         PF3(PF3-EXIT)
                         PF12(CANCELIT)
               END-EXEC
               EXEC CICS RECEIVE MAP('WGRVMFRI')
                               INTO(ACTIONL ACTIONI LINEL LINEI
                                    HLDAMTL HLDAMTI HLDDAYL HLDDAYI)
                               LENGTH(LENGTH OF ACTIONL ACTIONI
                                      LINEL LINEI HLDAMTL HLDAMTI
                                      HLDDAYL HLDDAYI)
                               END-EXEC
               MOVE 'N' TO WS-REVIEW-FAIL-SWITCH
               PERFORM SET-MAP-DEFAULTS
               EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                         YYYYMMDD(WS-TODAY-NUM)
               END-EXEC
               EXEC CICS ASSIGN USERID(WS-SUPERVISOR-ID) END-EXEC
               EVALUATE ACTIONI
                   WHEN 'L'
                       PERFORM LIST-PENDING-HOLDS
                   WHEN 'A'
                       PERFORM SELECT-LISTED-HOLD
                       IF NOT WS-REVIEW-FAILED
                           PERFORM RELEASE-HOLD
                       END-IF
                       PERFORM LIST-PENDING-HOLDS
                   WHEN 'R'
                       PERFORM SELECT-LISTED-HOLD
                       IF NOT WS-REVIEW-FAILED
                           PERFORM REJECT-HOLD
                       END-IF
                       PERFORM LIST-PENDING-HOLDS
                   WHEN 'P'
                       PERFORM SET-FRAUD-PARMS
                   WHEN OTHER
                       MOVE 'Action must be L, A, R or P' TO FRMSG1O
               END-EVALUATE
               PERFORM SEND-REVIEW-RESULT
           END-PERFORM.
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** CLEAR REDRAWS A BLANK INPUT SCREEN WITHOUT ENDING THE TASK   *
      *****************************************************************
       CLEARIT.
           PERFORM SET-MAP-DEFAULTS
           EXEC CICS SEND MAP('WGRVMFRI')
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
      ** LIST THE OLDEST PENDING ITEMS - THE QUEUE KEY STARTS WITH THE*
      ** DATE AND TIME HELD, SO A BROWSE FROM THE START READS THEM IN *
      ** THE ORDER THEY WERE HELD. THE THRESHOLD AND WINDOW IN FORCE  *
      ** ARE SHOWN ALONGSIDE                                          *
      *****************************************************************
       LIST-PENDING-HOLDS.
           MOVE ZERO TO WS-LIST-COUNT
           INITIALIZE HOLD-LIST-LINES
           MOVE SPACES TO WS-LIST-KEYS
           MOVE ZERO TO WS-BROWSE-SCAN-COUNT
           MOVE 'N' TO WS-BROWSE-LIMIT-SWITCH
           MOVE 'N' TO WS-STOP-SWITCH
           PERFORM SHOW-FRAUD-PARMS
           MOVE LOW-VALUES TO FHQ-REC-KEY
           EXEC CICS STARTBR DATASET('WBFHLDDB-DD')
                     RIDFLD(FHQ-REC-KEY)
                     KEYLENGTH(LENGTH OF FHQ-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   PERFORM UNTIL WS-STOP-BROWSE
                       EXEC CICS READNEXT DATASET('WBFHLDDB-DD')
                                 INTO(FRAUD-HOLD-RECORD)
                                 LENGTH(LENGTH OF FRAUD-HOLD-RECORD)
                                 RIDFLD(FHQ-REC-KEY)
                                 KEYLENGTH(LENGTH OF FHQ-REC-KEY)
                                 RESP(RESP-CODE)
                       END-EXEC
                       EVALUATE RESP-CODE
                           WHEN 0
                               ADD 1 TO WS-BROWSE-SCAN-COUNT
                               IF FHQ-PENDING
                                   PERFORM ADD-LIST-LINE
                               END-IF
                               IF WS-LIST-COUNT >= WS-MAX-LIST-LINES
                                   MOVE 'Y' TO WS-STOP-SWITCH
                               END-IF
                               IF WS-BROWSE-SCAN-COUNT >=
                                  WS-MAX-BROWSE-RECS
                                   MOVE 'Y' TO WS-BROWSE-LIMIT-SWITCH
                                   MOVE 'Y' TO WS-STOP-SWITCH
                               END-IF
                           WHEN DFHRESP-ENDFILE
                               MOVE 'Y' TO WS-STOP-SWITCH
                           WHEN OTHER
                               MOVE 'I/O error reading the hold queue'
                                    TO FRMSG2O
                               MOVE 'Y' TO WS-STOP-SWITCH
                       END-EVALUATE
                   END-PERFORM
                   EXEC CICS ENDBR DATASET('WBFHLDDB-DD') END-EXEC
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN OTHER
                   MOVE 'I/O error reading the hold queue' TO FRMSG2O
           END-EVALUATE
           IF FRMSG2O = SPACES
               IF WS-BROWSE-LIMIT-HIT
                   MOVE 'Queue scan limit reached - list may be short'
                        TO FRMSG2O
               ELSE
                   MOVE WS-LIST-COUNT TO WS-PENDING-COUNT
                   STRING WS-PENDING-COUNT
                          ' pending item(s) listed, oldest first'
                          DELIMITED BY SIZE INTO FRMSG2O
               END-IF
           END-IF.

       ADD-LIST-LINE.
           ADD 1 TO WS-LIST-COUNT
           MOVE FHQ-REC-KEY TO WS-LIST-KEY(WS-LIST-COUNT)
           MOVE FHQ-HELD-DATE TO FRLDATEO(WS-LIST-COUNT)
           MOVE FHQ-KIND TO FRLKINDO(WS-LIST-COUNT)
           MOVE FHQ-FROM-NUM TO FRLACCTO(WS-LIST-COUNT)
           MOVE FHQ-AMOUNT TO FRLAMTO(WS-LIST-COUNT)
           MOVE FHQ-REASON TO FRLREASO(WS-LIST-COUNT)
           MOVE FHQ-HELD-BY TO FRLBYO(WS-LIST-COUNT).

      *****************************************************************
      ** THE THRESHOLD AND WINDOW WGRVFRCK IS APPLYING - THE FRAUDHLD *
      ** RECORD, OR THE STANDARD VALUES WHEN NONE HAS BEEN SET        *
      *****************************************************************
       SHOW-FRAUD-PARMS.
           EXEC CICS READ DATASET('WBFRPMDB-DD')
                     INTO(FRAUD-PARM-RECORD)
                     LENGTH(LENGTH OF FRAUD-PARM-RECORD)
                     KEYLENGTH(LENGTH OF FRP-REC-KEY)
                     RIDFLD(FRP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               MOVE FRP-HOLD-AMOUNT TO FRAMTO
               MOVE FRP-HOLD-DAYS TO FRDAYSO
           ELSE
               MOVE WS-DEFAULT-HOLD-AMOUNT TO FRAMTO
               MOVE WS-DEFAULT-HOLD-DAYS TO FRDAYSO
           END-IF.

      *****************************************************************
      ** THE LINE KEYED MUST BE ON THE LIST THIS TASK LAST SHOWED;    *
      ** ITS ITEM IS READ FOR UPDATE AND MUST STILL BE PENDING        *
      *****************************************************************
       SELECT-LISTED-HOLD.
           IF WS-LIST-COUNT = ZERO
               MOVE 'List the queue first (action L)' TO FRMSG1O
               MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
           END-IF

           IF NOT WS-REVIEW-FAILED
               IF LINEI IS NUMERIC
                   MOVE LINEI TO WS-LINE-NUM
               ELSE
                   MOVE ZERO TO WS-LINE-NUM
               END-IF
               IF WS-LINE-NUM = ZERO OR WS-LINE-NUM > WS-LIST-COUNT
                   MOVE 'Key the line number of a listed item'
                        TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               MOVE WS-LIST-KEY(WS-LINE-NUM) TO FHQ-REC-KEY
               EXEC CICS READ DATASET('WBFHLDDB-DD')
                         INTO(FRAUD-HOLD-RECORD)
                         LENGTH(LENGTH OF FRAUD-HOLD-RECORD)
                         KEYLENGTH(LENGTH OF FHQ-REC-KEY)
                         RIDFLD(FHQ-REC-KEY)
                         UPDATE
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error reading the hold queue' TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               ELSE
                   IF NOT FHQ-PENDING
                       MOVE 'Item has already been decided' TO FRMSG1O
                       MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
                       EXEC CICS UNLOCK DATASET('WBFHLDDB-DD')
                       END-EXEC
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      ** RELEASE - A SECOND PAIR OF EYES: THE OPERATOR WHO HELD THE   *
      ** ITEM CANNOT RELEASE IT. THE CUSTOMERS MUST STILL BE CLEAR OF *
      ** COMPLIANCE REVIEW, THEN THE MOVEMENT POSTS AND THE ITEM IS   *
      ** MARKED RELEASED IN THE SAME UNIT OF WORK. A REFUSAL LEAVES   *
      ** THE ITEM PENDING                                             *
      *****************************************************************
       RELEASE-HOLD.
           IF FHQ-HELD-BY = WS-SUPERVISOR-ID
               MOVE 'Release must be by another operator'
                    TO FRMSG1O
               MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
           END-IF

           IF NOT WS-REVIEW-FAILED
               MOVE FHQ-SSN TO SCRN-SSN
               PERFORM CHECK-COMPLIANCE-HOLD
           END-IF
           IF NOT WS-REVIEW-FAILED AND FHQ-TRANSFER
              AND FHQ-TO-SSN NOT = FHQ-SSN
               MOVE FHQ-TO-SSN TO SCRN-SSN
               PERFORM CHECK-COMPLIANCE-HOLD
           END-IF
           IF WS-REVIEW-FAILED
               EXEC CICS UNLOCK DATASET('WBFHLDDB-DD') END-EXEC
           END-IF

           IF NOT WS-REVIEW-FAILED
               IF FHQ-TRANSFER
                   PERFORM RELEASE-TRANSFER
               ELSE
                   PERFORM RELEASE-WITHDRAWAL
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               MOVE 'R' TO WS-DECISION
               PERFORM MARK-HOLD-DECIDED
           END-IF

           IF NOT WS-REVIEW-FAILED
               MOVE 'Released - posted as keyed' TO FRMSG1O
               MOVE 'FRRLSE' TO AU-REQUEST-ID
               MOVE FHQ-FROM-NUM TO AU-DETAIL
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** REJECT - NOTHING POSTS; THE ITEM IS MARKED REJECTED          *
      *****************************************************************
       REJECT-HOLD.
           MOVE 'J' TO WS-DECISION
           PERFORM MARK-HOLD-DECIDED
           IF NOT WS-REVIEW-FAILED
               MOVE 'Rejected - nothing posted' TO FRMSG1O
               MOVE 'FRRJCT' TO AU-REQUEST-ID
               MOVE FHQ-FROM-NUM TO AU-DETAIL
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** STAMP THE DECISION ON THE QUEUE ITEM STILL HELD FOR UPDATE - *
      ** A FAILED REWRITE BACKS OUT ANYTHING ALREADY POSTED           *
      *****************************************************************
       MARK-HOLD-DECIDED.
           MOVE WS-DECISION TO FHQ-STATUS
           MOVE WS-SUPERVISOR-ID TO FHQ-DECIDED-BY
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(FHQ-DECIDED-DATE)
                     TIME(WS-DECIDE-TIME)
           END-EXEC
           MOVE WS-DECIDE-TIME(1:6) TO FHQ-DECIDED-TIME
           EXEC CICS REWRITE DATASET('WBFHLDDB-DD')
                     FROM(FRAUD-HOLD-RECORD)
                     LENGTH(LENGTH OF FRAUD-HOLD-RECORD)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               MOVE 'I/O error updating the hold queue' TO FRMSG1O
               MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

      *****************************************************************
      ** A PENDING (P) OR CONFIRMED (X) COMPLIANCE MATCH STOPS THE    *
      ** RELEASE; A REVIEW FILE THAT CANNOT BE READ STOPS IT TOO      *
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
                            TO FRMSG1O
                       MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN OTHER
                   MOVE 'I/O error reading the compliance file'
                        TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** POST A HELD TRANSFER THE WAY WGRVXFER'S APPLY-TRANSFER DOES -*
      ** DEBIT SIDE (AVAILABLE FUNDS PLUS OD LIMIT MUST STILL COVER   *
      ** IT), CREDIT SIDE, THEN ONE WITHDRAWAL AND ONE DEPOSIT        *
      ** MOVEMENT AS TRANSFER LEGS UNDER THE TELLER WHO TOOK IT       *
      *****************************************************************
       RELEASE-TRANSFER.
           MOVE FHQ-SSN TO SSN OF ACCT-REC-KEY
           MOVE FHQ-FROM-NUM TO NUM OF ACCT-REC-KEY
           EXEC CICS READ DATASET('WBACCTDB-DD')
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RIDFLD(ACCT-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               MOVE 'I/O error locking the from-account' TO FRMSG1O
               MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               EXEC CICS UNLOCK DATASET('WBFHLDDB-DD') END-EXEC
           END-IF

           IF NOT WS-REVIEW-FAILED
               COMPUTE WS-OD-ROOM =
                       ACCOUNT-AVAIL-BALANCE + ACCOUNT-OD-LIMIT
               IF WS-OD-ROOM < FHQ-AMOUNT
                   PERFORM REFUSE-RELEASE-FUNDS
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               SUBTRACT FHQ-AMOUNT FROM ACCOUNT-BALANCE
               SUBTRACT FHQ-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
               EXEC CICS REWRITE DATASET('WBACCTDB-DD')
                         FROM(ACCOUNT-RECORD)
                         LENGTH(LENGTH OF ACCOUNT-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error updating the from-account'
                        TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               MOVE FHQ-TO-SSN TO SSN OF ACCT-REC-KEY
               MOVE FHQ-TO-NUM TO NUM OF ACCT-REC-KEY
               EXEC CICS READ DATASET('WBACCTDB-DD')
                         INTO(ACCOUNT-RECORD)
                         LENGTH(LENGTH OF ACCOUNT-RECORD)
                         KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                         RIDFLD(ACCT-REC-KEY)
                         UPDATE
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error locking the to-account' TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               ADD FHQ-AMOUNT TO ACCOUNT-BALANCE
               ADD FHQ-AMOUNT TO ACCOUNT-AVAIL-BALANCE
               EXEC CICS REWRITE DATASET('WBACCTDB-DD')
                         FROM(ACCOUNT-RECORD)
                         LENGTH(LENGTH OF ACCOUNT-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error updating the to-account' TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               MOVE SPACES TO TP-COMMAREA
               MOVE FHQ-HELD-BY    TO TP-TELLER-ID
               MOVE FHQ-FROM-NUM   TO TP-ACCOUNT-NUMBER
               MOVE 'W'            TO TP-TYPE
               MOVE 'Y'            TO TP-TRANSFER-LEG
               MOVE FHQ-AMOUNT     TO TP-AMOUNT
               PERFORM LINK-POSTING
           END-IF

           IF NOT WS-REVIEW-FAILED
               MOVE SPACES TO TP-COMMAREA
               MOVE FHQ-HELD-BY    TO TP-TELLER-ID
               MOVE FHQ-TO-NUM     TO TP-ACCOUNT-NUMBER
               MOVE 'D'            TO TP-TYPE
               MOVE 'Y'            TO TP-TRANSFER-LEG
               MOVE FHQ-AMOUNT     TO TP-AMOUNT
               PERFORM LINK-POSTING
           END-IF.

      *****************************************************************
      ** POST A HELD WITHDRAWAL THE WAY WGRVPOST'S POST-MOVEMENT DOES *
      ** - THE FUNDS MUST STILL COVER THE AMOUNT AND ANY EARLY-BREAK  *
      ** PENALTY; THE PENALTY POSTS AS A TYPE F FEE AND THE           *
      ** CERTIFICATE PRINCIPAL IS REDUCED                             *
      *****************************************************************
       RELEASE-WITHDRAWAL.
           MOVE FHQ-SSN TO SSN OF ACCT-REC-KEY
           MOVE FHQ-FROM-NUM TO NUM OF ACCT-REC-KEY
           EXEC CICS READ DATASET('WBACCTDB-DD')
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RIDFLD(ACCT-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               MOVE 'I/O error locking the account for update'
                    TO FRMSG1O
               MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               EXEC CICS UNLOCK DATASET('WBFHLDDB-DD') END-EXEC
           END-IF

           IF NOT WS-REVIEW-FAILED
               COMPUTE WS-OD-ROOM =
                       ACCOUNT-AVAIL-BALANCE + ACCOUNT-OD-LIMIT
               IF WS-OD-ROOM < FHQ-AMOUNT + FHQ-PENALTY-AMOUNT
                   PERFORM REFUSE-RELEASE-FUNDS
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               MOVE SPACES TO TP-COMMAREA
               MOVE FHQ-HELD-BY    TO TP-TELLER-ID
               MOVE FHQ-FROM-NUM   TO TP-ACCOUNT-NUMBER
               MOVE 'W'            TO TP-TYPE
               MOVE FHQ-AMOUNT     TO TP-AMOUNT
               PERFORM LINK-POSTING
           END-IF

           IF NOT WS-REVIEW-FAILED AND FHQ-PENALTY-AMOUNT > ZERO
               MOVE 'F' TO TP-TYPE
               MOVE FHQ-PENALTY-AMOUNT TO TP-AMOUNT
               MOVE ZERO TO TP-TRAN-SEQ TP-REVERSAL-OF
               MOVE SPACES TO TP-RETURN-CODE
               PERFORM LINK-POSTING
           END-IF

           IF NOT WS-REVIEW-FAILED AND FHQ-EARLY-BREAK = 'Y'
               MOVE FHQ-SSN TO TERM-SSN
               MOVE FHQ-FROM-NUM TO TERM-NUM
               EXEC CICS READ DATASET('WBTERMDB-DD')
                         INTO(TERM-RECORD)
                         LENGTH(LENGTH OF TERM-RECORD)
                         KEYLENGTH(LENGTH OF TERM-REC-KEY)
                         RIDFLD(TERM-REC-KEY)
                         UPDATE
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE = 0
                   IF TERM-PRINCIPAL > FHQ-AMOUNT
                       SUBTRACT FHQ-AMOUNT FROM TERM-PRINCIPAL
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
                        TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               SUBTRACT FHQ-AMOUNT FROM ACCOUNT-BALANCE
               SUBTRACT FHQ-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
               SUBTRACT FHQ-PENALTY-AMOUNT FROM ACCOUNT-BALANCE
               SUBTRACT FHQ-PENALTY-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
               EXEC CICS REWRITE DATASET('WBACCTDB-DD')
                         FROM(ACCOUNT-RECORD)
                         LENGTH(LENGTH OF ACCOUNT-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error updating the account balance'
                        TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF.

      *****************************************************************
      ** THE FUNDS NO LONGER COVER THE ITEM - GIVE UP BOTH LOCKS AND  *
      ** LEAVE IT PENDING FOR A LATER RELEASE OR A REJECT             *
      *****************************************************************
       REFUSE-RELEASE-FUNDS.
           MOVE 'Release refused - funds no longer cover it'
                TO FRMSG1O
           MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
           EXEC CICS UNLOCK DATASET('WBACCTDB-DD') END-EXEC
           EXEC CICS UNLOCK DATASET('WBFHLDDB-DD') END-EXEC.

      *****************************************************************
      ** ONE MOVEMENT THROUGH WGRVPTRN - ANYTHING ALREADY CHANGED IN  *
      ** THIS UNIT OF WORK IS BACKED OUT IF IT FAILS                  *
      *****************************************************************
       LINK-POSTING.
           EXEC CICS LINK PROGRAM('WGRVPTRN')
                     COMMAREA(TP-COMMAREA)
                     LENGTH(LENGTH OF TP-COMMAREA)
           END-EXEC
           IF TP-RETURN-CODE NOT = '00'
               MOVE 'I/O error writing the Transaction VSAM file'
                    TO FRMSG1O
               MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

      *****************************************************************
      ** SET THE HOLD THRESHOLD (18 DIGITS, LAST TWO CENTS) AND THE   *
      ** WINDOW IN DAYS (1-999) ON THE FRAUDHLD RECORD, CREATING IT   *
      ** THE FIRST TIME                                               *
      *****************************************************************
       SET-FRAUD-PARMS.
           MOVE ZERO TO WS-AMOUNT-NUM
           IF HLDAMTI(1:16) IS NUMERIC
              AND HLDAMTI(17:2) IS NUMERIC
               MOVE HLDAMTI(1:16) TO WS-AMOUNT-NUM(1:16)
               MOVE HLDAMTI(17:2) TO WS-AMOUNT-NUM(17:2)
               MOVE WS-AMOUNT-NUM TO WS-NEW-HOLD-AMOUNT
           ELSE
               MOVE 'Threshold must be 18 digits, last two cents'
                    TO FRMSG1O
               MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
           END-IF

           IF NOT WS-REVIEW-FAILED
               IF HLDDAYI IS NUMERIC
                   MOVE HLDDAYI TO WS-NEW-HOLD-DAYS
               ELSE
                   MOVE ZERO TO WS-NEW-HOLD-DAYS
               END-IF
               IF WS-NEW-HOLD-DAYS = ZERO
                   MOVE 'Days must be 3 digits, 001-999' TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               EXEC CICS READ DATASET('WBFRPMDB-DD')
                         INTO(FRAUD-PARM-RECORD)
                         LENGTH(LENGTH OF FRAUD-PARM-RECORD)
                         KEYLENGTH(LENGTH OF FRP-REC-KEY)
                         RIDFLD(FRP-REC-KEY)
                         UPDATE
                         RESP(RESP-CODE)
               END-EXEC
               MOVE WS-NEW-HOLD-AMOUNT TO FRP-HOLD-AMOUNT
               MOVE WS-NEW-HOLD-DAYS TO FRP-HOLD-DAYS
               MOVE WS-SUPERVISOR-ID TO FRP-UPDATED-BY
               MOVE WS-TODAY-NUM TO FRP-UPDATED-DATE
               EVALUATE RESP-CODE
                   WHEN 0
                       EXEC CICS REWRITE DATASET('WBFRPMDB-DD')
                                 FROM(FRAUD-PARM-RECORD)
                                 LENGTH(LENGTH OF FRAUD-PARM-RECORD)
                                 RESP(RESP-CODE)
                       END-EXEC
                   WHEN DFHRESP-NOTFND
                       EXEC CICS WRITE DATASET('WBFRPMDB-DD')
                                 FROM(FRAUD-PARM-RECORD)
                                 LENGTH(LENGTH OF FRAUD-PARM-RECORD)
                                 KEYLENGTH(LENGTH OF FRP-REC-KEY)
                                 RIDFLD(FRP-REC-KEY)
                                 RESP(RESP-CODE)
                       END-EXEC
               END-EVALUATE
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error updating the fraud parameters'
                        TO FRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               MOVE WS-NEW-HOLD-AMOUNT TO FRAMTO
               MOVE WS-NEW-HOLD-DAYS TO FRDAYSO
               MOVE 'Fraud-hold threshold and window set' TO FRMSG1O
               MOVE 'FRPARM' TO AU-REQUEST-ID
               MOVE FRP-REC-KEY TO AU-DETAIL
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** SEND THE RESULT SCREEN                                       *
      *****************************************************************
       SEND-REVIEW-RESULT.
           EXEC CICS SEND MAP('WGRVMFRO')
                       FROM(FRTRANO FRAMTO FRDAYSO HOLD-LIST-LINES
                            FRMSG1O FRMSG2O)
                       LENGTH(LENGTH OF FRTRANO FRAMTO FRDAYSO
                              HOLD-LIST-LINES FRMSG1O FRMSG2O)
                       END-EXEC.

       SET-MAP-DEFAULTS.
           MOVE 'WBFR' TO FRTRANO.
           MOVE 0      TO FRAMTO.
           MOVE 0      TO FRDAYSO.
           INITIALIZE HOLD-LIST-LINES.
           MOVE SPACES TO FRMSG1O.
           MOVE SPACES TO FRMSG2O.

       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED = 'Y'
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              MOVE FRMSG1O           TO LOG-MSG-TEXT
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                                  FROM(LOG-MSG)
                                  LENGTH(HW-LENGTH)
                                  NOHANDLE
                                  END-EXEC
           END-IF.

      * Write one durable audit record per review decision
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

       END PROGRAM WGRVFRVW.
