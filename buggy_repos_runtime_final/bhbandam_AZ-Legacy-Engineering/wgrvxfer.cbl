     ** APPLIED WITH THE CREDIT LOST. BOTH ACCOUNTS ARE LOCATED WITH *
     ** THE SAME ACCOUNT-FOUND/NOT-FOUND DISTINCTION WGRVGBAL'S      *
     ** FIND-ACCOUNT-BY-NUMBER MAKES, SO A MISTYPED TARGET ACCOUNT   *
     ** FAILS CLEANLY BEFORE ANYTHING POSTS. A TD (TERM DEPOSIT) IS  *
     ** REFUSED ON EITHER SIDE - ITS FUNDS MOVE ONLY THROUGH         *
     ** WGRVPOST (WITH THE EARLY-BREAK RULES) OR THE WGRVBJ20        *
     ** MATURITY RUN. AN LN (INSTALMENT LOAN) IS REFUSED TOO - IT    *
     ** MOVES ONLY BY THE SCHEDULED WGRVBJ26 REPAYMENT, SO ITS       *
     ** BALANCE AND ITS AMORTIZATION SCHEDULE NEVER DISAGREE. A      *
     ** CUSTOMER ON EITHER SIDE WHO IS HELD ON WBSCRNDB PENDING      *
     ** SANCTIONS REVIEW STOPS THE TRANSFER. A TRANSFER THE WGRVFRCK *
     ** FRAUD RULES FLAG - OVER THE HOLD THRESHOLD, SOON AFTER A     *
     ** CONTACT-DETAIL CHANGE OR PIN UNLOCK ON THE FROM-CUSTOMER -   *
     ** DOES NOT POST: IT IS QUEUED ON WBFHLDDB FOR A SUPERVISOR TO  *
     ** RELEASE OR REJECT ON THE WGRVFRVW REVIEW SCREEN.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVXFER.
           05 WS-TO-SSN                   PIC X(9).
           05 WS-TO-NUM                   PIC X(10).

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

      * Commarea for the LINK to WGRVFRCK - must match that program's
      * DFHCOMMAREA layout exactly
       01 FC-COMMAREA.
           05 FC-SSN                      PIC X(9).
           05 FC-AMOUNT                   PIC S9(16)V99.
           05 FC-RESULT                   PIC X(1).
           05 FC-REASON                   PIC X(30).
           05 FC-CHANGE-DATE              PIC X(8).

      * Fraud-hold queue item on WBFHLDDB - keyed by when it was held
      * and the holding task, so the file reads oldest-first; the
      * WGRVFRVW review screen releases (R) or rejects (J) it
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

       01 XFTRANO                       PIC X(4).
       01 FROMNUMO                      PIC X(10).
       01 TONUMO                        PIC X(10).
           05 TP-TRAN-SEQ                 PIC 9(6).
           05 TP-TELLER-ID                PIC X(8).
           05 TP-REVERSAL-OF              PIC 9(6).
           05 TP-TRANSFER-LEG             PIC X(1).

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
               IF NOT WS-XFER-FAILED
                   PERFORM LOCATE-BOTH-ACCOUNTS
               END-IF
               IF NOT WS-XFER-FAILED
                   MOVE WS-FROM-SSN TO SCRN-SSN
                   PERFORM CHECK-COMPLIANCE-HOLD
               END-IF
               IF NOT WS-XFER-FAILED AND WS-TO-SSN NOT = WS-FROM-SSN
                   MOVE WS-TO-SSN TO SCRN-SSN
                   PERFORM CHECK-COMPLIANCE-HOLD
               END-IF
               IF NOT WS-XFER-FAILED
                   PERFORM CHECK-FRAUD-RULES
               END-IF
               IF NOT WS-XFER-FAILED
                   PERFORM APPLY-TRANSFER
               END-IF
           PERFORM FIND-ACCOUNT-BY-NUMBER
           IF WS-ACCOUNT-FOUND
               MOVE ACCT-REC-KEY TO WS-FROM-ACCT-KEY
               IF ACCOUNT-TYPE OF ACCOUNT-RECORD = 'TD'
                   MOVE 'Term deposits cannot be transferred from'
                        TO XFMSG1O
                   MOVE 'Y' TO WS-XFER-FAIL-SWITCH
               END-IF
               IF ACCOUNT-TYPE OF ACCOUNT-RECORD = 'LN'
                   MOVE 'Loan accounts cannot be transferred from'
                        TO XFMSG1O
                   MOVE 'Y' TO WS-XFER-FAIL-SWITCH
               END-IF
           ELSE
               MOVE 'From-account not on file' TO XFMSG1O
               MOVE 'Y' TO WS-XFER-FAIL-SWITCH
               PERFORM FIND-ACCOUNT-BY-NUMBER
               IF WS-ACCOUNT-FOUND
                   MOVE ACCT-REC-KEY TO WS-TO-ACCT-KEY
                   IF ACCOUNT-TYPE OF ACCOUNT-RECORD = 'TD'
                       MOVE 'Term deposits cannot be transferred to'
                            TO XFMSG1O
                       MOVE 'Y' TO WS-XFER-FAIL-SWITCH
                   END-IF
                   IF ACCOUNT-TYPE OF ACCOUNT-RECORD = 'LN'
                       MOVE 'Loan accounts cannot be transferred to'
                            TO XFMSG1O
                       MOVE 'Y' TO WS-XFER-FAIL-SWITCH
                   END-IF
               ELSE
                   MOVE 'To-account not on file' TO XFMSG1O
                   MOVE 'Y' TO WS-XFER-FAIL-SWITCH
               MOVE 'Y' TO WS-XFER-FAIL-SWITCH
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
                            TO XFMSG1O
                       MOVE 'Y' TO WS-XFER-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN OTHER
                   MOVE 'I/O error reading the compliance file'
                        TO XFMSG1O
                   MOVE 'Y' TO WS-XFER-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** FRAUD RULES ON THE FROM-CUSTOMER - WGRVFRCK SAYS POST, HOLD  *
      ** OR (FILES UNREADABLE) REFUSE. A HELD TRANSFER IS QUEUED FOR  *
      ** SUPERVISOR REVIEW AND GOES NO FURTHER HERE                   *
      *****************************************************************
       CHECK-FRAUD-RULES.
           MOVE SPACES TO FC-COMMAREA
           MOVE WS-FROM-SSN TO FC-SSN
           MOVE WS-XFER-AMOUNT TO FC-AMOUNT
           EXEC CICS LINK PROGRAM('WGRVFRCK')
                     COMMAREA(FC-COMMAREA)
                     LENGTH(LENGTH OF FC-COMMAREA)
           END-EXEC
           EVALUATE FC-RESULT
               WHEN 'P'
                   CONTINUE
               WHEN 'H'
                   PERFORM QUEUE-FRAUD-HOLD
                   MOVE 'Y' TO WS-XFER-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'I/O error reading the fraud-rules files'
                        TO XFMSG1O
                   MOVE 'Y' TO WS-XFER-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** QUEUE THE HELD TRANSFER ON WBFHLDDB AS PENDING (P) WITH WHAT *
      ** CHANGED AND WHEN, AND AUDIT THE HOLD                         *
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
           MOVE 'X' TO FHQ-KIND
           MOVE WS-FROM-SSN TO FHQ-SSN
           MOVE WS-FROM-NUM TO FHQ-FROM-NUM
           MOVE WS-TO-SSN TO FHQ-TO-SSN
           MOVE WS-TO-NUM TO FHQ-TO-NUM
           MOVE WS-XFER-AMOUNT TO FHQ-AMOUNT
           MOVE ZERO TO FHQ-PENALTY-AMOUNT
           MOVE 'N' TO FHQ-EARLY-BREAK
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
                    TO XFMSG1O
               STRING 'Changed ' FHQ-CHANGE-DATE ': ' FHQ-REASON
                      DELIMITED BY SIZE INTO XFMSG2O
               MOVE 'FRHOLD' TO AU-REQUEST-ID
               MOVE WS-FROM-NUM TO AU-DETAIL
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'XFER  ' TO AU-REQUEST-ID
               PERFORM WRITE-LOG-MSG
           ELSE
               MOVE 'I/O error writing the fraud-hold queue'
                    TO XFMSG1O
           END-IF.

      *****************************************************************
      ** LOCATE AN ACCOUNT BY NUMBER ALONE - ACCT-REC-KEY IS SSN+NUM  *
      ** SO BROWSE AND COMPARE THE SAME WAY WGRVGBAL'S                *
               MOVE WS-TELLER-ID TO TP-TELLER-ID
               MOVE FROMNUMI       TO TP-ACCOUNT-NUMBER
               MOVE 'W'            TO TP-TYPE
               MOVE 'Y'            TO TP-TRANSFER-LEG
               MOVE WS-XFER-AMOUNT TO TP-AMOUNT
               EXEC CICS LINK PROGRAM('WGRVPTRN')
                         COMMAREA(TP-COMMAREA)
               MOVE WS-TELLER-ID TO TP-TELLER-ID
               MOVE TONUMI         TO TP-ACCOUNT-NUMBER
               MOVE 'D'            TO TP-TYPE
               MOVE 'Y'            TO TP-TRANSFER-LEG
               MOVE WS-XFER-AMOUNT TO TP-AMOUNT
               EXEC CICS LINK PROGRAM('WGRVPTRN')
                         COMMAREA(TP-COMMAREA)
