      *****************************************************************
     ** SANCTIONS REVIEW - A CUSTOMER WHOSE NORMALIZED NAME OR       *
     ** ADDRESS MATCHED THE SANCTIONS LIST (AT ADD TIME IN WTIADDC,  *
     ** ON A WGRVCMNT CHANGE, OR IN THE WGRVBJ22 NIGHTLY RESCREEN)   *
     ** SITS ON WBSCRNDB IN PENDING STATUS, AND WGRVPOST, WGRVXFER   *
     ** AND WGRVOPEN REFUSE ALL ACTIVITY FOR THAT CUSTOMER. THIS     *
     ** SCREEN IS WHERE COMPLIANCE WORKS THE CASE: ACTION 'I' SHOWS  *
     ** THE CUSTOMER AND THE LIST ENTRY HIT, 'C' CLEARS A PENDING    *
     ** HIT AS A FALSE MATCH (LIFTING THE HOLD), AND 'X' CONFIRMS IT *
     ** AS A TRUE MATCH (THE HOLD STAYS, AND NO RESCREEN REOPENS     *
     ** IT). THE REVIEWER'S USERID AND THE DATE ARE STAMPED ON THE   *
     ** RECORD AND EVERY DECISION IS AUDITED TO BKAU.                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVSREV.
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

      * Compliance review record on WBSCRNDB, keyed by SSN. Match
      * type N is a name hit, A an address hit, E a customer who
      * could not be screened because the list was unreadable
       01 SCRN-REC-KEY.
           05 SCRN-SSN                    PIC X(9).
       01 SCREEN-RECORD.
           05 SCRN-STATUS                 PIC X(1).
              88 SCRN-PENDING             VALUE 'P'.
              88 SCRN-CLEARED             VALUE 'C'.
              88 SCRN-CONFIRMED           VALUE 'X'.
           05 SCRN-MATCH-TYPE             PIC X(1).
           05 SCRN-ENTRY-ID               PIC X(10).
           05 SCRN-MATCH-VALUE            PIC X(40).
           05 SCRN-HIT-DATE               PIC X(8).
           05 SCRN-SOURCE                 PIC X(8).
           05 SCRN-REVIEWED-BY            PIC X(8).
           05 SCRN-REVIEWED-DATE          PIC X(8).

       01 SRTRANO                       PIC X(4).
       01 SSNO                          PIC X(9).
       01 NAMEO                         PIC X(30).
       01 SCRSTATO                      PIC X(1).
       01 MATCHTO                       PIC X(1).
       01 ENTRYO                        PIC X(10).
       01 MATCHVO                       PIC X(40).
       01 HITDATEO                      PIC X(8).
       01 SOURCEO                       PIC X(8).
       01 REVBYO                        PIC X(8).
       01 REVDATEO                      PIC X(8).
       01 SRMSG1O                       PIC X(50).
       01 SRMSG2O                       PIC X(50).

       01 ACTIONL                       PIC 9(4).
       01 ACTIONI                       PIC X(1).
       01 SSNL                          PIC 9(4).
       01 SSNI                          PIC X(9).

       01 RESP-CODE                     PIC S9(8) COMP.

       01 DFHRESP-NOTOPEN               PIC S9(8) COMP VALUE -2.
       01 DFHRESP-DISABLED              PIC S9(8) COMP VALUE -3.
       01 DFHRESP-ENDFILE               PIC S9(8) COMP VALUE -4.
       01 DFHRESP-NOTFND                PIC S9(8) COMP VALUE -5.
       01 DFHRESP-DUPREC                PIC S9(8) COMP VALUE -6.
       01 DFHRESP-DUPKEY                PIC S9(8) COMP VALUE -7.

       01 WS-REVIEW-FAIL-SWITCH         PIC X VALUE 'N'.
           88 WS-REVIEW-FAILED          VALUE 'Y'.

       01 WS-DONE-SWITCH                PIC X VALUE 'N'.
           88 DONE                      VALUE 'Y'.
       01 WS-GOODBYE-MSG                PIC X(24)
                                         VALUE 'Transaction ended'.

       01 WS-TODAY-NUM                  PIC 9(8) VALUE ZERO.

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
           05 TASK-NUMBER                 PIC 9(8).
           05 LOG-MSG-TEXT                PIC X(50).

       01 LOGGING-IS-ENABLED              PIC X(1) VALUE 'Y'.
       01 HW-LENGTH                       PIC S9(4) COMP.

      * Durable audit trail of review decisions - written every time,
      * independent of the LOGGING-IS-ENABLED-gated trace
       01 AU-AUDIT-RECORD.
           05 AU-PROGRAM                  PIC X(8)  VALUE 'WGRVSREV'.
           05 AU-REQUEST-ID               PIC X(6)  VALUE SPACES.
           05 AU-DETAIL                   PIC X(10) VALUE SPACES.
           05 AU-TASK-NUMBER              PIC 9(8)  VALUE ZERO.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.

      * Operator id of the signed-on reviewer, stamped on the record
       01 WS-REVIEWER-ID                  PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM SET-MAP-DEFAULTS
           PERFORM UNTIL DONE
               EXEC CICS HANDLE AID
                         CLEAR(CLEARIT)
                         PF3(PF3-EXIT)
                         PF12(CANCELIT)
               END-EXEC
               EXEC CICS RECEIVE MAP('WGRVMSRI')
                               INTO(ACTIONL ACTIONI SSNL SSNI)
                               LENGTH(LENGTH OF ACTIONL ACTIONI SSNL
                                      SSNI)
                               END-EXEC
               MOVE 'N' TO WS-REVIEW-FAIL-SWITCH
               PERFORM SET-MAP-DEFAULTS
               IF SSNL = 0 OR SSNI = SPACES
                   MOVE 'Customer SSN is required' TO SRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               END-IF
               IF NOT WS-REVIEW-FAILED
                   PERFORM SHOW-REVIEW-CASE
               END-IF
               IF NOT WS-REVIEW-FAILED
                   EVALUATE ACTIONI
                       WHEN 'I'
                           CONTINUE
                       WHEN SPACE
                           CONTINUE
                       WHEN 'C'
                           PERFORM RECORD-REVIEW-DECISION
                       WHEN 'X'
                           PERFORM RECORD-REVIEW-DECISION
                       WHEN OTHER
                           MOVE 'Action must be I, C (clear) or X'
                                TO SRMSG1O
                           MOVE '(confirm match)' TO SRMSG2O
                   END-EVALUATE
               END-IF
               PERFORM SEND-REVIEW-RESULT
           END-PERFORM.
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** CLEAR REDRAWS A BLANK INPUT SCREEN WITHOUT ENDING THE TASK   *
      *****************************************************************
       CLEARIT.
           PERFORM SET-MAP-DEFAULTS
           EXEC CICS SEND MAP('WGRVMSRI')
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
      ** LOOK UP THE CUSTOMER BY SSN THROUGH THE WBCSSNI ALTERNATE    *
      ** INDEX AND THE REVIEW RECORD UNDER THE SAME SSN, AND SHOW     *
      ** BOTH - EVERY ACTION STARTS FROM WHAT IS ON FILE NOW          *
      *****************************************************************
       SHOW-REVIEW-CASE.
           MOVE SSNI TO SSN-KEY OF CUST-SSN-KEY
           EXEC CICS READ DATASET('WBCSSNI-DD')
                     INTO(CUSTOMER-RECORD)
                     LENGTH(LENGTH OF CUSTOMER-RECORD)
                     KEYLENGTH(LENGTH OF CUST-SSN-KEY)
                     RIDFLD(CUST-SSN-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   MOVE SSNI TO SSNO
                   MOVE CUSTOMER-NAME TO NAMEO
               WHEN DFHRESP-NOTFND
                   MOVE 'No customer on file with that SSN'
                        TO SRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'I/O error reading Customer SSN index'
                        TO SRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
           END-EVALUATE

           IF NOT WS-REVIEW-FAILED
               MOVE SSNI TO SCRN-SSN
               EXEC CICS READ DATASET('WBSCRNDB-DD')
                         INTO(SCREEN-RECORD)
                         LENGTH(LENGTH OF SCREEN-RECORD)
                         KEYLENGTH(LENGTH OF SCRN-REC-KEY)
                         RIDFLD(SCRN-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               EVALUATE RESP-CODE
                   WHEN 0
                       PERFORM MOVE-CASE-TO-MAP
                       IF SCRN-PENDING
                           MOVE 'Sanctions hit pending review' TO
                                SRMSG1O
                       END-IF
                       IF SCRN-CLEARED
                           MOVE 'Hit cleared - no compliance hold' TO
                                SRMSG1O
                       END-IF
                       IF SCRN-CONFIRMED
                           MOVE 'Confirmed match - customer held' TO
                                SRMSG1O
                       END-IF
                   WHEN DFHRESP-NOTFND
                       MOVE 'No sanctions hit on file for customer'
                            TO SRMSG1O
                       MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
                   WHEN OTHER
                       MOVE 'I/O error reading the compliance file'
                            TO SRMSG1O
                       MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
               END-EVALUATE
           END-IF.

      *****************************************************************
      ** CLEAR OR CONFIRM - ONLY A PENDING HIT CAN BE DECIDED; A CASE *
      ** ALREADY DECIDED IS LEFT ALONE (A CLEARED CUSTOMER WHO HITS   *
      ** A NEW LIST ENTRY COMES BACK PENDING ON ITS OWN). THE RECORD  *
      ** IS REREAD FOR UPDATE SO TWO REVIEWERS CANNOT BOTH DECIDE IT  *
      *****************************************************************
       RECORD-REVIEW-DECISION.
           EXEC CICS READ DATASET('WBSCRNDB-DD')
                     INTO(SCREEN-RECORD)
                     LENGTH(LENGTH OF SCREEN-RECORD)
                     KEYLENGTH(LENGTH OF SCRN-REC-KEY)
                     RIDFLD(SCRN-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               MOVE 'I/O error locking the compliance record'
                    TO SRMSG1O
               MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
           END-IF

           IF NOT WS-REVIEW-FAILED AND NOT SCRN-PENDING
               EXEC CICS UNLOCK DATASET('WBSCRNDB-DD') END-EXEC
               MOVE 'Only a pending hit can be cleared or confirmed'
                    TO SRMSG1O
               MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
           END-IF

           IF NOT WS-REVIEW-FAILED
               EXEC CICS ASSIGN USERID(WS-REVIEWER-ID) END-EXEC
               EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                         YYYYMMDD(WS-TODAY-NUM)
               END-EXEC
               MOVE ACTIONI TO SCRN-STATUS
               MOVE WS-REVIEWER-ID TO SCRN-REVIEWED-BY
               MOVE WS-TODAY-NUM TO SCRN-REVIEWED-DATE
               EXEC CICS REWRITE DATASET('WBSCRNDB-DD')
                         FROM(SCREEN-RECORD)
                         LENGTH(LENGTH OF SCREEN-RECORD)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'I/O error updating the compliance record'
                        TO SRMSG1O
                   MOVE 'Y' TO WS-REVIEW-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-IF

           IF NOT WS-REVIEW-FAILED
               PERFORM MOVE-CASE-TO-MAP
               IF SCRN-CLEARED
                   MOVE 'Hit cleared - compliance hold lifted'
                        TO SRMSG1O
                   MOVE 'SCRCLR' TO AU-REQUEST-ID
               ELSE
                   MOVE 'Match confirmed - customer stays held'
                        TO SRMSG1O
                   MOVE 'SCRCNF' TO AU-REQUEST-ID
               END-IF
               MOVE SCRN-SSN TO AU-DETAIL
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

       MOVE-CASE-TO-MAP.
           MOVE SCRN-STATUS TO SCRSTATO
           MOVE SCRN-MATCH-TYPE TO MATCHTO
           MOVE SCRN-ENTRY-ID TO ENTRYO
           MOVE SCRN-MATCH-VALUE TO MATCHVO
           MOVE SCRN-HIT-DATE TO HITDATEO
           MOVE SCRN-SOURCE TO SOURCEO
           MOVE SCRN-REVIEWED-BY TO REVBYO
           MOVE SCRN-REVIEWED-DATE TO REVDATEO.

      *****************************************************************
      ** SEND THE RESULT SCREEN                                       *
      *****************************************************************
       SEND-REVIEW-RESULT.
           EXEC CICS SEND MAP('WGRVMSRO')
                       FROM(SRTRANO SSNO NAMEO SCRSTATO MATCHTO ENTRYO
                            MATCHVO HITDATEO SOURCEO REVBYO REVDATEO
                            SRMSG1O SRMSG2O)
                       LENGTH(LENGTH OF SRTRANO SSNO NAMEO SCRSTATO
                              MATCHTO ENTRYO MATCHVO HITDATEO SOURCEO
                              REVBYO REVDATEO SRMSG1O SRMSG2O)
                       END-EXEC.

       SET-MAP-DEFAULTS.
           MOVE 'WBSR' TO SRTRANO.
           MOVE SPACES TO SSNO.
           MOVE SPACES TO NAMEO.
           MOVE SPACES TO SCRSTATO.
           MOVE SPACES TO MATCHTO.
           MOVE SPACES TO ENTRYO.
           MOVE SPACES TO MATCHVO.
           MOVE SPACES TO HITDATEO.
           MOVE SPACES TO SOURCEO.
           MOVE SPACES TO REVBYO.
           MOVE SPACES TO REVDATEO.
           MOVE SPACES TO SRMSG1O.
           MOVE SPACES TO SRMSG2O.

       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED = 'Y'
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              MOVE SRMSG1O           TO LOG-MSG-TEXT
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

       END PROGRAM WGRVSREV.
