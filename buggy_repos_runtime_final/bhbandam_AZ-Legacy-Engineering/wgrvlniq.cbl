      *****************************************************************
     ** LOAN INQUIRY - WGRVOPEN WRITES AN LN ACCOUNT'S TERMS TO      *
     ** WBLOANDB AND ITS FULL AMORTIZATION SCHEDULE TO WBLSCHDB, AND *
     ** WGRVBJ26 COLLECTS THE INSTALMENTS NIGHTLY. THE TELLER KEYS   *
     ** AN SSN AND LOAN ACCOUNT NUMBER AND GETS THE LOAN'S TERMS,    *
     ** THE PAID COUNT AND THE ARREARS POSITION WITH ITS DELINQUENCY *
     ** BUCKET, AND TEN SCHEDULE LINES - INSTALMENT NUMBER, DUE      *
     ** DATE, PRINCIPAL, INTEREST, BALANCE LEFT AND STATUS. THE      *
     ** LINES START AT THE FIRST INSTALMENT NOT YET PAID, OR AT THE  *
     ** INSTALMENT NUMBER KEYED, SO A LONG SCHEDULE CAN BE PAGED.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVLNIQ.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *****************************************************************
      ** VARIABLES FOR INTERACTING WITH THE TERMINAL SESSION          *
      *****************************************************************
       WORKING-STORAGE SECTION.

      * Loan terms - the layout WGRVOPEN writes and WGRVBJ26 keeps up
      * to date
       01 LOAN-REC-KEY.
           05 LOAN-SSN                    PIC X(9).
           05 LOAN-NUM                    PIC X(10).
       01 LOAN-RECORD.
           05 LOAN-PRINCIPAL              PIC S9(16)V99 COMP-3.
           05 LOAN-RATE-PCT               PIC 9(3)V9(4).
           05 LOAN-TERM-MONTHS            PIC 9(3).
           05 LOAN-REPAY-DAY              PIC 9(2).
           05 LOAN-COLLECT-ACCOUNT        PIC X(10).
           05 LOAN-INSTALMENT             PIC S9(16)V99 COMP-3.
           05 LOAN-OPEN-DATE              PIC X(8).
           05 LOAN-STATUS                 PIC X(1).
               88 LOAN-ACTIVE             VALUE 'A'.
               88 LOAN-PAID-OFF           VALUE 'P'.
           05 LOAN-PAID-COUNT             PIC 9(3).
           05 LOAN-LAST-PAID-DATE         PIC X(8).
           05 LOAN-ARREARS-COUNT          PIC 9(3).
           05 LOAN-ARREARS-AMOUNT         PIC S9(16)V99 COMP-3.
           05 LOAN-DAYS-PAST-DUE          PIC 9(5).
           05 LOAN-DELINQ-BUCKET          PIC X(2).

      * One amortization line - the layout WGRVOPEN writes. R marks
      * an instalment WGRVBJ26 half-posted and left for manual repair
       01 LSCH-REC-KEY.
           05 LSCH-SSN                    PIC X(9).
           05 LSCH-NUM                    PIC X(10).
           05 LSCH-INSTALMENT-NO          PIC 9(3).
       01 LSCH-RECORD.
           05 LSCH-DUE-DATE               PIC X(8).
           05 LSCH-PRINCIPAL              PIC S9(16)V99 COMP-3.
           05 LSCH-INTEREST               PIC S9(16)V99 COMP-3.
           05 LSCH-BALANCE                PIC S9(16)V99 COMP-3.
           05 LSCH-STATUS                 PIC X(1).
               88 LSCH-UNPAID             VALUE 'U'.
               88 LSCH-PAID               VALUE 'P'.
               88 LSCH-REPAIR             VALUE 'R'.
           05 LSCH-PAID-DATE              PIC X(8).

       01 LNTRANO                       PIC X(4).
       01 LNMSG1O                       PIC X(50).
       01 LNMSG2O                       PIC X(50).

      * The loan's terms and standing
       01 LOAN-SUMMARY-FIELDS.
           05 LNPRINO                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 LNRATEO                   PIC ZZ9.9999.
           05 LNTERMO                   PIC ZZ9.
           05 LNINSTO                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 LNDAYO                    PIC 99.
           05 LNCOLLO                   PIC X(10).
           05 LNOPENO                   PIC X(8).
           05 LNSTATO                   PIC X(9).
           05 LNPAIDO                   PIC ZZ9.
           05 LNLASTO                   PIC X(8).
           05 LNARRO                    PIC ZZ9.
           05 LNARAMO                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 LNDPDO                    PIC ZZZZ9.
           05 LNBKTO                    PIC X(5).

      * Up to ten schedule lines on screen, in instalment order
       01 SCHED-LIST-LINES.
           05 SCHED-LIST-LINE OCCURS 10 TIMES.
              10 SCHNOO                 PIC ZZ9.
              10 SCHDUEO                PIC X(8).
              10 SCHPRNO                PIC ZZZ,ZZZ,ZZ9.99.
              10 SCHINTO                PIC ZZZ,ZZZ,ZZ9.99.
              10 SCHBALO                PIC ZZZ,ZZZ,ZZ9.99.
              10 SCHSTO                 PIC X(6).

       01 SSNL                          PIC 9(4).
       01 SSNI                          PIC X(9).
       01 ACCTL                         PIC 9(4).
       01 ACCTI                         PIC X(10).
       01 STARTL                        PIC 9(4).
       01 STARTI                        PIC X(3).

       01 RESP-CODE                     PIC S9(8) COMP.

       01 DFHRESP-NOTOPEN               PIC S9(8) COMP VALUE -2.
       01 DFHRESP-DISABLED              PIC S9(8) COMP VALUE -3.
       01 DFHRESP-ENDFILE               PIC S9(8) COMP VALUE -4.
       01 DFHRESP-NOTFND                PIC S9(8) COMP VALUE -5.

       01 WS-STOP-SWITCH                PIC X VALUE 'N'.
           88 WS-STOP-BROWSE            VALUE 'Y'.
      * Set while a blank start instalment is passing over the lines
      * already paid, until the first one still owed
       01 WS-SKIP-PAID-SWITCH           PIC X VALUE 'N'.
           88 WS-SKIP-PAID              VALUE 'Y'.
       01 WS-INQ-FAIL-SWITCH            PIC X VALUE 'N'.
           88 WS-INQ-FAILED             VALUE 'Y'.
       01 WS-DONE-SWITCH                PIC X VALUE 'N'.
           88 DONE                      VALUE 'Y'.
       01 WS-GOODBYE-MSG                PIC X(24)
                                         VALUE 'Transaction ended'.
       01 WS-START-NO                   PIC 9(3) VALUE ZERO.
       01 WS-LIST-COUNT                 PIC 9(2) VALUE ZERO.

      * Delinquency bucket codes WGRVBJ26 keeps on the loan record and
      * the labels the collections report prints for them
       01 WS-BUCKET-CODES               PIC X(8)  VALUE '01306090'.
       01 WS-BUCKET-CODE-TABLE REDEFINES WS-BUCKET-CODES.
           05 WS-BUCKET-CODE            PIC X(2)  OCCURS 4 TIMES.
       01 WS-BUCKET-LABELS              PIC X(20)
                                         VALUE '0-29 30-5960-8990+  '.
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL           PIC X(5)  OCCURS 4 TIMES.
       01 WS-BUCKET-IDX                 PIC 9(1)  VALUE ZERO.

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
           05 TASK-NUMBER                 PIC 9(8).
           05 LOG-MSG-TEXT                PIC X(50).

       01 LOGGING-IS-ENABLED              PIC X(1) VALUE 'Y'.
       01 HW-LENGTH                       PIC S9(4) COMP.

      * Durable audit trail of loan inquiries
       01 AU-AUDIT-RECORD.
           05 AU-PROGRAM                  PIC X(8)  VALUE 'WGRVLNIQ'.
           05 AU-REQUEST-ID               PIC X(6)  VALUE 'LNIQRY'.
           05 AU-DETAIL                   PIC X(10) VALUE SPACES.
           05 AU-TASK-NUMBER              PIC 9(8)  VALUE ZERO.
           05 AU-DATETIME                 PIC X(26) VALUE SPACES.
       01 WS-AUDIT-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM SET-MAP-DEFAULTS
           PERFORM UNTIL DONE
               EXEC CICS HANDLE AID
                         CLEAR(CLEARIT)
                         PF3(PF3-EXIT)
                         PF12(CANCELIT)
               END-EXEC
               EXEC CICS RECEIVE MAP('WGRVMLNI')
                               INTO(SSNL SSNI ACCTL ACCTI
                                    STARTL STARTI)
                               LENGTH(LENGTH OF SSNL SSNI ACCTL ACCTI
                                      STARTL STARTI)
                               END-EXEC
               PERFORM SET-MAP-DEFAULTS
               MOVE 'N' TO WS-INQ-FAIL-SWITCH
               IF SSNL = 0 OR SSNI = SPACES
                   MOVE 'Customer SSN is required' TO LNMSG1O
                   MOVE 'Y' TO WS-INQ-FAIL-SWITCH
               ELSE
                   IF ACCTL = 0 OR ACCTI = SPACES
                       MOVE 'Loan account number is required' TO LNMSG1O
                       MOVE 'Y' TO WS-INQ-FAIL-SWITCH
                   END-IF
               END-IF
               IF NOT WS-INQ-FAILED
                   PERFORM EDIT-START-INSTALMENT
               END-IF
               IF NOT WS-INQ-FAILED
                   PERFORM READ-LOAN-RECORD
               END-IF
               IF NOT WS-INQ-FAILED
                   PERFORM SHOW-LOAN-SUMMARY
                   PERFORM LIST-LOAN-SCHEDULE
                   MOVE ACCTI TO AU-DETAIL
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
               PERFORM WRITE-LOG-MSG
               PERFORM SEND-LOAN-RESULT
           END-PERFORM.
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** CLEAR REDRAWS A BLANK INPUT SCREEN WITHOUT ENDING THE TASK   *
      *****************************************************************
       CLEARIT.
           PERFORM SET-MAP-DEFAULTS
           EXEC CICS SEND MAP('WGRVMLNI')
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
      ** PF12 CANCELS THE INQUIRY                                     *
      *****************************************************************
       CANCELIT.
           MOVE 'Y' TO WS-DONE-SWITCH
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** A BLANK START INSTALMENT LISTS FROM THE FIRST ONE STILL      *
      ** OWED; A KEYED ONE MUST BE 001 TO 360                         *
      *****************************************************************
       EDIT-START-INSTALMENT.
           IF STARTL = 0 OR STARTI = SPACES
               MOVE 1 TO WS-START-NO
               MOVE 'Y' TO WS-SKIP-PAID-SWITCH
           ELSE
               MOVE 'N' TO WS-SKIP-PAID-SWITCH
               IF STARTI IS NUMERIC
                   MOVE STARTI TO WS-START-NO
                   IF WS-START-NO < 1 OR WS-START-NO > 360
                       MOVE 'Start instalment must be 001 to 360'
                            TO LNMSG1O
                       MOVE 'Y' TO WS-INQ-FAIL-SWITCH
                   END-IF
               ELSE
                   MOVE 'Start instalment must be numeric' TO LNMSG1O
                   MOVE 'Y' TO WS-INQ-FAIL-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      ** ONE KEYED READ OF WBLOANDB - THE LOAN IS KEYED BY THE SAME   *
      ** SSN+NUM AS ITS LN ACCOUNT ON WBACCTDB                        *
      *****************************************************************
       READ-LOAN-RECORD.
           MOVE SSNI TO LOAN-SSN
           MOVE ACCTI TO LOAN-NUM
           EXEC CICS READ DATASET('WBLOANDB-DD')
                     INTO(LOAN-RECORD)
                     LENGTH(LENGTH OF LOAN-RECORD)
                     KEYLENGTH(LENGTH OF LOAN-REC-KEY)
                     RIDFLD(LOAN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   CONTINUE
               WHEN DFHRESP-NOTFND
                   MOVE 'No loan on file for this SSN and account'
                        TO LNMSG1O
                   MOVE 'Y' TO WS-INQ-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'I/O error reading the Loan VSAM file'
                        TO LNMSG1O
                   MOVE 'Y' TO WS-INQ-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** THE LOAN'S TERMS, WHAT HAS BEEN PAID AND WHAT IS OVERDUE AS  *
      ** OF WGRVBJ26'S LAST RUN                                       *
      *****************************************************************
       SHOW-LOAN-SUMMARY.
           MOVE LOAN-PRINCIPAL TO LNPRINO
           MOVE LOAN-RATE-PCT TO LNRATEO
           MOVE LOAN-TERM-MONTHS TO LNTERMO
           MOVE LOAN-INSTALMENT TO LNINSTO
           MOVE LOAN-REPAY-DAY TO LNDAYO
           MOVE LOAN-COLLECT-ACCOUNT TO LNCOLLO
           MOVE LOAN-OPEN-DATE TO LNOPENO
           IF LOAN-PAID-OFF
               MOVE 'PAID OFF' TO LNSTATO
           ELSE
               IF LOAN-ARREARS-COUNT > 0
                   MOVE 'IN ARREARS' TO LNSTATO
               ELSE
                   MOVE 'CURRENT' TO LNSTATO
               END-IF
           END-IF
           MOVE LOAN-PAID-COUNT TO LNPAIDO
           MOVE LOAN-LAST-PAID-DATE TO LNLASTO
           MOVE LOAN-ARREARS-COUNT TO LNARRO
           MOVE LOAN-ARREARS-AMOUNT TO LNARAMO
           MOVE LOAN-DAYS-PAST-DUE TO LNDPDO
           MOVE SPACES TO LNBKTO
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               IF LOAN-DELINQ-BUCKET = WS-BUCKET-CODE(WS-BUCKET-IDX)
                   MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO LNBKTO
               END-IF
           END-PERFORM.

      *****************************************************************
      ** WALK THE LOAN'S SCHEDULE FORWARD FROM THE START INSTALMENT   *
      ** (THE LAST KEY SEGMENT) FILLING UP TO TEN LINES, STOPPING     *
      ** WHEN THE KEY MOVES TO ANOTHER LOAN                           *
      *****************************************************************
       LIST-LOAN-SCHEDULE.
           MOVE ZERO TO WS-LIST-COUNT
           INITIALIZE SCHED-LIST-LINES
           MOVE SSNI TO LSCH-SSN
           MOVE ACCTI TO LSCH-NUM
           MOVE WS-START-NO TO LSCH-INSTALMENT-NO
           MOVE 'N' TO WS-STOP-SWITCH
           EXEC CICS STARTBR DATASET('WBLSCHDB-DD')
                     RIDFLD(LSCH-REC-KEY)
                     KEYLENGTH(LENGTH OF LSCH-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE = 0
               PERFORM UNTIL RESP-CODE NOT = 0
                   EXEC CICS READNEXT DATASET('WBLSCHDB-DD')
                             INTO(LSCH-RECORD)
                             LENGTH(LENGTH OF LSCH-RECORD)
                             RIDFLD(LSCH-REC-KEY)
                             KEYLENGTH(LENGTH OF LSCH-REC-KEY)
                             RESP(RESP-CODE)
                   END-EXEC
                   IF RESP-CODE = 0
                       IF LSCH-SSN NOT = SSNI OR LSCH-NUM NOT = ACCTI
                           MOVE 'Y' TO WS-STOP-SWITCH
                       ELSE
                           IF WS-SKIP-PAID AND LSCH-PAID
                               CONTINUE
                           ELSE
                               MOVE 'N' TO WS-SKIP-PAID-SWITCH
                               ADD 1 TO WS-LIST-COUNT
                               PERFORM FILL-SCHEDULE-LINE
                               IF WS-LIST-COUNT = 10
                                   MOVE 'Y' TO WS-STOP-SWITCH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WS-STOP-BROWSE
                       MOVE 8 TO RESP-CODE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET('WBLSCHDB-DD') END-EXEC
               IF NOT WS-STOP-BROWSE AND RESP-CODE NOT = DFHRESP-ENDFILE
                  AND RESP-CODE NOT = DFHRESP-NOTFND
                   MOVE 'I/O error reading the loan schedule'
                        TO LNMSG1O
               END-IF
           ELSE
               IF RESP-CODE NOT = DFHRESP-NOTFND AND
                  RESP-CODE NOT = DFHRESP-ENDFILE
                   MOVE 'I/O error reading the loan schedule'
                        TO LNMSG1O
               END-IF
           END-IF

           IF WS-LIST-COUNT = 0 AND LNMSG1O = SPACES
               IF WS-SKIP-PAID
                   MOVE 'Every instalment on this loan is paid'
                        TO LNMSG1O
               ELSE
                   MOVE 'No schedule lines from that instalment on'
                        TO LNMSG1O
               END-IF
           END-IF.

       FILL-SCHEDULE-LINE.
           MOVE LSCH-INSTALMENT-NO TO SCHNOO(WS-LIST-COUNT).
           MOVE LSCH-DUE-DATE TO SCHDUEO(WS-LIST-COUNT).
           MOVE LSCH-PRINCIPAL TO SCHPRNO(WS-LIST-COUNT).
           MOVE LSCH-INTEREST TO SCHINTO(WS-LIST-COUNT).
           MOVE LSCH-BALANCE TO SCHBALO(WS-LIST-COUNT).
           EVALUATE TRUE
               WHEN LSCH-PAID
                   MOVE 'PAID' TO SCHSTO(WS-LIST-COUNT)
               WHEN LSCH-REPAIR
                   MOVE 'REPAIR' TO SCHSTO(WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'UNPAID' TO SCHSTO(WS-LIST-COUNT)
           END-EVALUATE.

      *****************************************************************
      ** SEND THE RESULT SCREEN                                       *
      *****************************************************************
       SEND-LOAN-RESULT.
           EXEC CICS SEND MAP('WGRVMLNO')
                       FROM(LNTRANO LOAN-SUMMARY-FIELDS
                            SCHED-LIST-LINES LNMSG1O LNMSG2O)
                       LENGTH(LENGTH OF LNTRANO LOAN-SUMMARY-FIELDS
                              SCHED-LIST-LINES LNMSG1O LNMSG2O)
                       END-EXEC.

       SET-MAP-DEFAULTS.
           MOVE 'WBLN' TO LNTRANO.
           INITIALIZE LOAN-SUMMARY-FIELDS.
           INITIALIZE SCHED-LIST-LINES.
           MOVE SPACES TO LNMSG1O.
           MOVE SPACES TO LNMSG2O.

       WRITE-LOG-MSG.
           IF LOGGING-IS-ENABLED = 'Y'
              MOVE LENGTH OF LOG-MSG TO HW-LENGTH
              MOVE EIBTASKN          TO TASK-NUMBER
              MOVE LNMSG1O           TO LOG-MSG-TEXT
              EXEC CICS WRITEQ TD QUEUE('CSMT')
                                  FROM(LOG-MSG)
                                  LENGTH(HW-LENGTH)
                                  NOHANDLE
                                  END-EXEC
           END-IF.

      * Write one durable audit record per inquiry
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

       END PROGRAM WGRVLNIQ.
