      *****************************************************************
     ** FRAUD-RULES CHECK - LINKED FROM WGRVXFER AND WGRVPOST BEFORE *
     ** A TRANSFER OR WITHDRAWAL POSTS. THE CALLER PASSES THE PAYING *
     ** CUSTOMER'S SSN AND THE AMOUNT. AN AMOUNT OVER THE HOLD       *
     ** THRESHOLD, FOR A CUSTOMER WHOSE NAME, ADDRESS OR PHONE WAS   *
     ** CHANGED THROUGH WGRVCMNT OR WHOSE PIN WAS UNLOCKED THROUGH   *
     ** WGRVGBAL WITHIN THE HOLD WINDOW, IS TO BE HELD FOR           *
     ** SUPERVISOR REVIEW - BOTH KINDS OF CHANGE LEAVE A RECORD ON   *
     ** THE WBCHSTDB CHANGE TRAIL, WHICH IS WHAT IS CHECKED HERE.    *
     ** THE THRESHOLD AND THE WINDOW IN DAYS ARE THE FRAUDHLD        *
     ** PARAMETER RECORD ON WBFRPMDB, SET ON THE WGRVFRVW REVIEW     *
     ** SCREEN; WITHOUT ONE THE STANDARD 1000.00 AND 7 DAYS APPLY. A *
     ** TRAIL OR PARAMETER FILE THAT CANNOT BE READ RETURNS AN ERROR *
     ** AND THE CALLER REFUSES - THE CHECK FAILS CLOSED.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVFRCK.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * Change-history record - the layout WGRVCMNT writes; only the
      * key and the changed-field names matter here
       01 HIST-REC-KEY.
           05 CHST-SSN                    PIC X(9).
           05 CHST-DATETIME               PIC X(14).
       01 HISTORY-RECORD.
           05 CHST-BEFORE-IMAGE           PIC X(98).
           05 CHST-CHANGED-FIELDS         PIC X(30).
           05 CHST-OPERATOR               PIC X(8).

      * Fraud-hold parameters on WBFRPMDB, one record under FRAUDHLD
       01 FRP-REC-KEY                     PIC X(8) VALUE 'FRAUDHLD'.
       01 FRAUD-PARM-RECORD.
           05 FRP-HOLD-AMOUNT             PIC S9(16)V99 COMP-3.
           05 FRP-HOLD-DAYS               PIC 9(3).
           05 FRP-UPDATED-BY              PIC X(8).
           05 FRP-UPDATED-DATE            PIC X(8).

       01 RESP-CODE                     PIC S9(8) COMP.

       01 DFHRESP-NOTOPEN               PIC S9(8) COMP VALUE -2.
       01 DFHRESP-DISABLED              PIC S9(8) COMP VALUE -3.
       01 DFHRESP-ENDFILE               PIC S9(8) COMP VALUE -4.
       01 DFHRESP-NOTFND                PIC S9(8) COMP VALUE -5.

      * Used when no parameter record has been set up yet
       01 WS-DEFAULT-HOLD-AMOUNT        PIC S9(16)V99 VALUE 1000.00.
       01 WS-DEFAULT-HOLD-DAYS          PIC 9(3) VALUE 7.
       01 WS-HOLD-AMOUNT                PIC S9(16)V99 VALUE ZERO.
       01 WS-HOLD-DAYS                  PIC 9(3) VALUE ZERO.

       01 WS-AUDIT-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-TODAY-NUM                  PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-NUM                 PIC 9(8) VALUE ZERO.
       01 WS-DATE-INTEGER               PIC S9(9) COMP VALUE ZERO.

      *****************************************************************
      ** COMMAREA - THE CALLER FILLS IN FC-SSN AND FC-AMOUNT AND      *
      ** READS BACK FC-RESULT ('P' POST, 'H' HOLD FOR REVIEW, 'E'     *
      ** I/O ERROR - REFUSE) AND, ON A HOLD, THE FIELDS CHANGED AND   *
      ** THE DATE OF THE EARLIEST CHANGE INSIDE THE WINDOW            *
      *****************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 FC-SSN                      PIC X(9).
           05 FC-AMOUNT                   PIC S9(16)V99.
           05 FC-RESULT                   PIC X(1).
           05 FC-REASON                   PIC X(30).
           05 FC-CHANGE-DATE              PIC X(8).

       PROCEDURE DIVISION USING DFHCOMMAREA.

       MAIN-PARA.
           MOVE 'P' TO FC-RESULT.
           MOVE SPACES TO FC-REASON.
           MOVE SPACES TO FC-CHANGE-DATE.
           PERFORM READ-FRAUD-PARMS.
           IF FC-RESULT = 'P' AND FC-AMOUNT > WS-HOLD-AMOUNT
               PERFORM CHECK-RECENT-CHANGES
           END-IF.
           EXEC CICS RETURN
           END-EXEC.

      *****************************************************************
      ** THE THRESHOLD AND WINDOW IN FORCE - THE FRAUDHLD RECORD, OR  *
      ** THE STANDARD VALUES WHEN NONE HAS BEEN SET                   *
      *****************************************************************
       READ-FRAUD-PARMS.
           MOVE WS-DEFAULT-HOLD-AMOUNT TO WS-HOLD-AMOUNT.
           MOVE WS-DEFAULT-HOLD-DAYS TO WS-HOLD-DAYS.
           EXEC CICS READ DATASET('WBFRPMDB-DD')
                     INTO(FRAUD-PARM-RECORD)
                     LENGTH(LENGTH OF FRAUD-PARM-RECORD)
                     KEYLENGTH(LENGTH OF FRP-REC-KEY)
                     RIDFLD(FRP-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC.
           EVALUATE RESP-CODE
               WHEN 0
                   MOVE FRP-HOLD-AMOUNT TO WS-HOLD-AMOUNT
                   MOVE FRP-HOLD-DAYS TO WS-HOLD-DAYS
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN OTHER
                   MOVE 'E' TO FC-RESULT
           END-EVALUATE.

      *****************************************************************
      ** START THE SSN'S CHANGE TRAIL AT THE FIRST DAY OF THE WINDOW  *
      ** (THE DATETIME KEY SEGMENT ASCENDS) - ANY RECORD STILL UNDER  *
      ** THE SSN IS A CHANGE INSIDE IT, AND THE FIRST IS THE EARLIEST *
      *****************************************************************
       CHECK-RECENT-CHANGES.
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(WS-TODAY-NUM)
           END-EXEC.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - WS-HOLD-DAYS.
           COMPUTE WS-CUTOFF-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           MOVE FC-SSN TO CHST-SSN.
           MOVE WS-CUTOFF-NUM TO CHST-DATETIME(1:8).
           MOVE '000000' TO CHST-DATETIME(9:6).
           EXEC CICS STARTBR DATASET('WBCHSTDB-DD')
                     RIDFLD(HIST-REC-KEY)
                     KEYLENGTH(LENGTH OF HIST-REC-KEY)
                     GTEQ
                     RESP(RESP-CODE)
           END-EXEC.
           IF RESP-CODE = 0
               EXEC CICS READNEXT DATASET('WBCHSTDB-DD')
                         INTO(HISTORY-RECORD)
                         LENGTH(LENGTH OF HISTORY-RECORD)
                         RIDFLD(HIST-REC-KEY)
                         KEYLENGTH(LENGTH OF HIST-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               EVALUATE RESP-CODE
                   WHEN 0
                       IF CHST-SSN = FC-SSN
                           MOVE 'H' TO FC-RESULT
                           MOVE CHST-CHANGED-FIELDS TO FC-REASON
                           MOVE CHST-DATETIME(1:8) TO FC-CHANGE-DATE
                       END-IF
                   WHEN DFHRESP-ENDFILE
                       CONTINUE
                   WHEN DFHRESP-NOTFND
                       CONTINUE
                   WHEN OTHER
                       MOVE 'E' TO FC-RESULT
               END-EVALUATE
               EXEC CICS ENDBR DATASET('WBCHSTDB-DD') END-EXEC
           ELSE
               IF RESP-CODE NOT = DFHRESP-NOTFND AND
                  RESP-CODE NOT = DFHRESP-ENDFILE
                   MOVE 'E' TO FC-RESULT
               END-IF
           END-IF.

       END PROGRAM WGRVFRCK.
