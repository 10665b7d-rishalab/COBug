      ******************************************************************
      *                                                                *
      *                    Billing remittance worklist                 *
      *                                                                *
      * Billing's worklist over HCRWDB01: the remittance lines         *
      * HCRABJ01 could not close - denials, and lines no charge        *
      * answered to - for the payer keyed, or every payer when it is   *
      * left blank (HCJ1). The keyed line can be resubmitted, its      *
      * charge going out again on the next HCCLBJ01 claims run (HCJR), *
      * or written off (HCJW).                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCJ1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCJ1'.
       77 RSB-TRANS                    PIC X(4) VALUE 'HCJR'.
       77 WOF-TRANS                    PIC X(4) VALUE 'HCJW'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-BILLED-EDIT             PIC ZZZZZZ9.99.
       01  WS-LINE-KIND               PIC X(9)  VALUE SPACES.

       COPY HCMAPS.

       COPY HCAUDTWS.

       COPY HCMSGWS.

       01 COMM-AREA.
       COPY HCCMAREA.

      *----------------------------------------------------------------*
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           IF EIBCALEN > 0
              GO TO A-GAIN.

           Initialize HCJ1MAPI.
           Initialize HCJ1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCJ1PYRO.

           MOVE -1 TO HCJ1PYRL.

           EXEC CICS SEND MAP ('HCJ1MAP')
                     FROM(HCJ1MAPO)
                     MAPSET ('HCMAPS')
                     ERASE
                     CURSOR
                     RESP(WS-RESP)
                     END-EXEC.
       A-GAIN.

           EXEC CICS HANDLE AID
                     CLEAR(CLEARIT)
                     PF3(ENDIT)
                     PF12(CANCELIT)
                     END-EXEC.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(ENDIT)
                     END-EXEC.

           EXEC CICS RECEIVE MAP('HCJ1MAP')
                     INTO(HCJ1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the open worklist for the payer
      * keyed, or every payer when it is left blank
           IF EIBTRNID EQUAL INQ-TRANS
                 Move '01IRMW'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 Move HCJ1PYRI  To CA-RMW-PAYER
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRWDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-WORKLIST-DATA
                 END-IF

                 PERFORM BUILD-WORKLIST-LINES

                 EXEC CICS SEND MAP ('HCJ1MAP')
                           FROM(HCJ1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Resubmit request - the keyed line's charge goes out
      * again on the next claims run
           IF EIBTRNID EQUAL RSB-TRANS
                 Move '01URMW'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 Move HCJ1RIDI  To CA-RMW-ID
                 Move 'R'       To CA-RMW-ACTION
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRWDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO LINE-NOT-FOUND
                 END-IF

                 IF CA-RETURN-CODE = '92'
                   GO TO LINE-UNMATCHED
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 PERFORM RELIST-WORKLIST

                 Move 'RMWRSB' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCJ1MSGO

                 EXEC CICS SEND MAP ('HCJ1MAP')
                           FROM(HCJ1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Write-off request - the keyed line, and its charge,
      * stop being owed
           IF EIBTRNID EQUAL WOF-TRANS
                 Move '01URMW'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 Move HCJ1RIDI  To CA-RMW-ID
                 Move 'W'       To CA-RMW-ACTION
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRWDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO LINE-NOT-FOUND
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 PERFORM RELIST-WORKLIST

                 Move 'RMWWOF' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCJ1MSGO

                 EXEC CICS SEND MAP ('HCJ1MAP')
                           FROM(HCJ1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCJ1MAPI.
           EXEC CICS SEND MAP ('HCJ1MAP')
                     MAPSET ('HCMAPS')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID(EIBTRNID)
                COMMAREA(COMM-AREA)
                LENGTH(LENGTH OF COMM-AREA)
                END-EXEC.

       CANCELIT.

           EXEC CICS RETURN
                TRANSID('HCAZ')
                IMMEDIATE
                END-EXEC.

      *---------------------------------------------------------------*
      * Re-list after a line is worked so the screen shows what is
      * still open - an emptied list just clears the lines
       RELIST-WORKLIST.
           Move '01IRMW'  To CA-REQUEST-ID
           Move ZERO      To CA-PATIENT-ID
           Move HCJ1PYRI  To CA-RMW-PAYER
           EXEC CICS LINK PROGRAM('HCRWDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              MOVE 0 TO CA-NUM-REMITS
           END-IF

           PERFORM BUILD-WORKLIST-LINES.

      *---------------------------------------------------------------*
      * Ask HCSCDB01 whether the signed-on user's role may drive the
      * request id just set - anything but a clean pass is a denial,
      * shown to the user instead of the data.
       CHECK-AUTHORITY.
           EXEC CICS LINK PROGRAM('HCSCDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           IF CA-RETURN-CODE NOT = '00'
              GO TO ACCESS-DENIED
           END-IF.

      *---------------------------------------------------------------*
      * Record a PHI-access audit entry for the LINK that just ran
       LOG-PHI-ACCESS.
           MOVE CA-PATIENT-ID  TO AU-PATNUM.
           MOVE CA-REQUEST-ID  TO AU-REQUEST-ID.
           MOVE CA-RETURN-CODE TO AU-RETURN-CODE.
           PERFORM WRITE-AUDIT-RECORD.

      *---------------------------------------------------------------*
      * Format each open line into one display line - worklist id,
      * payer, patient, charge type, service date, billed amount, the
      * payer's denial code, and UNMATCHED where no charge answered
       BUILD-WORKLIST-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-WORKLIST-LINE
               UNTIL WS-LINE-IDX > 10.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-WORKLIST-LINE
               UNTIL WS-LINE-IDX > 10
                  OR WS-LINE-IDX > CA-NUM-REMITS.

       CLEAR-WORKLIST-LINE.
           MOVE SPACES TO HCJ1WRK-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-WORKLIST-LINE.
           MOVE CA-RMW-LST-BILLED (WS-LINE-IDX) TO WS-BILLED-EDIT.
           IF CA-RMW-LST-MATCHED (WS-LINE-IDX) = 'Y'
              MOVE 'DENIED'    TO WS-LINE-KIND
           ELSE
              MOVE 'UNMATCHED' TO WS-LINE-KIND
           END-IF.
           STRING CA-RMW-LST-ID (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-RMW-LST-PAYER (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-RMW-LST-PATIENT (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-RMW-LST-TYPE (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-RMW-LST-SERVICE-DATE (WS-LINE-IDX)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-BILLED-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-RMW-LST-DENIAL (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-LINE-KIND DELIMITED SIZE
                  INTO HCJ1LINO (WS-LINE-IDX)
           END-STRING.
           ADD 1 TO WS-LINE-IDX.

       ACCESS-DENIED.
           PERFORM LOG-PHI-ACCESS
           Move 'SECDNY' To WS-MSG-KEY
      * a restricted record is opened through break-the-glass (HCE1)
           IF CA-RETURN-CODE = '88'
              Move 'SECRST' To WS-MSG-KEY
           END-IF
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCJ1MSGO
           Go To ERROR-OUT.

       NO-WORKLIST-DATA.
           Move 'RMWNOD' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCJ1MSGO
           Go To ERROR-OUT.

       LINE-NOT-FOUND.
           MOVE -1 TO HCJ1RIDL.
           Move 'RMWNOF' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCJ1MSGO
           Go To ERROR-OUT.

       LINE-UNMATCHED.
           MOVE -1 TO HCJ1RIDL.
           Move 'RMWUNM' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCJ1MSGO
           Go To ERROR-OUT.

       NO-UPDATE.
           Move 'RMWERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCJ1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCJ1MAP')
                     FROM(HCJ1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCJ1MAPI.
           Initialize HCJ1MAPO.
           Initialize COMM-AREA.

           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(COMM-AREA)
                     LENGTH(LENGTH OF COMM-AREA)
           END-EXEC.

       ENDIT.
           EXEC CICS SEND TEXT FROM(MSGEND) ERASE FREEKB
                     END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *----------------------------------------------------------------*
       COPY HCAUDTPD.
       COPY HCMSGPD.
