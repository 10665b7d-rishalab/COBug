      ******************************************************************
      *                                                                *
      *                    Admission bed board                         *
      *                                                                *
      * The bed manager's board over HCBRDB01's BEDREQUEST queue:      *
      * list the open requests against the free beds on the BEDMASTER  *
      * for a ward or the whole hospital (HCQ1), queue a request for   *
      * a patient (HCQA), assign a free bed to a request (HCQS) and    *
      * cancel one (HCQX). The assignment admits through HCWDDB01, so  *
      * a bed given here is an admit like one keyed on HCW1.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCQ1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCQ1'.
       77 ADD-TRANS                    PIC X(4) VALUE 'HCQA'.
       77 ASG-TRANS                    PIC X(4) VALUE 'HCQS'.
       77 CAN-TRANS                    PIC X(4) VALUE 'HCQX'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-BED-IDX                 PIC S9(4) COMP VALUE +0.
       01  WS-BED-LINE                PIC S9(4) COMP VALUE +0.
       01  WS-BED-COL                 PIC S9(4) COMP VALUE +0.

      * One free bed on the board - ward/bed, '*' for an isolation bed
       01  WS-BED-ENTRY.
           03 WS-BED-WARD              PIC X(4).
           03 FILLER                   PIC X(1) VALUE '/'.
           03 WS-BED-BED               PIC X(4).
           03 WS-BED-ISO-MARK          PIC X(1).
           03 FILLER                   PIC X(1) VALUE SPACE.

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

           Initialize HCQ1MAPI.
           Initialize HCQ1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCQ1WRDO.

           MOVE -1 TO HCQ1WRDL.

           EXEC CICS SEND MAP ('HCQ1MAP')
                     FROM(HCQ1MAPO)
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

           EXEC CICS RECEIVE MAP('HCQ1MAP')
                     INTO(HCQ1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the bed board for the ward keyed,
      * or every ward when it is left blank
           IF EIBTRNID EQUAL INQ-TRANS
                 Move '01LBRQ'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 Move HCQ1WRDI  To CA-BRQ-WARD-CODE
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCBRDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-BOARD-DATA
                 END-IF

                 PERFORM BUILD-BOARD-LINES

                 EXEC CICS SEND MAP ('HCQ1MAP')
                           FROM(HCQ1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Add request - queue the patient for a bed on the
      * ward (or specialty) keyed
           IF EIBTRNID EQUAL ADD-TRANS
                 PERFORM GET-PATIENT
                 Move '01ABRQ'   To CA-REQUEST-ID
                 Move HCQ1PNOI   To CA-PATIENT-ID
                 Move HCQ1WRDI   To CA-BRQ-WARD-CODE
                 Move HCQ1SPCI   To CA-BRQ-SPECIALTY
                 Move HCQ1PRII   To CA-BRQ-PRIORITY
                 Move HCQ1ISOI   To CA-BRQ-ISOLATION-NEED
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCBRDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '91'
                   GO TO DUPLICATE-REQUEST
                 END-IF

                 IF CA-RETURN-CODE = '92'
                   GO TO WARD-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 Move CA-BRQ-ID             To HCQ1RIDO
                 Move CA-BRQ-PRIORITY       To HCQ1PRIO
                 Move CA-BRQ-ISOLATION-NEED To HCQ1ISOO
                 Move 'BRQADD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCQ1MSGO
                 EXEC CICS SEND MAP ('HCQ1MAP')
                           FROM(HCQ1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Assign request - give the request the free bed
      * keyed; HCBRDB01 admits the patient through HCWDDB01
           IF EIBTRNID EQUAL ASG-TRANS
                 Move '01SBRQ'   To CA-REQUEST-ID
                 Move ZERO       To CA-PATIENT-ID
                 Move HCQ1RIDI   To CA-BRQ-ID
                 Move HCQ1AWDI   To CA-BRQ-ASSIGN-WARD
                 Move HCQ1BEDI   To CA-BRQ-ASSIGN-BED
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCBRDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-REQUEST-DATA
                 END-IF

                 IF CA-RETURN-CODE = '82' OR CA-RETURN-CODE = '83'
                   GO TO BED-NOT-FREE
                 END-IF

                 IF CA-RETURN-CODE = '92'
                   GO TO BED-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 Move CA-PATIENT-ID To HCQ1PNOO
                 Move 'BRQASG' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCQ1MSGO

      * the admit stands either way - a non-isolation bed only warns
                 IF CA-BRQ-ISOLATION-WARN = 'Y'
                    Move 'BRQISO' To WS-MSG-KEY
                    PERFORM GET-MESSAGE-TEXT
                    Move WS-MESSAGE-OUT To HCQ1MSGO
                 END-IF
                 EXEC CICS SEND MAP ('HCQ1MAP')
                           FROM(HCQ1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Cancel request - take the request off the queue
           IF EIBTRNID EQUAL CAN-TRANS
                 Move '01XBRQ'   To CA-REQUEST-ID
                 Move ZERO       To CA-PATIENT-ID
                 Move HCQ1RIDI   To CA-BRQ-ID
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCBRDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-REQUEST-DATA
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 Move 'BRQCAN' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCQ1MSGO
                 EXEC CICS SEND MAP ('HCQ1MAP')
                           FROM(HCQ1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCQ1MAPI.
           EXEC CICS SEND MAP ('HCQ1MAP')
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

       GET-PATIENT.
      * Get patient name via the shared patient-lookup service
           Move HCQ1PNOI   To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCPLUP01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-PATIENT-DATA
           END-IF

           Move CA-FIRST-NAME to HCQ1FNAO
           Move CA-LAST-NAME  to HCQ1LNAO
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCQ1MSGO
           END-IF.

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
      * Record a PHI-access audit entry for the LINK that just ran -
      * the board is ward-level so the patient number logged is zero;
      * an assignment logs the patient HCBRDB01 admitted.
       LOG-PHI-ACCESS.
           MOVE CA-PATIENT-ID  TO AU-PATNUM.
           MOVE CA-REQUEST-ID  TO AU-REQUEST-ID.
           MOVE CA-RETURN-CODE TO AU-RETURN-CODE.
           PERFORM WRITE-AUDIT-RECORD.

      *---------------------------------------------------------------*
      * Format the returned board - one line per open request, and
      * the free beds six to a line
       BUILD-BOARD-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-REQUEST-LINE
               UNTIL WS-LINE-IDX > 10.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-BED-LINE
               UNTIL WS-LINE-IDX > 4.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-REQUEST-LINE
               UNTIL WS-LINE-IDX > 10
                  OR WS-LINE-IDX > CA-NUM-BED-REQUESTS.
           MOVE 1 TO WS-BED-IDX.
           PERFORM BUILD-BED-ENTRY
               UNTIL WS-BED-IDX > 20
                  OR WS-BED-IDX > CA-NUM-FREE-BEDS.

       CLEAR-REQUEST-LINE.
           MOVE SPACES TO HCQ1REQ-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       CLEAR-BED-LINE.
           MOVE SPACES TO HCQ1BED-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-REQUEST-LINE.
           STRING 'P' DELIMITED SIZE
                  CA-BRQ-LST-PRIORITY (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-BRQ-LST-ID (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-BRQ-LST-PATIENT-ID (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-BRQ-LST-WARD (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-BRQ-LST-SPECIALTY (WS-LINE-IDX) DELIMITED SIZE
                  ' ISO ' DELIMITED SIZE
                  CA-BRQ-LST-ISOLATION (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-BRQ-LST-REQ-DTIME (WS-LINE-IDX) (1:10)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-BRQ-LST-REQ-DTIME (WS-LINE-IDX) (12:5)
                  DELIMITED SIZE
                  INTO HCQ1LINO (WS-LINE-IDX)
           END-STRING.
           ADD 1 TO WS-LINE-IDX.

       BUILD-BED-ENTRY.
           SUBTRACT 1 FROM WS-BED-IDX GIVING WS-BED-COL.
           DIVIDE 6 INTO WS-BED-COL GIVING WS-BED-LINE
                  REMAINDER WS-BED-COL.
           ADD 1 TO WS-BED-LINE.
           COMPUTE WS-BED-COL = WS-BED-COL * 11 + 1.
           MOVE CA-BED-LST-WARD (WS-BED-IDX) TO WS-BED-WARD.
           MOVE CA-BED-LST-BED (WS-BED-IDX)  TO WS-BED-BED.
           IF CA-BED-LST-ISOLATION (WS-BED-IDX) = 'Y'
              MOVE '*'   TO WS-BED-ISO-MARK
           ELSE
              MOVE SPACE TO WS-BED-ISO-MARK
           END-IF.
           MOVE WS-BED-ENTRY
             TO HCQ1BDLO (WS-BED-LINE) (WS-BED-COL:11).
           ADD 1 TO WS-BED-IDX.

       ACCESS-DENIED.
           PERFORM LOG-PHI-ACCESS
           Move 'SECDNY' To WS-MSG-KEY
      * a restricted record is opened through break-the-glass (HCE1)
           IF CA-RETURN-CODE = '88'
              Move 'SECRST' To WS-MSG-KEY
           END-IF
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCQ1MSGO
           Go To ERROR-OUT.

       NO-PATIENT-DATA.
           MOVE -1 TO HCQ1PNOL.
           Move 'NOPAT ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCQ1MSGO
           Go To ERROR-OUT.

       NO-BOARD-DATA.
           Move 'BRQNOD' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCQ1MSGO
           Go To ERROR-OUT.

       NO-REQUEST-DATA.
           MOVE -1 TO HCQ1RIDL.
           Move 'BRQNOR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCQ1MSGO
           Go To ERROR-OUT.

       DUPLICATE-REQUEST.
           Move 'BRQDUP' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCQ1MSGO
           Go To ERROR-OUT.

       WARD-REQUIRED.
           MOVE -1 TO HCQ1WRDL.
           Move 'BRQERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCQ1MSGO
           Go To ERROR-OUT.

       BED-REQUIRED.
           MOVE -1 TO HCQ1AWDL.
           Move 'WRDERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCQ1MSGO
           Go To ERROR-OUT.

       BED-NOT-FREE.
           MOVE -1 TO HCQ1BEDL.
           Move 'BRQOCC' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCQ1MSGO
           Go To ERROR-OUT.

       NO-UPDATE.
           Move 'BRQERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCQ1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCQ1MAP')
                     FROM(HCQ1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCQ1MAPI.
           Initialize HCQ1MAPO.
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
