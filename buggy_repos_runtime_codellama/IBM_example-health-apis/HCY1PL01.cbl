      ******************************************************************
      *                                                                *
      *                    Hospital formulary menu                     *
      *                                                                *
      * Maintenance screen for the FORMULARY master kept by HCFMDB01:  *
      * inquire (HCY1) on a drug - its row at the strength and route   *
      * keyed, and every strength/route row held for it - add a row   *
      * (HCYA), and update a row's dose range or active flag (HCYU).   *
      * Doses are in the units of the prescription amount; a zero     *
      * maximum is no upper limit.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCY1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCY1'.
       77 ADD-TRANS                    PIC X(4) VALUE 'HCYA'.
       77 UPD-TRANS                    PIC X(4) VALUE 'HCYU'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-MIN-SINGLE-EDIT         PIC ZZZ9.
       01  WS-MAX-SINGLE-EDIT         PIC ZZZ9.
       01  WS-MIN-DAILY-EDIT          PIC ZZZZ9.
       01  WS-MAX-DAILY-EDIT          PIC ZZZZ9.

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

           Initialize HCY1MAPI.
           Initialize HCY1MAPO.
           Initialize COMM-AREA.

           MOVE -1 TO HCY1DRNL.

           EXEC CICS SEND MAP ('HCY1MAP')
                     FROM(HCY1MAPO)
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

           EXEC CICS RECEIVE MAP('HCY1MAP')
                     INTO(HCY1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the drug's row at the strength
      * and route keyed (when they are) and the list of all its rows
           IF EIBTRNID EQUAL INQ-TRANS
                 Move '01IFRM'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 Move HCY1DRNI  To CA-FRM-DRUG-NAME
                 Move HCY1STRI  To CA-FRM-STRENGTH
                 Move HCY1RTEI  To CA-FRM-ROUTE
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCFMDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-FRM-DATA
                 END-IF

                 PERFORM MOVE-FORMULARY-TO-MAP
                 PERFORM BUILD-FORMULARY-LINES

                 EXEC CICS SEND MAP ('HCY1MAP')
                           FROM(HCY1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Add request - a drug at a new strength or route
      * comes on the formulary
           IF EIBTRNID EQUAL ADD-TRANS
                 Move '01AFRM'   To CA-REQUEST-ID
                 PERFORM MOVE-MAP-TO-FORMULARY
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCFMDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '91'
                   GO TO DUPLICATE-FORMULARY
                 END-IF

                 IF CA-RETURN-CODE = '92'
                   GO TO INVALID-FORMULARY
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 PERFORM MOVE-FORMULARY-TO-MAP
                 Move 'FRMADD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCY1MSGO

                 EXEC CICS SEND MAP ('HCY1MAP')
                           FROM(HCY1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Update request - a row's dose range or active flag
           IF EIBTRNID EQUAL UPD-TRANS
                 Move '01UFRM'   To CA-REQUEST-ID
                 PERFORM MOVE-MAP-TO-FORMULARY
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCFMDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-FRM-DATA
                 END-IF

                 IF CA-RETURN-CODE = '92'
                   GO TO INVALID-FORMULARY
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 PERFORM MOVE-FORMULARY-TO-MAP
                 Move 'FRMUPD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCY1MSGO

                 EXEC CICS SEND MAP ('HCY1MAP')
                           FROM(HCY1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCY1MAPI.
           EXEC CICS SEND MAP ('HCY1MAP')
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
      * Ask HCSCDB01 whether the signed-on user's role may drive the
      * request id just set - anything but a clean pass is a denial.
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
      * The keyed row into the commarea for an add or update
       MOVE-MAP-TO-FORMULARY.
           Move ZERO       To CA-PATIENT-ID
           Move HCY1DRNI   To CA-FRM-DRUG-NAME
           Move HCY1STRI   To CA-FRM-STRENGTH
           Move HCY1RTEI   To CA-FRM-ROUTE
           Move HCY1MNSI   To CA-FRM-MIN-SINGLE
           Move HCY1MXSI   To CA-FRM-MAX-SINGLE
           Move HCY1MNDI   To CA-FRM-MIN-DAILY
           Move HCY1MXDI   To CA-FRM-MAX-DAILY
           Move HCY1ACTI   To CA-FRM-ACTIVE.

      *---------------------------------------------------------------*
      * The row as stored back onto the screen
       MOVE-FORMULARY-TO-MAP.
           Move CA-FRM-DRUG-NAME  To HCY1DRNO
           Move CA-FRM-STRENGTH   To HCY1STRO
           Move CA-FRM-ROUTE      To HCY1RTEO
           Move CA-FRM-MIN-SINGLE To HCY1MNSO
           Move CA-FRM-MAX-SINGLE To HCY1MXSO
           Move CA-FRM-MIN-DAILY  To HCY1MNDO
           Move CA-FRM-MAX-DAILY  To HCY1MXDO
           Move CA-FRM-ACTIVE     To HCY1ACTO.

      *---------------------------------------------------------------*
      * Format each strength/route row held for the drug into one
      * display line - strength, route, single and daily range, and
      * the active flag
       BUILD-FORMULARY-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-FORMULARY-LINE
               UNTIL WS-LINE-IDX > 5.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-FORMULARY-LINE
               UNTIL WS-LINE-IDX > 5
                  OR WS-LINE-IDX > CA-NUM-FORMULARY.

       CLEAR-FORMULARY-LINE.
           MOVE SPACES TO HCY1FRM-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-FORMULARY-LINE.
           MOVE CA-FRM-LST-MIN-SINGLE (WS-LINE-IDX)
             TO WS-MIN-SINGLE-EDIT.
           MOVE CA-FRM-LST-MAX-SINGLE (WS-LINE-IDX)
             TO WS-MAX-SINGLE-EDIT.
           MOVE CA-FRM-LST-MIN-DAILY (WS-LINE-IDX)
             TO WS-MIN-DAILY-EDIT.
           MOVE CA-FRM-LST-MAX-DAILY (WS-LINE-IDX)
             TO WS-MAX-DAILY-EDIT.
           STRING CA-FRM-LST-STRENGTH (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-FRM-LST-ROUTE (WS-LINE-IDX) (1:12)
                  DELIMITED SIZE
                  ' SINGLE ' DELIMITED SIZE
                  WS-MIN-SINGLE-EDIT DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-MAX-SINGLE-EDIT DELIMITED SIZE
                  ' DAILY ' DELIMITED SIZE
                  WS-MIN-DAILY-EDIT DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-MAX-DAILY-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-FRM-LST-ACTIVE (WS-LINE-IDX) DELIMITED SIZE
                  INTO HCY1LINO (WS-LINE-IDX)
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
           Move WS-MESSAGE-OUT To HCY1MSGO
           Go To ERROR-OUT.

       NO-FRM-DATA.
           MOVE -1 TO HCY1DRNL.
           Move 'FRMNOD' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCY1MSGO
           Go To ERROR-OUT.

       DUPLICATE-FORMULARY.
           MOVE -1 TO HCY1STRL.
           Move 'FRMDUP' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCY1MSGO
           Go To ERROR-OUT.

       INVALID-FORMULARY.
           Move 'FRMINV' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCY1MSGO
           Go To ERROR-OUT.

       NO-UPDATE.
           Move 'FRMERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCY1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCY1MAP')
                     FROM(HCY1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCY1MAPI.
           Initialize HCY1MAPO.
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
