      ******************************************************************
      *                                                                *
      *                    Fluid balance chart menu                    *
      *                                                                *
      * The bedside intake/output chart, through HCFBDB01: key an      *
      * entry - I or O, route, volume in ml and when (HCOA) - or look  *
      * at the chart (HCO1). Both show the latest entries with the     *
      * running and 24-hour totals and balances next to the patient's  *
      * latest vitals reading from HCIVDB01.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCO1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCO1'.
       77 ADD-TRANS                    PIC X(4) VALUE 'HCOA'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-BALANCE-EDIT            PIC +(7)9.
       01  WS-DIRECTION-TEXT          PIC X(3).

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

           Initialize HCO1MAPI.
           Initialize HCO1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCO1PNOO.

           MOVE -1 TO HCO1PNOL.

           EXEC CICS SEND MAP ('HCO1MAP')
                     FROM(HCO1MAPO)
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

           EXEC CICS RECEIVE MAP('HCO1MAP')
                     INTO(HCO1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

           PERFORM GET-PATIENT.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the chart next to the vitals
           IF EIBTRNID EQUAL INQ-TRANS
                 PERFORM SHOW-LATEST-VITALS
                 PERFORM SHOW-FLUID-CHART

                 EXEC CICS SEND MAP ('HCO1MAP')
                           FROM(HCO1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Add request - record one intake or output entry
           IF EIBTRNID EQUAL ADD-TRANS
                 Move '01AFLU'   To CA-REQUEST-ID
                 Move HCO1PNOI   To CA-PATIENT-ID
                 Move HCO1DIRI   To CA-FLU-DIRECTION
                 Move HCO1RTEI   To CA-FLU-ROUTE
                 Move HCO1VOLI   To CA-FLU-VOLUME
                 Move HCO1EDTI   To CA-FLU-DATETIME
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCFBDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '92'
                   GO TO ENTRY-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-ADD
                 END-IF

                 Move CA-FLU-DATETIME To HCO1EDTO
                 PERFORM SHOW-LATEST-VITALS
                 PERFORM SHOW-FLUID-CHART

                 Move 'FLUADD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCO1MSGO

                 EXEC CICS SEND MAP ('HCO1MAP')
                           FROM(HCO1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCO1MAPI.
           EXEC CICS SEND MAP ('HCO1MAP')
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
           Move HCO1PNOI   To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCPLUP01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-PATIENT-DATA
           END-IF

           Move CA-FIRST-NAME to HCO1FNAI
           Move CA-LAST-NAME  to HCO1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCO1MSGO
           END-IF.

      *---------------------------------------------------------------*
      * The patient's most recent vitals reading (HCIVDB01 03IVIT) -
      * none on file only says so, the chart still shows
       SHOW-LATEST-VITALS.
           Move '03IVIT'  To CA-REQUEST-ID
           Move HCO1PNOI  To CA-PATIENT-ID
           PERFORM CHECK-AUTHORITY
           EXEC CICS LINK PROGRAM('HCIVDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE = '00'
              Move CA-VITALS-DATETIME To HCO1VDTO
              Move CA-BLOOD-PRESSURE  To HCO1BPRO
              Move CA-HEART-RATE      To HCO1HRTO
              Move CA-TEMPERATURE     To HCO1TMPO
              Move CA-O2-SATURATION   To HCO1OXSO
           ELSE
              Move 'VITNOD' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCO1MSGO
           END-IF.

      *---------------------------------------------------------------*
      * The chart totals and latest entries from HCFBDB01 - an empty
      * chart shows zero totals and says so
       SHOW-FLUID-CHART.
           Move '01IFLU'  To CA-REQUEST-ID
           Move HCO1PNOI  To CA-PATIENT-ID
           PERFORM CHECK-AUTHORITY
           EXEC CICS LINK PROGRAM('HCFBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              AND CA-RETURN-CODE NOT = '01'
              GO TO NO-FLUID-DATA
           END-IF

           IF CA-RETURN-CODE = '01'
              Move 'FLUNOD' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCO1MSGO
           END-IF

           Move CA-FLU-SINCE       To HCO1SNCO
           Move CA-FLU-RUN-IN      To HCO1RINO
           Move CA-FLU-RUN-OUT     To HCO1ROUO
           Move CA-FLU-RUN-BALANCE To WS-BALANCE-EDIT
           Move WS-BALANCE-EDIT    To HCO1RBLO
           Move CA-FLU-24H-IN      To HCO1DINO
           Move CA-FLU-24H-OUT     To HCO1DOUO
           Move CA-FLU-24H-BALANCE To WS-BALANCE-EDIT
           Move WS-BALANCE-EDIT    To HCO1DBLO

           PERFORM BUILD-FLUID-LINES.

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
      * Format each returned entry into one display line - when, IN
      * or OUT, route, volume and who charted it
       BUILD-FLUID-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-FLUID-LINE
               UNTIL WS-LINE-IDX > 10.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-FLUID-LINE
               UNTIL WS-LINE-IDX > 10
                  OR WS-LINE-IDX > CA-NUM-FLUIDS.

       CLEAR-FLUID-LINE.
           MOVE SPACES TO HCO1FLU-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-FLUID-LINE.
           IF CA-FLU-LST-DIRECTION (WS-LINE-IDX) = 'I'
              MOVE 'IN ' TO WS-DIRECTION-TEXT
           ELSE
              MOVE 'OUT' TO WS-DIRECTION-TEXT
           END-IF
           STRING CA-FLU-LST-DATETIME (WS-LINE-IDX) (1:16)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-DIRECTION-TEXT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-FLU-LST-ROUTE (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-FLU-LST-VOLUME (WS-LINE-IDX) DELIMITED SIZE
                  ' ML ' DELIMITED SIZE
                  CA-FLU-LST-USER (WS-LINE-IDX) DELIMITED SIZE
                  INTO HCO1LINO (WS-LINE-IDX)
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
           Move WS-MESSAGE-OUT To HCO1MSGO
           Go To ERROR-OUT.

       NO-PATIENT-DATA.
           MOVE -1 TO HCO1PNOL.
           Move 'NOPAT ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCO1MSGO
           Go To ERROR-OUT.

       NO-FLUID-DATA.
           Move 'FLUERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCO1MSGO
           Go To ERROR-OUT.

       ENTRY-REQUIRED.
           MOVE -1 TO HCO1DIRL.
           Move 'FLUREQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCO1MSGO
           Go To ERROR-OUT.

       NO-ADD.
           Move 'FLUERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCO1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCO1MAP')
                     FROM(HCO1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCO1MAPI.
           Initialize HCO1MAPO.
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
