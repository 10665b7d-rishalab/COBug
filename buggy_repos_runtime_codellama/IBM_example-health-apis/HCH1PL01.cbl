      ******************************************************************
      *                                                                *
      *             Falls / pressure-injury risk assessment menu       *
      *                                                                *
      * The ward's falls-risk and pressure-injury risk assessments,    *
      * through HCRKDB01: key an assessment - F or P, the six item     *
      * scores and when (HCHA) - or look at the stay's assessments     *
      * (HCH1). Both show the latest band of each type with its        *
      * reassessment due time, and the stay's assessments latest       *
      * first. The new assessment's total, band and due time come      *
      * back on the screen once it is scored.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCH1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCH1'.
       77 ADD-TRANS                    PIC X(4) VALUE 'HCHA'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-TYPE-TEXT               PIC X(8).
       01  WS-BAND-TEXT               PIC X(6).

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

           Initialize HCH1MAPI.
           Initialize HCH1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCH1PNOO.

           MOVE -1 TO HCH1PNOL.

           EXEC CICS SEND MAP ('HCH1MAP')
                     FROM(HCH1MAPO)
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

           EXEC CICS RECEIVE MAP('HCH1MAP')
                     INTO(HCH1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

           PERFORM GET-PATIENT.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the stay's assessments
           IF EIBTRNID EQUAL INQ-TRANS
                 PERFORM SHOW-RISK-ASSESSMENTS

                 EXEC CICS SEND MAP ('HCH1MAP')
                           FROM(HCH1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Add request - score and record one assessment
           IF EIBTRNID EQUAL ADD-TRANS
                 Move '01ARSK'   To CA-REQUEST-ID
                 Move HCH1PNOI   To CA-PATIENT-ID
                 Move HCH1TYPI   To CA-RSK-TYPE
                 Move HCH1IT1I   To CA-RSK-ITEM (1)
                 Move HCH1IT2I   To CA-RSK-ITEM (2)
                 Move HCH1IT3I   To CA-RSK-ITEM (3)
                 Move HCH1IT4I   To CA-RSK-ITEM (4)
                 Move HCH1IT5I   To CA-RSK-ITEM (5)
                 Move HCH1IT6I   To CA-RSK-ITEM (6)
                 Move HCH1EDTI   To CA-RSK-DATETIME
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRKDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO NOT-ON-WARD
                 END-IF

                 IF CA-RETURN-CODE = '92'
                   GO TO ENTRY-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-ADD
                 END-IF

                 Move CA-RSK-DATETIME To HCH1EDTO
                 Move CA-RSK-TOTAL    To HCH1TOTO
                 Move CA-RSK-BAND     To HCH1BNDO
                 Move CA-RSK-DUE      To HCH1DUEO
                 PERFORM SHOW-RISK-ASSESSMENTS

                 Move 'RSKADD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCH1MSGO

                 EXEC CICS SEND MAP ('HCH1MAP')
                           FROM(HCH1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCH1MAPI.
           EXEC CICS SEND MAP ('HCH1MAP')
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
           Move HCH1PNOI   To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCPLUP01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-PATIENT-DATA
           END-IF

           Move CA-FIRST-NAME to HCH1FNAI
           Move CA-LAST-NAME  to HCH1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCH1MSGO
           END-IF.

      *---------------------------------------------------------------*
      * The stay, the latest band of each type and the stay's
      * assessments from HCRKDB01 - a stay with none yet says so
       SHOW-RISK-ASSESSMENTS.
           Move '01IRSK'  To CA-REQUEST-ID
           Move HCH1PNOI  To CA-PATIENT-ID
           PERFORM CHECK-AUTHORITY
           EXEC CICS LINK PROGRAM('HCRKDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE = '01'
              GO TO NOT-ON-WARD
           END-IF

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-RISK-DATA
           END-IF

           IF CA-NUM-RISKS = 0
              Move 'RSKNOD' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCH1MSGO
           END-IF

           Move CA-RSK-WARD          To HCH1WRDO
           Move CA-RSK-ADMIT-DTIME   To HCH1ADMO
           Move CA-RSK-FALLS-BAND    To HCH1FBDO
           Move CA-RSK-FALLS-DUE     To HCH1FDUO
           Move CA-RSK-PRESSURE-BAND To HCH1PBDO
           Move CA-RSK-PRESSURE-DUE  To HCH1PDUO

           PERFORM BUILD-RISK-LINES.

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
      * Format each returned assessment into one display line - when,
      * FALLS or PRESSURE, total, band, reassessment due and assessor
       BUILD-RISK-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-RISK-LINE
               UNTIL WS-LINE-IDX > 10.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-RISK-LINE
               UNTIL WS-LINE-IDX > 10
                  OR WS-LINE-IDX > CA-NUM-RISKS.

       CLEAR-RISK-LINE.
           MOVE SPACES TO HCH1RSK-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-RISK-LINE.
           IF CA-RSK-LST-TYPE (WS-LINE-IDX) = 'F'
              MOVE 'FALLS   ' TO WS-TYPE-TEXT
           ELSE
              MOVE 'PRESSURE' TO WS-TYPE-TEXT
           END-IF
           EVALUATE CA-RSK-LST-BAND (WS-LINE-IDX)
             WHEN 'H'
               MOVE 'HIGH  ' TO WS-BAND-TEXT
             WHEN 'M'
               MOVE 'MEDIUM' TO WS-BAND-TEXT
             WHEN OTHER
               MOVE 'LOW   ' TO WS-BAND-TEXT
           END-EVALUATE
           STRING CA-RSK-LST-DATETIME (WS-LINE-IDX) (1:16)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TYPE-TEXT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-RSK-LST-TOTAL (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-BAND-TEXT DELIMITED SIZE
                  ' DUE ' DELIMITED SIZE
                  CA-RSK-LST-DUE (WS-LINE-IDX) (1:16)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-RSK-LST-USER (WS-LINE-IDX) DELIMITED SIZE
                  INTO HCH1LINO (WS-LINE-IDX)
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
           Move WS-MESSAGE-OUT To HCH1MSGO
           Go To ERROR-OUT.

       NO-PATIENT-DATA.
           MOVE -1 TO HCH1PNOL.
           Move 'NOPAT ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCH1MSGO
           Go To ERROR-OUT.

       NOT-ON-WARD.
           MOVE -1 TO HCH1PNOL.
           Move 'RSKNWD' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCH1MSGO
           Go To ERROR-OUT.

       NO-RISK-DATA.
           Move 'RSKERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCH1MSGO
           Go To ERROR-OUT.

       ENTRY-REQUIRED.
           MOVE -1 TO HCH1TYPL.
           Move 'RSKREQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCH1MSGO
           Go To ERROR-OUT.

       NO-ADD.
           Move 'RSKERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCH1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCH1MAP')
                     FROM(HCH1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCH1MAPI.
           Initialize HCH1MAPO.
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
