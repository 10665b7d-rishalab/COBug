      ******************************************************************
      *                                                                *
      *                    Break-the-glass menu                        *
      *                                                                *
      * A restricted record refuses anyone off the patient's care team *
      * (SECRST on every screen). Here the user keys the patient and   *
      * why they need the record; HCBGDB01 records the access and the  *
      * reason and the screen shows until when it is in force. The     *
      * other screens then open the record as normal. A user who does  *
      * not need it (record not restricted, or on the care team) is    *
      * told so and nothing is recorded.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCE1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 BTG-TRANS                    PIC X(4) VALUE 'HCE1'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.

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

           Initialize HCE1MAPI.
           Initialize HCE1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCE1PNOO.

           MOVE -1 TO HCE1PNOL.

           EXEC CICS SEND MAP ('HCE1MAP')
                     FROM(HCE1MAPO)
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

           EXEC CICS RECEIVE MAP('HCE1MAP')
                     INTO(HCE1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

      *---------------------------------------------------------------*
      * Handle the break-the-glass request
           IF EIBTRNID EQUAL BTG-TRANS
                 PERFORM CHECK-OVERRIDE-NEEDED

                 Move '01ABTG'   To CA-REQUEST-ID
                 Move HCE1PNOI   To CA-PATIENT-ID
                 Move HCE1RSNI   To CA-BTG-REASON
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCBGDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '92'
                   GO TO REASON-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-PATIENT-DATA
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-ACCESS
                 END-IF

                 Move CA-BTG-USER    To HCE1USRO
                 Move CA-BTG-DTIME   To HCE1GDTO
                 Move CA-BTG-EXPIRES To HCE1EXPO
                 PERFORM GET-PATIENT

                 Move 'BTGOK ' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCE1MSGO

                 EXEC CICS SEND MAP ('HCE1MAP')
                           FROM(HCE1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCE1MAPI.
           EXEC CICS SEND MAP ('HCE1MAP')
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
      * Would the user get in anyway? HCSCDB01 answers for a patient
      * inquiry: a clean pass means no override is needed, '88' that
      * it is - anything else is an ordinary denial.
       CHECK-OVERRIDE-NEEDED.
           Move '01IPAT'   To CA-REQUEST-ID
           Move HCE1PNOI   To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCSCDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC

           IF CA-RETURN-CODE = '00'
              GO TO NOT-NEEDED
           END-IF

           IF CA-RETURN-CODE NOT = '88'
              GO TO ACCESS-DENIED
           END-IF.

       GET-PATIENT.
      * Get patient name via the shared patient-lookup service
           Move HCE1PNOI   To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCPLUP01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-PATIENT-DATA
           END-IF

           Move CA-FIRST-NAME to HCE1FNAO
           Move CA-LAST-NAME  to HCE1LNAO.

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

       ACCESS-DENIED.
           PERFORM LOG-PHI-ACCESS
           Move 'SECDNY' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCE1MSGO
           Go To ERROR-OUT.

       NOT-NEEDED.
           Move 'BTGNRQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCE1MSGO
           Go To ERROR-OUT.

       NO-PATIENT-DATA.
           MOVE -1 TO HCE1PNOL.
           Move 'NOPAT ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCE1MSGO
           Go To ERROR-OUT.

       REASON-REQUIRED.
           MOVE -1 TO HCE1RSNL.
           Move 'BTGREQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCE1MSGO
           Go To ERROR-OUT.

       NO-ACCESS.
           Move 'BTGERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCE1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCE1MAP')
                     FROM(HCE1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCE1MAPI.
           Initialize HCE1MAPO.
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
