      ******************************************************************
      *                                                                *
      *                    Specialist referral menu                    *
      *                                                                *
      * The patient's referrals to outside specialists, through        *
      * HCRFDB01: list them with their status (HCF1), send a new one   *
      * - specialty, destination, urgency and the PROBLEM code it is   *
      * for (HCFA) - and move one on as the specialist acknowledges,   *
      * books, sees and closes it (HCFU). HCRFBJ01 chases the ones     *
      * that stall.                                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCF1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCF1'.
       77 ADD-TRANS                    PIC X(4) VALUE 'HCFA'.
       77 UPD-TRANS                    PIC X(4) VALUE 'HCFU'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.

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

           Initialize HCF1MAPI.
           Initialize HCF1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCF1PNOO.

           MOVE -1 TO HCF1PNOL.

           EXEC CICS SEND MAP ('HCF1MAP')
                     FROM(HCF1MAPO)
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

           EXEC CICS RECEIVE MAP('HCF1MAP')
                     INTO(HCF1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

           PERFORM GET-PATIENT.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - list the patient's referrals
           IF EIBTRNID EQUAL INQ-TRANS
                 Move '01IREF'  To CA-REQUEST-ID
                 Move HCF1PNOI  To CA-PATIENT-ID
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRFDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-REF-DATA
                 END-IF

                 PERFORM BUILD-REFERRAL-LINES

                 EXEC CICS SEND MAP ('HCF1MAP')
                           FROM(HCF1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Add request - send a new referral
           IF EIBTRNID EQUAL ADD-TRANS
                 Move '01AREF'   To CA-REQUEST-ID
                 Move HCF1PNOI   To CA-PATIENT-ID
                 Move HCF1SPCI   To CA-REF-SPECIALTY
                 Move HCF1DSTI   To CA-REF-DESTINATION
                 Move HCF1URGI   To CA-REF-URGENCY
                 Move HCF1PRBI   To CA-REF-PROBLEM-CODE
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRFDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '92'
                   GO TO REFERRAL-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE = '87'
                   GO TO REASON-NOT-PROBLEM
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 Move CA-REF-ID  To HCF1RIDO
                 PERFORM RELIST-REFERRALS

                 Move 'REFADD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCF1MSGO

                 EXEC CICS SEND MAP ('HCF1MAP')
                           FROM(HCF1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Update request - move the keyed referral on to the
      * keyed status
           IF EIBTRNID EQUAL UPD-TRANS
                 Move '01UREF'   To CA-REQUEST-ID
                 Move HCF1PNOI   To CA-PATIENT-ID
                 Move HCF1RIDI   To CA-REF-ID
                 Move HCF1STSI   To CA-REF-STATUS
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRFDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO REFERRAL-NOT-FOUND
                 END-IF

                 IF CA-RETURN-CODE = '92'
                   GO TO STATUS-NOT-FORWARD
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 PERFORM RELIST-REFERRALS

                 Move 'REFUPD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCF1MSGO

                 EXEC CICS SEND MAP ('HCF1MAP')
                           FROM(HCF1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCF1MAPI.
           EXEC CICS SEND MAP ('HCF1MAP')
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
           Move HCF1PNOI   To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCPLUP01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-PATIENT-DATA
           END-IF

           Move CA-FIRST-NAME to HCF1FNAI
           Move CA-LAST-NAME  to HCF1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCF1MSGO
           END-IF.

      *---------------------------------------------------------------*
      * Re-list after a successful add or update so the screen shows
      * the referrals as they now stand
       RELIST-REFERRALS.
           Move '01IREF'  To CA-REQUEST-ID
           Move HCF1PNOI  To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCRFDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-REF-DATA
           END-IF

           PERFORM BUILD-REFERRAL-LINES.

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
      * Format each returned referral into one display line - id,
      * status, urgency, specialty, the start of the destination, the
      * problem it is for and the date its status was set
       BUILD-REFERRAL-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-REFERRAL-LINE
               UNTIL WS-LINE-IDX > 10.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-REFERRAL-LINE
               UNTIL WS-LINE-IDX > 10
                  OR WS-LINE-IDX > CA-NUM-REFERRALS.

       CLEAR-REFERRAL-LINE.
           MOVE SPACES TO HCF1REF-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-REFERRAL-LINE.
           STRING CA-REF-LST-ID (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-REF-LST-STATUS (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-REF-LST-URGENCY (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-REF-LST-SPECIALTY (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-REF-LST-DESTINATION (WS-LINE-IDX) (1:12)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-REF-LST-PROBLEM (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-REF-LST-STATUS-DATE (WS-LINE-IDX)
                  DELIMITED SIZE
                  INTO HCF1LINO (WS-LINE-IDX)
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
           Move WS-MESSAGE-OUT To HCF1MSGO
           Go To ERROR-OUT.

       NO-PATIENT-DATA.
           Move 'NOPAT ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCF1MSGO
           Go To ERROR-OUT.

       NO-REF-DATA.
           Move 'REFNOD' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCF1MSGO
           Go To ERROR-OUT.

       REFERRAL-REQUIRED.
           MOVE -1 TO HCF1SPCL.
           Move 'REFREQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCF1MSGO
           Go To ERROR-OUT.

       REASON-NOT-PROBLEM.
           MOVE -1 TO HCF1PRBL.
           Move 'REFPRB' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCF1MSGO
           Go To ERROR-OUT.

       REFERRAL-NOT-FOUND.
           MOVE -1 TO HCF1RIDL.
           Move 'REFNOF' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCF1MSGO
           Go To ERROR-OUT.

       STATUS-NOT-FORWARD.
           MOVE -1 TO HCF1STSL.
           Move 'REFSTS' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCF1MSGO
           Go To ERROR-OUT.

       NO-UPDATE.
           Move 'REFERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCF1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCF1MAP')
                     FROM(HCF1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCF1MAPI.
           Initialize HCF1MAPO.
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
