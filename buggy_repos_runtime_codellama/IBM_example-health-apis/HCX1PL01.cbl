      ******************************************************************
      *                                                                *
      *                 Theatre procedure booking menu                 *
      *                                                                *
      * Books a patient's procedure into a theatre through HCTBDB01:   *
      * procedure code, the active problem it treats, surgeon,         *
      * theatre, date, slot and expected duration (HCXA); cancels a    *
      * live booking by its number (HCXX); or lists the patient's      *
      * bookings (HCX1). A slot outside the theatre's sessions or one  *
      * that overlaps another booking is refused, the clashing         *
      * booking's number coming back on the screen.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCX1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCX1'.
       77 ADD-TRANS                    PIC X(4) VALUE 'HCXA'.
       77 CAN-TRANS                    PIC X(4) VALUE 'HCXX'.
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

           Initialize HCX1MAPI.
           Initialize HCX1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCX1PNOO.

           MOVE -1 TO HCX1PNOL.

           EXEC CICS SEND MAP ('HCX1MAP')
                     FROM(HCX1MAPO)
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

           EXEC CICS RECEIVE MAP('HCX1MAP')
                     INTO(HCX1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

           PERFORM GET-PATIENT.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the patient's bookings
           IF EIBTRNID EQUAL INQ-TRANS
                 PERFORM SHOW-THEATRE-BOOKINGS

                 EXEC CICS SEND MAP ('HCX1MAP')
                           FROM(HCX1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Booking request - book the procedure, refusing a
      * slot the theatre is not running or one already taken
           IF EIBTRNID EQUAL ADD-TRANS
                 Move '01ATHB'   To CA-REQUEST-ID
                 Move HCX1PNOI   To CA-PATIENT-ID
                 Move HCX1PRCI   To CA-THB-PROCEDURE
                 Move HCX1PRBI   To CA-THB-PROBLEM-CODE
                 Move HCX1SURI   To CA-THB-SURGEON
                 Move HCX1THEI   To CA-THB-THEATRE
                 Move HCX1DATI   To CA-THB-DATE
                 Move HCX1TIMI   To CA-THB-TIME
                 Move HCX1DURI   To CA-THB-DURATION
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCTBDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '92'
                   GO TO BOOKING-INCOMPLETE
                 END-IF

                 IF CA-RETURN-CODE = '97'
                   GO TO SURGEON-STOP
                 END-IF

                 IF CA-RETURN-CODE = '80'
                   GO TO NO-SESSION
                 END-IF

                 IF CA-RETURN-CODE = '81'
                   GO TO SLOT-CONFLICT
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-ADD
                 END-IF

                 Move CA-THB-ID       To HCX1BIDO
                 Move CA-THB-END-TIME To HCX1ENDO
                 PERFORM SHOW-THEATRE-BOOKINGS

                 Move 'THBADD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCX1MSGO

                 EXEC CICS SEND MAP ('HCX1MAP')
                           FROM(HCX1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Cancel request - free the slot of a live booking
           IF EIBTRNID EQUAL CAN-TRANS
                 Move '01XTHB'   To CA-REQUEST-ID
                 Move HCX1PNOI   To CA-PATIENT-ID
                 Move HCX1BIDI   To CA-THB-ID
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCTBDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-BOOKING
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-ADD
                 END-IF

                 PERFORM SHOW-THEATRE-BOOKINGS

                 Move 'THBCAN' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCX1MSGO

                 EXEC CICS SEND MAP ('HCX1MAP')
                           FROM(HCX1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCX1MAPI.
           EXEC CICS SEND MAP ('HCX1MAP')
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
           Move HCX1PNOI   To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCPLUP01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-PATIENT-DATA
           END-IF

           Move CA-FIRST-NAME to HCX1FNAI
           Move CA-LAST-NAME  to HCX1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCX1MSGO
           END-IF.

      *---------------------------------------------------------------*
      * The patient's bookings from HCTBDB01 - none on file says so
       SHOW-THEATRE-BOOKINGS.
           Move '01ITHB'  To CA-REQUEST-ID
           Move HCX1PNOI  To CA-PATIENT-ID
           PERFORM CHECK-AUTHORITY
           EXEC CICS LINK PROGRAM('HCTBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE = '01'
              Move 0 To CA-NUM-THEATRE-BOOKINGS
              Move 'THBNON' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCX1MSGO
           ELSE
              IF CA-RETURN-CODE NOT = '00'
                 GO TO NO-ADD
              END-IF
           END-IF

           PERFORM BUILD-BOOKING-LINES.

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
      * Format each returned booking into one display line - number,
      * date, slot to expected end, theatre, procedure, problem,
      * surgeon and status
       BUILD-BOOKING-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-BOOKING-LINE
               UNTIL WS-LINE-IDX > 10.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-BOOKING-LINE
               UNTIL WS-LINE-IDX > 10
                  OR WS-LINE-IDX > CA-NUM-THEATRE-BOOKINGS.

       CLEAR-BOOKING-LINE.
           MOVE SPACES TO HCX1THB-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-BOOKING-LINE.
           STRING CA-THB-LST-ID (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-THB-LST-DATE (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-THB-LST-TIME (WS-LINE-IDX) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  CA-THB-LST-END-TIME (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-THB-LST-THEATRE (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-THB-LST-PROCEDURE (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-THB-LST-PROBLEM (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-THB-LST-SURGEON (WS-LINE-IDX) (1:10)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-THB-LST-STATUS (WS-LINE-IDX) (1:6)
                  DELIMITED SIZE
                  INTO HCX1LINO (WS-LINE-IDX)
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
           Move WS-MESSAGE-OUT To HCX1MSGO
           Go To ERROR-OUT.

       NO-PATIENT-DATA.
           MOVE -1 TO HCX1PNOL.
           Move 'NOPAT ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCX1MSGO
           Go To ERROR-OUT.

       BOOKING-INCOMPLETE.
           MOVE -1 TO HCX1PRCL.
           Move 'THBREQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCX1MSGO
           Go To ERROR-OUT.

       SURGEON-STOP.
           MOVE -1 TO HCX1SURL.
           Move 'THBSUR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCX1MSGO
           Go To ERROR-OUT.

       NO-SESSION.
           MOVE -1 TO HCX1DATL.
           Move 'THBNOS' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCX1MSGO
           Go To ERROR-OUT.

      * the booking holding the theatre is shown so the clerk can
      * pick another slot or take it up with the other surgeon
       SLOT-CONFLICT.
           MOVE -1 TO HCX1TIML.
           Move CA-THB-CONFLICT-ID To HCX1CONO
           Move 'THBCON' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCX1MSGO
           Go To ERROR-OUT.

       NO-BOOKING.
           MOVE -1 TO HCX1BIDL.
           Move 'THBNF ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCX1MSGO
           Go To ERROR-OUT.

       NO-ADD.
           Move 'THBERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCX1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCX1MAP')
                     FROM(HCX1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCX1MAPI.
           Initialize HCX1MAPO.
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
