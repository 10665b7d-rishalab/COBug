      ******************************************************************
      *                                                                *
      *                    Non-formulary approval queue                *
      *                                                                *
      * Pharmacy's queue over HCFMDB01: the prescriptions HCMADB01     *
      * stored pending because the drug is not on the formulary,       *
      * oldest first (HCI1). The keyed prescription can be approved,   *
      * going to the pharmacy on the next HCPHBJ01 cycle (HCIA), or    *
      * rejected, which stops it (HCIR).                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCI1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCI1'.
       77 APV-TRANS                    PIC X(4) VALUE 'HCIA'.
       77 REJ-TRANS                    PIC X(4) VALUE 'HCIR'.
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

           Initialize HCI1MAPI.
           Initialize HCI1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCI1MIDO.

           MOVE -1 TO HCI1MIDL.

           EXEC CICS SEND MAP ('HCI1MAP')
                     FROM(HCI1MAPO)
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

           EXEC CICS RECEIVE MAP('HCI1MAP')
                     INTO(HCI1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the pending queue
           IF EIBTRNID EQUAL INQ-TRANS
                 Move '01IPND'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCFMDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-QUEUE-DATA
                 END-IF

                 PERFORM BUILD-QUEUE-LINES

                 EXEC CICS SEND MAP ('HCI1MAP')
                           FROM(HCI1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Approve request - the keyed prescription goes to
      * the pharmacy on the next interface cycle
           IF EIBTRNID EQUAL APV-TRANS
                 Move '01UPND'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 Move HCI1MIDI  To CA-PND-MEDICATION-ID
                 Move 'A'       To CA-PND-DECISION
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCFMDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO ORDER-NOT-FOUND
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 PERFORM RELIST-QUEUE

                 Move 'PNDAPV' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCI1MSGO

                 EXEC CICS SEND MAP ('HCI1MAP')
                           FROM(HCI1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Reject request - the keyed prescription is stopped
      * and never sent
           IF EIBTRNID EQUAL REJ-TRANS
                 Move '01UPND'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 Move HCI1MIDI  To CA-PND-MEDICATION-ID
                 Move 'R'       To CA-PND-DECISION
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCFMDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO ORDER-NOT-FOUND
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 PERFORM RELIST-QUEUE

                 Move 'PNDREJ' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCI1MSGO

                 EXEC CICS SEND MAP ('HCI1MAP')
                           FROM(HCI1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCI1MAPI.
           EXEC CICS SEND MAP ('HCI1MAP')
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
      * Re-list after a decision so the screen shows what is still
      * waiting - an emptied queue just clears the lines
       RELIST-QUEUE.
           Move '01IPND'  To CA-REQUEST-ID
           Move ZERO      To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCFMDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              MOVE 0 TO CA-NUM-PENDING
           END-IF

           PERFORM BUILD-QUEUE-LINES.

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
      * Format each pending prescription into one display line -
      * medication id, patient, drug, strength, route and start date
       BUILD-QUEUE-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-QUEUE-LINE
               UNTIL WS-LINE-IDX > 10.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-QUEUE-LINE
               UNTIL WS-LINE-IDX > 10
                  OR WS-LINE-IDX > CA-NUM-PENDING.

       CLEAR-QUEUE-LINE.
           MOVE SPACES TO HCI1PND-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-QUEUE-LINE.
           STRING CA-PND-LST-ID (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-PND-LST-PATIENT (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-PND-LST-DRUG-NAME (WS-LINE-IDX) (1:18)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-PND-LST-STRENGTH (WS-LINE-IDX) (1:10)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-PND-LST-ROUTE (WS-LINE-IDX) (1:10)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-PND-LST-START-DATE (WS-LINE-IDX) DELIMITED SIZE
                  INTO HCI1LINO (WS-LINE-IDX)
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
           Move WS-MESSAGE-OUT To HCI1MSGO
           Go To ERROR-OUT.

       NO-QUEUE-DATA.
           Move 'PNDNOD' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCI1MSGO
           Go To ERROR-OUT.

       ORDER-NOT-FOUND.
           MOVE -1 TO HCI1MIDL.
           Move 'PNDNOF' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCI1MSGO
           Go To ERROR-OUT.

       NO-UPDATE.
           Move 'PNDERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCI1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCI1MAP')
                     FROM(HCI1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCI1MAPI.
           Initialize HCI1MAPO.
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
