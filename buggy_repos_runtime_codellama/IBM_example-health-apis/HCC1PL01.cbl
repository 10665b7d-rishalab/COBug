      ******************************************************************
      *                                                                *
      *                  Clinical notes browse and entry               *
      *                                                                *
      * The patient's progress notes through HCNTDB01: browse them     *
      * newest first and read the one keyed (HCC1), save a draft - a   *
      * new one, or a change to the user's own draft keyed (HCCA),     *
      * sign the draft keyed (HCCS) and amend a signed note with an    *
      * addendum (HCCD). A signed note is never edited - the screen    *
      * says so and points the user at the addendum. Every read and    *
      * every change is audited like any other PHI access.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCC1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCC1'.
       77 ADD-TRANS                    PIC X(4) VALUE 'HCCA'.
       77 SGN-TRANS                    PIC X(4) VALUE 'HCCS'.
       77 ADN-TRANS                    PIC X(4) VALUE 'HCCD'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-NOTE-ID                 PIC 9(9) VALUE ZERO.
       01  WS-STATUS-TEXT             PIC X(6).
       01  WS-LINK-TEXT               PIC X(4).
       01  WS-PARENT-TEXT             PIC X(16).

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

           Initialize HCC1MAPI.
           Initialize HCC1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCC1PNOO.

           MOVE -1 TO HCC1PNOL.

           EXEC CICS SEND MAP ('HCC1MAP')
                     FROM(HCC1MAPO)
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

           EXEC CICS RECEIVE MAP('HCC1MAP')
                     INTO(HCC1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

           PERFORM GET-PATIENT.

           MOVE ZERO TO WS-NOTE-ID.
           IF HCC1NIDI IS NUMERIC
              MOVE HCC1NIDI TO WS-NOTE-ID
           END-IF.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the note keyed, if any, and the
      * patient's notes newest first
           IF EIBTRNID EQUAL INQ-TRANS
                 IF WS-NOTE-ID > ZERO
                    PERFORM READ-NOTE
                 END-IF
                 PERFORM SHOW-NOTE-LIST

                 EXEC CICS SEND MAP ('HCC1MAP')
                           FROM(HCC1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Add request - a new draft, or the user's own draft
      * keyed with its type and text replaced
           IF EIBTRNID EQUAL ADD-TRANS
                 IF WS-NOTE-ID > ZERO
                    Move '01UNTE'   To CA-REQUEST-ID
                    Move 'NTEUPD'   To WS-MSG-KEY
                 ELSE
                    Move '01ANTE'   To CA-REQUEST-ID
                    Move 'NTEADD'   To WS-MSG-KEY
                 END-IF
                 Move HCC1PNOI   To CA-PATIENT-ID
                 Move WS-NOTE-ID To CA-NTE-ID
                 Move HCC1TYPI   To CA-NTE-TYPE
                 Move HCC1LTYI   To CA-NTE-LINK-TYPE
                 Move HCC1LKYI   To CA-NTE-LINK-KEY
                 PERFORM MOVE-TEXT-TO-COMMAREA
                 PERFORM LINK-NOTE-SERVICE
                 PERFORM SHOW-NOTE-RESULT
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Sign request - the user's own draft keyed
           IF EIBTRNID EQUAL SGN-TRANS
                 Move '01SNTE'   To CA-REQUEST-ID
                 Move HCC1PNOI   To CA-PATIENT-ID
                 Move WS-NOTE-ID To CA-NTE-ID
                 Move 'NTESGN'   To WS-MSG-KEY
                 PERFORM LINK-NOTE-SERVICE
                 PERFORM SHOW-NOTE-RESULT
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Addendum request - the signed note keyed is amended
      * by the text on the screen, saved as the user's draft
           IF EIBTRNID EQUAL ADN-TRANS
                 Move '01DNTE'   To CA-REQUEST-ID
                 Move HCC1PNOI   To CA-PATIENT-ID
                 Move WS-NOTE-ID To CA-NTE-ID
                 PERFORM MOVE-TEXT-TO-COMMAREA
                 Move 'NTEADN'   To WS-MSG-KEY
                 PERFORM LINK-NOTE-SERVICE
                 PERFORM SHOW-NOTE-RESULT
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCC1MAPI.
           EXEC CICS SEND MAP ('HCC1MAP')
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
           Move HCC1PNOI   To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCPLUP01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-PATIENT-DATA
           END-IF

           Move CA-FIRST-NAME to HCC1FNAI
           Move CA-LAST-NAME  to HCC1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCC1MSGO
           END-IF.

      *---------------------------------------------------------------*
      * Run a change request set up above through HCNTDB01 and sort
      * out the refusals - each has its own message
       LINK-NOTE-SERVICE.
           PERFORM CHECK-AUTHORITY
      * Link to business logic
           EXEC CICS LINK PROGRAM('HCNTDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE = '01'
              GO TO NO-NOTE-DATA
           END-IF

           IF CA-RETURN-CODE = '92'
              GO TO ENTRY-REQUIRED
           END-IF

           IF CA-RETURN-CODE = '93'
              GO TO NOTE-SIGNED
           END-IF

           IF CA-RETURN-CODE = '94'
              GO TO NOT-AUTHOR
           END-IF

           IF CA-RETURN-CODE = '96'
              GO TO NOTE-DRAFT
           END-IF

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-UPDATE
           END-IF.

      *---------------------------------------------------------------*
      * The note just saved or signed, read back with its text, the
      * refreshed list and the message set up by the request
       SHOW-NOTE-RESULT.
           Move CA-NTE-ID To WS-NOTE-ID
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCC1MSGO
           PERFORM READ-NOTE
           PERFORM SHOW-NOTE-LIST

           EXEC CICS SEND MAP ('HCC1MAP')
                     FROM(HCC1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

      *---------------------------------------------------------------*
      * One note's header and text from HCNTDB01 (01RNTE) - the read
      * is audited like any other
       READ-NOTE.
           Move '01RNTE'   To CA-REQUEST-ID
           Move HCC1PNOI   To CA-PATIENT-ID
           Move WS-NOTE-ID To CA-NTE-ID
           PERFORM CHECK-AUTHORITY
           EXEC CICS LINK PROGRAM('HCNTDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE = '01'
              GO TO NO-NOTE-DATA
           END-IF

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-UPDATE
           END-IF

           Move CA-NTE-ID        To HCC1NIDO
           Move CA-NTE-TYPE      To HCC1TYPO
           Move CA-NTE-LINK-TYPE To HCC1LTYO
           Move CA-NTE-LINK-KEY  To HCC1LKYO
           Move CA-NTE-PARENT-ID To HCC1PARO
           Move CA-NTE-STATUS    To HCC1STAO
           Move CA-NTE-AUTHOR    To HCC1AUTO
           Move CA-NTE-CREATED   To HCC1CRTO
           Move CA-NTE-SIGNED    To HCC1SGNO

           MOVE 1 TO WS-LINE-IDX.
           PERFORM SHOW-TEXT-LINE
               UNTIL WS-LINE-IDX > 10.

      *---------------------------------------------------------------*
      * The patient's notes newest first from HCNTDB01 (01INTE)
       SHOW-NOTE-LIST.
           Move '01INTE'  To CA-REQUEST-ID
           Move HCC1PNOI  To CA-PATIENT-ID
           PERFORM CHECK-AUTHORITY
           EXEC CICS LINK PROGRAM('HCNTDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-UPDATE
           END-IF

           IF CA-NUM-NOTES = 0
              Move 'NTENON' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCC1MSGO
           END-IF

           PERFORM BUILD-NOTE-LINES.

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
      * The note text keyed on the screen, line for line
       MOVE-TEXT-TO-COMMAREA.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM MOVE-TEXT-LINE
               UNTIL WS-LINE-IDX > 10.

       MOVE-TEXT-LINE.
           MOVE HCC1TXTI (WS-LINE-IDX) TO CA-NTE-TEXT (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       SHOW-TEXT-LINE.
           MOVE SPACES TO HCC1TXT-LINES-O (WS-LINE-IDX).
           IF WS-LINE-IDX NOT > CA-NTE-NUM-LINES
              MOVE CA-NTE-TEXT (WS-LINE-IDX)
                TO HCC1TXTO (WS-LINE-IDX)
           END-IF.
           ADD 1 TO WS-LINE-IDX.

      *---------------------------------------------------------------*
      * Format each returned note into one display line - when, type,
      * note id, SIGNED or DRAFT, author, STAY or APPT, and the note an
      * addendum amends
       BUILD-NOTE-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-NOTE-LINE
               UNTIL WS-LINE-IDX > 10.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-NOTE-LINE
               UNTIL WS-LINE-IDX > 10
                  OR WS-LINE-IDX > CA-NUM-NOTES.

       CLEAR-NOTE-LINE.
           MOVE SPACES TO HCC1NTE-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-NOTE-LINE.
           IF CA-NTE-LST-STATUS (WS-LINE-IDX) = 'S'
              MOVE 'SIGNED' TO WS-STATUS-TEXT
           ELSE
              MOVE 'DRAFT ' TO WS-STATUS-TEXT
           END-IF
           IF CA-NTE-LST-LINK-TYPE (WS-LINE-IDX) = 'A'
              MOVE 'APPT' TO WS-LINK-TEXT
           ELSE
              MOVE 'STAY' TO WS-LINK-TEXT
           END-IF
           MOVE SPACES TO WS-PARENT-TEXT
           IF CA-NTE-LST-PARENT-ID (WS-LINE-IDX) > ZERO
              STRING 'AMENDS ' DELIMITED SIZE
                     CA-NTE-LST-PARENT-ID (WS-LINE-IDX)
                     DELIMITED SIZE
                     INTO WS-PARENT-TEXT
              END-STRING
           END-IF
           STRING CA-NTE-LST-CREATED (WS-LINE-IDX) (1:16)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-NTE-LST-TYPE (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-NTE-LST-ID (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-STATUS-TEXT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-NTE-LST-AUTHOR (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-LINK-TEXT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PARENT-TEXT DELIMITED SIZE
                  INTO HCC1LINO (WS-LINE-IDX)
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
           Move WS-MESSAGE-OUT To HCC1MSGO
           Go To ERROR-OUT.

       NO-PATIENT-DATA.
           MOVE -1 TO HCC1PNOL.
           Move 'NOPAT ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCC1MSGO
           Go To ERROR-OUT.

       NO-NOTE-DATA.
           MOVE -1 TO HCC1NIDL.
           Move 'NTENF ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCC1MSGO
           Go To ERROR-OUT.

       ENTRY-REQUIRED.
           MOVE -1 TO HCC1TYPL.
           Move 'NTEREQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCC1MSGO
           Go To ERROR-OUT.

       NOTE-SIGNED.
           MOVE -1 TO HCC1NIDL.
           Move 'NTESIG' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCC1MSGO
           Go To ERROR-OUT.

       NOT-AUTHOR.
           MOVE -1 TO HCC1NIDL.
           Move 'NTEAUT' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCC1MSGO
           Go To ERROR-OUT.

       NOTE-DRAFT.
           MOVE -1 TO HCC1NIDL.
           Move 'NTEDRF' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCC1MSGO
           Go To ERROR-OUT.

       NO-UPDATE.
           Move 'NTEERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCC1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCC1MAP')
                     FROM(HCC1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCC1MAPI.
           Initialize HCC1MAPO.
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
