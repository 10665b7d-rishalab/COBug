      ******************************************************************
      *                                                                *
      *                    Medication reconciliation menu              *
      *                                                                *
      * The home-medication list of the patient's open ward stay,      *
      * through HCRCDB01: list the home drugs against the active       *
      * MEDICATION rows (HCN1), record a home drug at admission        *
      * (HCNA - drug NONE for a patient on nothing at home) and record *
      * the continue / modify / stop decision with its reason (HCNR).  *
      * HCWDDB01 will not discharge the patient until every home drug  *
      * shown here has a decision.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCN1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCN1'.
       77 ADD-TRANS                    PIC X(4) VALUE 'HCNA'.
       77 DEC-TRANS                    PIC X(4) VALUE 'HCNR'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.

      * What the ward is doing with the home drug, shown per line
       01  WS-WARD-MATCH               PIC X(12).

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

           Initialize HCN1MAPI.
           Initialize HCN1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCN1PNOO.

           MOVE -1 TO HCN1PNOL.

           EXEC CICS SEND MAP ('HCN1MAP')
                     FROM(HCN1MAPO)
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

           EXEC CICS RECEIVE MAP('HCN1MAP')
                     INTO(HCN1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

           PERFORM GET-PATIENT.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the stay's home drugs against
      * what the ward has prescribed
           IF EIBTRNID EQUAL INQ-TRANS
                 Move '01IHMD'  To CA-REQUEST-ID
                 Move HCN1PNOI  To CA-PATIENT-ID
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRCDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-HOMEMED-DATA
                 END-IF

                 PERFORM BUILD-HOMEMED-LINES
                 Move CA-HMD-PENDING To HCN1PNDO

                 IF CA-HMD-PENDING = ZERO
                    Move 'HMDDON' To WS-MSG-KEY
                    PERFORM GET-MESSAGE-TEXT
                    Move WS-MESSAGE-OUT To HCN1MSGO
                 END-IF
                 EXEC CICS SEND MAP ('HCN1MAP')
                           FROM(HCN1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Add request - a home drug taken on admission
           IF EIBTRNID EQUAL ADD-TRANS
                 Move '01AHMD'   To CA-REQUEST-ID
                 Move HCN1PNOI   To CA-PATIENT-ID
                 Move HCN1DRGI   To CA-HMD-DRUG-NAME
                 Move HCN1DOSI   To CA-HMD-DOSE
                 Move HCN1FRQI   To CA-HMD-FREQUENCY
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRCDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-STAY-DATA
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 Move CA-HMD-ID      To HCN1HIDO
                 Move CA-HMD-PENDING To HCN1PNDO
                 Move 'HMDADD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCN1MSGO
                 EXEC CICS SEND MAP ('HCN1MAP')
                           FROM(HCN1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Decision request - continue, modify or stop the
      * home drug keyed, with the reason
           IF EIBTRNID EQUAL DEC-TRANS
                 Move '01RHMD'   To CA-REQUEST-ID
                 Move HCN1PNOI   To CA-PATIENT-ID
                 Move HCN1HIDI   To CA-HMD-ID
                 Move HCN1DECI   To CA-HMD-DECISION
                 Move HCN1RSNI   To CA-HMD-REASON
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCRCDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '92'
                   GO TO DECISION-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-HOMEMED-DATA
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 Move CA-HMD-PENDING To HCN1PNDO
                 Move 'HMDDEC' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCN1MSGO

                 IF CA-HMD-PENDING = ZERO
                    Move 'HMDDON' To WS-MSG-KEY
                    PERFORM GET-MESSAGE-TEXT
                    Move WS-MESSAGE-OUT To HCN1MSGO
                 END-IF
                 EXEC CICS SEND MAP ('HCN1MAP')
                           FROM(HCN1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCN1MAPI.
           EXEC CICS SEND MAP ('HCN1MAP')
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
           Move HCN1PNOI   To CA-PATIENT-ID
           EXEC CICS LINK PROGRAM('HCPLUP01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32765)
           END-EXEC
           PERFORM LOG-PHI-ACCESS

           IF CA-RETURN-CODE NOT = '00'
              GO TO NO-PATIENT-DATA
           END-IF

           Move CA-FIRST-NAME to HCN1FNAI
           Move CA-LAST-NAME  to HCN1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCN1MSGO
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
      * Record a PHI-access audit entry for the LINK that just ran
       LOG-PHI-ACCESS.
           MOVE CA-PATIENT-ID  TO AU-PATNUM.
           MOVE CA-REQUEST-ID  TO AU-REQUEST-ID.
           MOVE CA-RETURN-CODE TO AU-RETURN-CODE.
           PERFORM WRITE-AUDIT-RECORD.

      *---------------------------------------------------------------*
      * Format each returned home drug into one display line - id,
      * decision, drug, home dose, the ward's matching prescription
      * strength (or NOT ON WARD) and the start of the reason
       BUILD-HOMEMED-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-HOMEMED-LINE
               UNTIL WS-LINE-IDX > 10.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-HOMEMED-LINE
               UNTIL WS-LINE-IDX > 10
                  OR WS-LINE-IDX > CA-NUM-HOMEMEDS.

       CLEAR-HOMEMED-LINE.
           MOVE SPACES TO HCN1HMD-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-HOMEMED-LINE.
           IF CA-HMD-LST-MED-STRENGTH (WS-LINE-IDX) = SPACES
              MOVE 'NOT ON WARD ' TO WS-WARD-MATCH
           ELSE
              MOVE CA-HMD-LST-MED-STRENGTH (WS-LINE-IDX)
                TO WS-WARD-MATCH
           END-IF.
           STRING CA-HMD-LST-ID (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-HMD-LST-DECISION (WS-LINE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-HMD-LST-DRUG-NAME (WS-LINE-IDX) (1:22)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-HMD-LST-DOSE (WS-LINE-IDX) (1:10)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-WARD-MATCH DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CA-HMD-LST-REASON (WS-LINE-IDX) (1:15)
                  DELIMITED SIZE
                  INTO HCN1LINO (WS-LINE-IDX)
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
           Move WS-MESSAGE-OUT To HCN1MSGO
           Go To ERROR-OUT.

       NO-PATIENT-DATA.
           MOVE -1 TO HCN1PNOL.
           Move 'NOPAT ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCN1MSGO
           Go To ERROR-OUT.

       NO-STAY-DATA.
           Move 'WRDNOD' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCN1MSGO
           Go To ERROR-OUT.

       NO-HOMEMED-DATA.
           Move 'HMDNOD' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCN1MSGO
           Go To ERROR-OUT.

       DECISION-REQUIRED.
           MOVE -1 TO HCN1DECL.
           Move 'HMDREQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCN1MSGO
           Go To ERROR-OUT.

       NO-UPDATE.
           Move 'HMDERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCN1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCN1MAP')
                     FROM(HCN1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCN1MAPI.
           Initialize HCN1MAPO.
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
