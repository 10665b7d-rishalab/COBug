      ******************************************************************
      *                                                                *
      *                    Controlled-drug ward ledger                 *
      *                                                                *
      * The ward's controlled-drug register over HCCDDB01's CDLEDGER:  *
      * list the ward's controlled drugs with their running balance    *
      * and when each was last counted (HCG1), and key a cabinet count *
      * for one drug (HCGC). The count is checked against the balance  *
      * from receipts less administrations and wastage; a mismatch is  *
      * shown here and alerted to the ward's on-call staff.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCG1PL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCG1'.
       77 CNT-TRANS                    PIC X(4) VALUE 'HCGC'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.

      * Balance as shown on the screen and the ledger lines
       01  WS-BALANCE-EDIT             PIC -(5)9.99.
       01  WS-COUNT-DTIME              PIC X(16).

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

           Initialize HCG1MAPI.
           Initialize HCG1MAPO.
           Initialize COMM-AREA.
           MOVE LOW-VALUES To HCG1WRDO.

           MOVE -1 TO HCG1WRDL.

           EXEC CICS SEND MAP ('HCG1MAP')
                     FROM(HCG1MAPO)
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

           EXEC CICS RECEIVE MAP('HCG1MAP')
                     INTO(HCG1MAPI) ASIS TERMINAL
                     MAPSET('HCMAPS') END-EXEC.

      *---------------------------------------------------------------*
      * Handle the Inquiry request - the ward's controlled drugs and
      * their running balances
           IF EIBTRNID EQUAL INQ-TRANS
                 Move '01ICDL'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 Move HCG1WRDI  To CA-CDL-WARD-CODE
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCCDDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '92'
                   GO TO COUNT-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-LEDGER-DATA
                 END-IF

                 PERFORM BUILD-LEDGER-LINES

                 EXEC CICS SEND MAP ('HCG1MAP')
                           FROM(HCG1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Count request - the quantity found in the cabinet
      * for one drug, checked against the ledger balance
           IF EIBTRNID EQUAL CNT-TRANS
                 Move '01ACDC'  To CA-REQUEST-ID
                 Move ZERO      To CA-PATIENT-ID
                 Move HCG1WRDI  To CA-CDL-WARD-CODE
                 Move HCG1DRGI  To CA-CDL-DRUG-NAME
                 Move HCG1CNTI  To CA-CDL-COUNT-QTY
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCCDDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '92'
                   GO TO COUNT-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF

                 Move CA-CDL-BALANCE To WS-BALANCE-EDIT
                 Move WS-BALANCE-EDIT To HCG1BALO
                 IF CA-CDL-DISCREPANCY = 'Y'
                    Move 'CDCDIS' To WS-MSG-KEY
                 ELSE
                    Move 'CDCOK ' To WS-MSG-KEY
                 END-IF
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCG1MSGO
                 EXEC CICS SEND MAP ('HCG1MAP')
                           FROM(HCG1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCG1MAPI.
           EXEC CICS SEND MAP ('HCG1MAP')
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
      * Record an audit entry for the LINK that just ran - the ledger
      * is ward-level so the patient number logged is zero.
       LOG-PHI-ACCESS.
           MOVE CA-PATIENT-ID  TO AU-PATNUM.
           MOVE CA-REQUEST-ID  TO AU-REQUEST-ID.
           MOVE CA-RETURN-CODE TO AU-RETURN-CODE.
           PERFORM WRITE-AUDIT-RECORD.

      *---------------------------------------------------------------*
      * Format the returned ledger - one line per drug: name, running
      * balance and the date/time of its last count
       BUILD-LEDGER-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM CLEAR-LEDGER-LINE
               UNTIL WS-LINE-IDX > 15.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM BUILD-LEDGER-LINE
               UNTIL WS-LINE-IDX > 15
                  OR WS-LINE-IDX > CA-NUM-CD-BALANCES.

       CLEAR-LEDGER-LINE.
           MOVE SPACES TO HCG1CDL-LINES-O (WS-LINE-IDX).
           ADD 1 TO WS-LINE-IDX.

       BUILD-LEDGER-LINE.
           MOVE CA-CDL-LST-BALANCE (WS-LINE-IDX) TO WS-BALANCE-EDIT.
           IF CA-CDL-LST-COUNT-DTIME (WS-LINE-IDX) = SPACES
              MOVE 'NEVER COUNTED' TO WS-COUNT-DTIME
           ELSE
              MOVE CA-CDL-LST-COUNT-DTIME (WS-LINE-IDX)
                TO WS-COUNT-DTIME
              MOVE SPACE TO WS-COUNT-DTIME (11:1)
           END-IF.
           STRING CA-CDL-LST-DRUG-NAME (WS-LINE-IDX) (1:40)
                  DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-BALANCE-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-COUNT-DTIME DELIMITED SIZE
                  INTO HCG1LINO (WS-LINE-IDX)
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
           Move WS-MESSAGE-OUT To HCG1MSGO
           Go To ERROR-OUT.

       NO-LEDGER-DATA.
           MOVE -1 TO HCG1WRDL.
           Move 'CDLNOD' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCG1MSGO
           Go To ERROR-OUT.

       COUNT-REQUIRED.
           MOVE -1 TO HCG1WRDL.
           Move 'CDCREQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCG1MSGO
           Go To ERROR-OUT.

       NO-UPDATE.
           Move 'CDCERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCG1MSGO
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCG1MAP')
                     FROM(HCG1MAPO)
                     MAPSET ('HCMAPS')
           END-EXEC.

           Initialize HCG1MAPI.
           Initialize HCG1MAPO.
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
