       77 MRG-TRANS                    PIC X(4) VALUE 'HCPM'.
       77 CON-TRANS                    PIC X(4) VALUE 'HCPC'.
       77 COV-TRANS                    PIC X(4) VALUE 'HCPV'.
       77 DTH-TRANS                    PIC X(4) VALUE 'HCPD'.
       77 RST-TRANS                    PIC X(4) VALUE 'HCPR'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
                 Move CA-EMAIL-ADDRESS to HCP1HMOO
                 Move CA-INS-CARD-NUM to HCP1INOO
                 Move CA-USERID     to HCP1UIDO
                 Move CA-RESTRICTED to HCP1RSTO
                 IF CA-DECEASED = 'Y'
                    Move CA-DEATH-DATETIME To HCP1DDTO
                    Move 'PATDEC' To WS-MSG-KEY
                    PERFORM GET-MESSAGE-TEXT
                    Move WS-MESSAGE-OUT To HCP1MSGO
                 END-IF
                 EXEC CICS SEND MAP ('HCP1MAP')
                           FROM(HCP1MAPO)
                           MAPSET ('HCMAPS')
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Restricted request - mark (Y) or clear (N) a staff
      * or public-figure patient's record as restricted. Once set, only
      * the care team gets in without a break-the-glass reason (HCE1).
           IF EIBTRNID EQUAL RST-TRANS
                 Move '01URST'   To CA-REQUEST-ID
                 Move HCP1PNOI   To CA-PATIENT-ID
                 Move HCP1RSTI   To CA-RESTRICTED
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCP1BI01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '92'
                   GO TO RESTRICT-INVALID
                 END-IF

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-DATA
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO RESTRICT-FAILED
                 END-IF

                 Move CA-PATIENT-ID  To HCP1PNOO
                 Move CA-RESTRICTED  To HCP1RSTO
                 Move 'RSTUPD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCP1MSGO
                 EXEC CICS SEND MAP ('HCP1MAP')
                           FROM(HCP1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Coverage request - record one insurance coverage
      * (payer, plan, member number, effective/termination dates) for
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Death request - the date/time of death and the
      * certifying user. HCDTDB01 flags the patient and, in the same
      * unit of work, closes the stay, cancels future appointments,
      * discontinues medications and removes the pending doses.
           IF EIBTRNID EQUAL DTH-TRANS
                 Move '01DPAT'   To CA-REQUEST-ID
                 Move HCP1PNOI   To CA-PATIENT-ID
                 Move HCP1DDTI   To CA-DEATH-DATETIME
                 Move HCP1DCUI   To CA-DEATH-CERT-USER
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCDTDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '92'
                   GO TO DEATH-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE = '86'
                   GO TO CERTIFIER-UNKNOWN
                 END-IF

                 IF CA-RETURN-CODE = '91'
                   GO TO DEATH-ON-FILE
                 END-IF

                 IF CA-RETURN-CODE = '03'
                   GO TO PATIENT-MERGED
                 END-IF

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-DATA
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO DEATH-FAILED
                 END-IF

                 Move CA-PATIENT-ID      To HCP1PNOO
                 Move CA-DEATH-DATETIME  To HCP1DDTO
                 Move CA-DEATH-CERT-USER To HCP1DCUO
                 Move 'DTHOK ' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCP1MSGO
                 EXEC CICS SEND MAP ('HCP1MAP')
                           FROM(HCP1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Ask HCSCDB01 whether the signed-on user's role may drive the
      * request id just set - anything but a clean pass is a denial,
           PERFORM LOG-PHI-ACCESS.
           MOVE -1 TO HCP1PNOL.
           Move 'SECDNY' To WS-MSG-KEY
      * a restricted record is opened through break-the-glass (HCE1)
           IF CA-RETURN-CODE = '88'
              Move 'SECRST' To WS-MSG-KEY
           END-IF
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCP1MSGO.
           Go To ERROR-OUT.
           Move WS-MESSAGE-OUT To HCP1MSGO.
           Go To ERROR-OUT.

       RESTRICT-INVALID.
           MOVE -1 TO HCP1RSTL.
           Move 'RSTINV' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCP1MSGO.
           Go To ERROR-OUT.

       RESTRICT-FAILED.
           MOVE -1 TO HCP1PNOL.
           Move 'RSTERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCP1MSGO.
           Go To ERROR-OUT.

       COVERAGE-INCOMPLETE.
           MOVE -1 TO HCP1PAYL.
           Move 'COVREQ' To WS-MSG-KEY
           Move WS-MESSAGE-OUT To HCP1MSGO.
           Go To ERROR-OUT.

       DEATH-REQUIRED.
           MOVE -1 TO HCP1DDTL.
           Move 'DTHREQ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCP1MSGO.
           Go To ERROR-OUT.

       CERTIFIER-UNKNOWN.
           MOVE -1 TO HCP1DCUL.
           Move 'DTHCRT' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCP1MSGO.
           Go To ERROR-OUT.

       DEATH-ON-FILE.
           MOVE -1 TO HCP1PNOL.
           Move 'DTHDUP' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCP1MSGO.
           Go To ERROR-OUT.

       DEATH-FAILED.
           MOVE -1 TO HCP1PNOL.
           Move 'DTHERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCP1MSGO.
           Go To ERROR-OUT.

       ERROR-OUT.
           EXEC CICS SEND MAP ('HCP1MAP')
                     FROM(HCP1MAPO)
