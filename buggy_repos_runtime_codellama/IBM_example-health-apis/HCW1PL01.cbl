      * bed stay (HCW1), admit to a ward and bed (HCWA) and discharge  *
      * (HCWD), all through HCWDDB01's WARDSTAY table - the ward       *
      * dimension the reporting jobs and the HCWCBJ01 census read.     *
      * A discharge with home medications still to reconcile (HCN1)    *
      * is refused by HCWDDB01 and says so here.                       *
      * The stay's diet order (HCDIDB01) shows with the inquiry and is *
      * set with HCWE - diet type, texture, NPO window and notes for   *
      * the kitchen.                                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 INQ-TRANS                    PIC X(4) VALUE 'HCW1'.
       77 ADM-TRANS                    PIC X(4) VALUE 'HCWA'.
       77 DIS-TRANS                    PIC X(4) VALUE 'HCWD'.
       77 DIE-TRANS                    PIC X(4) VALUE 'HCWE'.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
                 Move CA-WARD-BED         To HCW1BEDO
                 Move CA-WARD-ADMIT-DTIME To HCW1ADMO

      * and the diet order on the stay, when one has been set
                 Move '01IDIE'  To CA-REQUEST-ID
                 Move HCW1PNOI  To CA-PATIENT-ID
                 PERFORM CHECK-AUTHORITY
                 EXEC CICS LINK PROGRAM('HCDIDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '00'
                    PERFORM SHOW-DIET-ORDER
                 ELSE
                    Move 'DIENOD' To WS-MSG-KEY
                    PERFORM GET-MESSAGE-TEXT
                    Move WS-MESSAGE-OUT To HCW1MSGO
                 END-IF

                 EXEC CICS SEND MAP ('HCW1MAP')
                           FROM(HCW1MAPO)
                           MAPSET ('HCMAPS')
                 Move 'WRDADD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCW1MSGO

      * the admit stands either way - a non-isolation bed only warns
                 IF CA-WARD-ISOLATION-WARN = 'Y'
                    Move 'WRDISO' To WS-MSG-KEY
                    PERFORM GET-MESSAGE-TEXT
                    Move WS-MESSAGE-OUT To HCW1MSGO
                 END-IF
                 EXEC CICS SEND MAP ('HCW1MAP')
                           FROM(HCW1MAPO)
                           MAPSET ('HCMAPS')
                   GO TO NO-STAY-DATA
                 END-IF

                 IF CA-RETURN-CODE = '84'
                   GO TO NOT-RECONCILED
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-UPDATE
                 END-IF
                 GO TO ENDIT-STARTIT
             END-IF.

      *---------------------------------------------------------------*
      * Handle the Diet request - set the diet order on the open stay
           IF EIBTRNID EQUAL DIE-TRANS
                 Move '01ADIE'   To CA-REQUEST-ID
                 Move HCW1PNOI   To CA-PATIENT-ID
                 Move HCW1DTYI   To CA-DIET-TYPE
                 Move HCW1TXRI   To CA-DIET-TEXTURE
                 Move HCW1NPOI   To CA-DIET-NPO
                 Move HCW1NPSI   To CA-DIET-NPO-START
                 Move HCW1NPEI   To CA-DIET-NPO-END
                 Move HCW1DNTI   To CA-DIET-NOTES
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCDIDB01')
                           COMMAREA(COMM-AREA)
                           LENGTH(32765)
                 END-EXEC
                 PERFORM LOG-PHI-ACCESS

                 IF CA-RETURN-CODE = '01'
                   GO TO NO-STAY-DATA
                 END-IF

                 IF CA-RETURN-CODE = '92'
                   GO TO DIET-REQUIRED
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-DIET-UPDATE
                 END-IF

                 PERFORM SHOW-DIET-ORDER
                 Move 'DIEADD' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCW1MSGO
                 EXEC CICS SEND MAP ('HCW1MAP')
                           FROM(HCW1MAPO)
                           MAPSET ('HCMAPS')
                 END-EXEC
                 GO TO ENDIT-STARTIT
             END-IF.

       CLEARIT.

           Initialize HCW1MAPI.
           END-IF

           Move CA-FIRST-NAME to HCW1FNAI
           Move CA-LAST-NAME  to HCW1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCW1MSGO
           END-IF.

      *---------------------------------------------------------------*
      * The diet order as HCDIDB01 holds it - defaults filled in
       SHOW-DIET-ORDER.
           Move CA-DIET-TYPE      To HCW1DTYO
           Move CA-DIET-TEXTURE   To HCW1TXRO
           Move CA-DIET-NPO       To HCW1NPOO
           Move CA-DIET-NPO-START To HCW1NPSO
           Move CA-DIET-NPO-END   To HCW1NPEO
           Move CA-DIET-NOTES     To HCW1DNTO.

      *---------------------------------------------------------------*
      * Ask HCSCDB01 whether the signed-on user's role may drive the
       ACCESS-DENIED.
           PERFORM LOG-PHI-ACCESS
           Move 'SECDNY' To WS-MSG-KEY
      * a restricted record is opened through break-the-glass (HCE1)
           IF CA-RETURN-CODE = '88'
              Move 'SECRST' To WS-MSG-KEY
           END-IF
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCW1MSGO
           Go To ERROR-OUT.
           Move WS-MESSAGE-OUT To HCW1MSGO
           Go To ERROR-OUT.

       NOT-RECONCILED.
           Move 'WRDREC' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCW1MSGO
           Go To ERROR-OUT.

       DIET-REQUIRED.
           MOVE -1 TO HCW1DTYL.
      * a diet type keyed with a bad NPO window gets the window message
           IF HCW1DTYI NOT = SPACES AND HCW1DTYI NOT = LOW-VALUES
              AND HCW1NPOI = 'Y'
              Move 'DIENPO' To WS-MSG-KEY
           ELSE
              Move 'DIEREQ' To WS-MSG-KEY
           END-IF
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCW1MSGO
           Go To ERROR-OUT.

       NO-DIET-UPDATE.
           Move 'DIEERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCW1MSGO
           Go To ERROR-OUT.

       NO-UPDATE.
           Move 'WRDERR' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
