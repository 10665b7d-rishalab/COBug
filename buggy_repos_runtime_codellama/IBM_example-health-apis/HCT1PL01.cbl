                 Move CA-BP-THRESHOLD-NIGHT  To HCT1BPNO
                 Move CA-DAY-START-HOUR      To HCT1DSHO
                 Move CA-NIGHT-START-HOUR    To HCT1NSHO
                 Move CA-FLUID-POS-LIMIT     To HCT1FPLO
                 Move CA-FLUID-NEG-LIMIT     To HCT1FNLO

                 EXEC CICS SEND MAP ('HCT1MAP')
                           FROM(HCT1MAPO)
              Move HCT1BPNI   To CA-BP-THRESHOLD-NIGHT
              Move HCT1DSHI   To CA-DAY-START-HOUR
              Move HCT1NSHI   To CA-NIGHT-START-HOUR
              Move HCT1FPLI   To CA-FLUID-POS-LIMIT
              Move HCT1FNLI   To CA-FLUID-NEG-LIMIT
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCT1BA01')
                           COMMAREA(COMM-AREA)
                 Move 'THADD ' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCT1MSGO
                 Go To ERROR-OUT
             END-IF.

      *---------------------------------------------------------------*
              Move HCT1BPNI   To CA-BP-THRESHOLD-NIGHT
              Move HCT1DSHI   To CA-DAY-START-HOUR
              Move HCT1NSHI   To CA-NIGHT-START-HOUR
              Move HCT1FPLI   To CA-FLUID-POS-LIMIT
              Move HCT1FNLI   To CA-FLUID-NEG-LIMIT
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCT1BA01')
                           COMMAREA(COMM-AREA)
                 Move 'THUPD ' To WS-MSG-KEY
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCT1MSGO
                 Go To ERROR-OUT
             END-IF.

       CLEARIT.
           END-IF

           Move CA-FIRST-NAME to HCT1FNAI
           Move CA-LAST-NAME  to HCT1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCT1MSGO
           END-IF.

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
           Move WS-MESSAGE-OUT To HCT1MSGO
           Go To ERROR-OUT.
