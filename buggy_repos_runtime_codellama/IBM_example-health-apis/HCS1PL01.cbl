           END-IF

           Move CA-FIRST-NAME to HCS1FNAI
           Move CA-LAST-NAME  to HCS1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCS1MSGO
           END-IF.

      *---------------------------------------------------------------*
      * Ask HCCVDB01 whether any coverage is effective today - the
       ACCESS-DENIED.
           PERFORM LOG-PHI-ACCESS
           Move 'SECDNY' To WS-MSG-KEY
      * a restricted record is opened through break-the-glass (HCE1)
           IF CA-RETURN-CODE = '88'
              Move 'SECRST' To WS-MSG-KEY
           END-IF
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCS1MSGO
           Go To ERROR-OUT.
