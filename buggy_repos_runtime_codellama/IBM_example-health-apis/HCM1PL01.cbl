                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-FORMULARY-STATUS-SAVE   PIC X(1).

       COPY HCMAPS.

                 Move HCM1RTEI   To CA-ROUTE
                 Move HCM1FRQI   To CA-FREQUENCY
                 Move HCM1PRBI   To CA-IDENTIFIER
                 Move HCM1ORSI   To CA-DOSE-OVERRIDE-REASON
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCMADB01')
                   GO TO PRESCRIBER-STOP
                 END-IF

                 IF CA-RETURN-CODE = '89'
                   GO TO FORMULARY-STOP
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-ADD
                 END-IF

                 Move CA-FORMULARY-STATUS To WS-FORMULARY-STATUS-SAVE
                 Move '01IMED'  To CA-REQUEST-ID
                 Move HCM1CNOI  To CA-PATIENT-ID
                 EXEC CICS LINK PROGRAM('HCIMDB01')
                    Move WS-MESSAGE-OUT To HCM1MSGO
                 END-IF

      * a non-formulary drug is on file but waits for pharmacy
                 IF WS-FORMULARY-STATUS-SAVE = 'P'
                    Move 'MEDPND' To WS-MSG-KEY
                    PERFORM GET-MESSAGE-TEXT
                    Move WS-MESSAGE-OUT To HCM1MSGO
                 END-IF

                 EXEC CICS SEND MAP ('HCM1MAP')
                           FROM(HCM1MAPO)
                           MAPSET ('HCMAPS')
                 Move HCM1MIDI   To CA-MEDICATION-ID
                 Move HCM1NSDI   To CA-START-DATE
                 Move HCM1NEDI   To CA-END-DATE
                 Move HCM1ORSI   To CA-DOSE-OVERRIDE-REASON
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCMADB01')
                   GO TO PRESCRIBER-STOP
                 END-IF

                 IF CA-RETURN-CODE = '89'
                   GO TO FORMULARY-STOP
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-ADD
                 END-IF

                 Move CA-FORMULARY-STATUS To WS-FORMULARY-STATUS-SAVE
                 Move '01IMED'  To CA-REQUEST-ID
                 Move HCM1CNOI  To CA-PATIENT-ID
                 EXEC CICS LINK PROGRAM('HCIMDB01')
                 PERFORM BUILD-MEDICATION-LINES

                 Move 'MEDRFL' To WS-MSG-KEY
                 IF WS-FORMULARY-STATUS-SAVE = 'P'
                    Move 'MEDPND' To WS-MSG-KEY
                 END-IF
                 PERFORM GET-MESSAGE-TEXT
                 Move WS-MESSAGE-OUT To HCM1MSGO

      * medication id and the time the dose was given (blank = now);
      * HCMADB03 stores it on MEDADMIN for the HCMDBJ01 missed-dose
      * report to reconcile against the prescription's frequency.
      * A controlled drug also needs the witness's user id and any
      * quantity wasted.
           IF EIBTRNID EQUAL ADM-TRANS
                 Move '01AADM'   To CA-REQUEST-ID
                 Move HCM1CNOI   To CA-PATIENT-ID
                 Move HCM1MIDI   To CA-MEDICATION-ID
                 Move HCM1ADTI   To CA-ADMIN-DATETIME
                 Move HCM1WITI   To CA-ADMIN-WITNESS
                 Move HCM1WSTI   To CA-ADMIN-WASTE-QTY
                 PERFORM CHECK-AUTHORITY
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCMADB03')
                   GO TO NO-MED-DATA
                 END-IF

                 IF CA-RETURN-CODE = '85'
                   GO TO WITNESS-STOP
                 END-IF

                 IF CA-RETURN-CODE NOT = '00'
                   GO TO NO-ADMIN
                 END-IF
           END-IF

           Move CA-FIRST-NAME to HCM1FNAI
           Move CA-LAST-NAME  to HCM1LNAI
      * a deceased patient's screens carry the banner
           IF CA-DECEASED = 'Y'
              Move 'PATDEC' To WS-MSG-KEY
              PERFORM GET-MESSAGE-TEXT
              Move WS-MESSAGE-OUT To HCM1MSGO
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
           Move WS-MESSAGE-OUT To HCM1MSGO
           Go To ERROR-OUT.
           Move WS-MESSAGE-OUT To HCM1MSGO
           Go To ERROR-OUT.

      * A controlled drug given with no witness, or witnessed by the
      * giver themself, or by an id that is not a user - not recorded.
       WITNESS-STOP.
           MOVE -1 TO HCM1WITL
           Move 'CDWIT ' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCM1MSGO
           Go To ERROR-OUT.

       DUPLICATE-PRESCRIPTION.
           Move 'MEDDUP' To WS-MSG-KEY
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCM1MSGO
           Go To ERROR-OUT.

      * Outside the formulary - the strength/route is not one the
      * formulary lists for the drug, or the dose is out of range and
      * no override reason was keyed.
       FORMULARY-STOP.
           Move 'FRMRTE' To WS-MSG-KEY
           IF CA-FORMULARY-FAIL = 'D'
              MOVE -1 TO HCM1ORSL
              Move 'FRMDOS' To WS-MSG-KEY
           END-IF
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCM1MSGO
           Go To ERROR-OUT.

      * The new prescription interacts with one of the patient's
      * active medications - show which drug clashed.
       INTERACTION-STOP.
