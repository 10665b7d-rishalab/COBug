      * Due/overdue medication list per ward, served by HCDSDB01 from *
      * the DOSESCHEDULE table HCDSBJ01 generates - the nurse keys a   *
      * ward code and gets the round list with the most overdue dose   *
      * at the top. A patient booked for theatre today or tomorrow     *
      * shows NPO on each of their doses - nil by mouth from midnight. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                                        'Transaction ended      '.
       01  WS-RESP                   PIC S9(8) COMP.
       01  WS-LINE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-NPO-TEXT                PIC X(4)  VALUE SPACES.

       COPY HCMAPS.

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
                      OR WS-LINE-IDX > CA-NUM-DUE-DOSES
              IF CA-DUE-NPO (WS-LINE-IDX) = 'Y'
                 MOVE 'NPO ' TO WS-NPO-TEXT
              ELSE
                 MOVE SPACES TO WS-NPO-TEXT
              END-IF
              STRING CA-DUE-STATUS (WS-LINE-IDX) DELIMITED SIZE
                     ' ' DELIMITED SIZE
                     WS-NPO-TEXT DELIMITED SIZE
                     CA-DUE-DATETIME (WS-LINE-IDX) (12:5)
                     DELIMITED SIZE
                     ' BED ' DELIMITED SIZE
       ACCESS-DENIED.
           PERFORM LOG-PHI-ACCESS
           Move 'SECDNY' To WS-MSG-KEY
      * a restricted record is opened through break-the-glass (HCE1)
           IF CA-RETURN-CODE = '88'
              Move 'SECRST' To WS-MSG-KEY
           END-IF
           PERFORM GET-MESSAGE-TEXT
           Move WS-MESSAGE-OUT To HCD1MSGO
           Go To ERROR-OUT.
