      * data. The check keys on the signed-on CICS user id, not a      *
      * keyed screen field, so it cannot be bypassed by typing.        *
      *                                                                *
      * A patient marked RESTRICTED (a staff member or public figure)  *
      * is further kept to the care team - a user on the ward of the   *
      * patient's open WARDSTAY (USERROLE WARDCODE) or the PROVIDER on *
      * one of the patient's appointments. Anyone else gets '88'       *
      * unless they have broken the glass (01ABTG, HCBGDB01) for the   *
      * patient and the access is still in force; each request made    *
      * that way is audited to CSAU with the reason they keyed.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSCDB01.
       COPY HCCALNWS.

       01  WS-SIGNON-USERID            PIC X(8) VALUE SPACES.
       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-NOW                      PIC X(26) VALUE SPACES.

      *----------------------------------------------------------------*
      * PHI-access audit record - written for break-the-glass access
       COPY HCAUDTWS.

      *----------------------------------------------------------------*
      * Host variables
       01  DB2-IN.
           03 DB2-USERID               PIC X(8).
           03 DB2-REQUEST-ID           PIC X(6).
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-NOW                  PIC X(26).
       01  DB2-OUT.
           03 DB2-PERMIT-COUNT         PIC S9(9) COMP.
           03 DB2-RESTRICTED           PIC X(1).
           03 DB2-TEAM-COUNT           PIC S9(9) COMP.
           03 DB2-BTG-REASON           PIC X(60).

      *----------------------------------------------------------------*
      *    DB2 CONTROL

           PERFORM CHECK-REQUEST-PERMITTED.

      * marking a record restricted and breaking the glass are the two
      * requests that must reach a restricted record without it
           IF CA-RETURN-CODE = '00'
              AND CA-PATIENT-ID > 0
              AND CA-REQUEST-ID NOT = '01URST'
              AND CA-REQUEST-ID NOT = '01ABTG'
              PERFORM CHECK-RESTRICTED-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * END PROGRAM and return to caller                               *
      *----------------------------------------------------------------*
           END-EVALUATE.
           EXIT.

      *================================================================*
       CHECK-RESTRICTED-RECORD.
      *================================================================*
      * An unrestricted (or unknown) patient passes - the business     *
      * layer reports a missing patient in its own way.                *
      *================================================================*
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID.
           MOVE 'N' TO DB2-RESTRICTED.

           MOVE ' CHECK PATIENT RESTRICTED' TO EM-SQLREQ.
           EXEC SQL
               SELECT RESTRICTED
                 INTO :DB2-RESTRICTED
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'N' TO DB2-RESTRICTED
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-RESTRICTED = 'Y'
              PERFORM CHECK-CARE-TEAM
              IF DB2-TEAM-COUNT = 0
                 PERFORM CHECK-BREAK-THE-GLASS
              END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * On the care team: assigned to the ward the patient is in now,  *
      * or the provider on one of the patient's (uncancelled)          *
      * appointments.                                                  *
      *----------------------------------------------------------------*
       CHECK-CARE-TEAM.
           MOVE 0 TO DB2-TEAM-COUNT.
           MOVE ' CHECK CARE TEAM WARD' TO EM-SQLREQ.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-TEAM-COUNT
                 FROM WARDSTAY W, USERROLE U
                WHERE W.PATIENTID         = :DB2-PATIENT-ID
                  AND W.DISCHARGEDATETIME = ' '
                  AND U.USERID            = :DB2-USERID
                  AND U.ACTIVE            = 'Y'
                  AND U.WARDCODE          = W.WARDCODE
           END-EXEC.
           PERFORM CHECK-TEAM-SQLCODE.

           IF DB2-TEAM-COUNT = 0
              MOVE ' CHECK CARE TEAM PROVIDER' TO EM-SQLREQ
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :DB2-TEAM-COUNT
                    FROM APPOINTMENT
                   WHERE PATIENTID = :DB2-PATIENT-ID
                     AND PROVIDER  = :DB2-USERID
                     AND STATUS   <> 'CANCELLED'
              END-EXEC
              PERFORM CHECK-TEAM-SQLCODE
           END-IF.
           EXIT.

       CHECK-TEAM-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 0 TO DB2-TEAM-COUNT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Not on the care team - allowed only while a break-the-glass    *
      * access the user keyed for this patient is in force, and then   *
      * the request is audited with that reason. Otherwise '88'.       *
      *----------------------------------------------------------------*
       CHECK-BREAK-THE-GLASS.
           PERFORM GET-CURRENT-DATETIME.
           MOVE SPACES TO DB2-BTG-REASON.

           MOVE ' CHECK BTGACCESS' TO EM-SQLREQ.
           EXEC SQL
               SELECT REASON
                 INTO :DB2-BTG-REASON
                 FROM BTGACCESS
                WHERE USERID          = :DB2-USERID
                  AND PATIENTID       = :DB2-PATIENT-ID
                  AND EXPIRESDATETIME > :DB2-NOW
                ORDER BY GRANTEDDATETIME DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE CA-PATIENT-ID  TO AU-PATNUM
               MOVE CA-REQUEST-ID  TO AU-REQUEST-ID
               MOVE CA-RETURN-CODE TO AU-RETURN-CODE
               MOVE DB2-BTG-REASON TO AU-BTG-REASON
               PERFORM WRITE-AUDIT-RECORD
             WHEN 100
               MOVE '88' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Current date and time in the DB2 TIMESTAMP string layout
      * (yyyy-mm-dd-hh.mm.ss.000000)
      *----------------------------------------------------------------*
       GET-CURRENT-DATETIME.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           MOVE SPACES TO WS-NOW.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-NOW(1:10))
                     DATESEP('-')
                     TIME(WS-NOW(12:8))
                     TIMESEP('.')
           END-EXEC.
           MOVE '-' TO WS-NOW(11:1).
           MOVE '.000000' TO WS-NOW(20:7).
           MOVE WS-NOW TO DB2-NOW.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCAUDTPD.
       COPY HCERRSPD.
       COPY HCCALNPD.
