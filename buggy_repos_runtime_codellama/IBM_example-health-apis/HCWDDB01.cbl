      * formatter drains it into the regional exchange's ADT file, so  *
      * the exchange stops learning our admissions by phone.           *
      *                                                                *
      * An admit of a patient with an active ISOLATION registry entry  *
      * (HCISDB01) to a bed BEDMASTER does not flag as an isolation    *
      * bed sets CA-WARD-ISOLATION-WARN - the admit still stands, the  *
      * screen warns so infection control can move the patient.        *
      *                                                                *
      * 01DWRD is refused ('84') while any home medication recorded    *
      * on the stay (HCRCDB01's HOMEMED list) has no continue / modify *
      * / stop decision. A transfer carries the home-medication list   *
      * over to the new stay, so the reconciliation follows the        *
      * patient from ward to ward.                                     *
      * The stay's diet order (HCDIDB01) is carried over the same way. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCWDDB01.
           03 DB2-EVENT-WARD           PIC X(4).
           03 DB2-EVENT-BED            PIC X(4).
       01  DB2-BED-STATUS              PIC X(1).
       01  DB2-BED-ISOLATION           PIC X(1).
       01  DB2-ISO-ORGANISM            PIC X(10).
       01  DB2-PENDING-COUNT           PIC S9(9) COMP.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'N'    TO CA-WARD-ISOLATION-WARN.
           MOVE SPACES TO CA-WARD-ISO-ORGANISM.

           PERFORM CHECK-BED-MASTER.
           IF CA-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC

      * the stay being auto-closed frees its bed on the master
           PERFORM FREE-CURRENT-BED.
      * and hands its home-medication list on to the new stay
           PERFORM CARRY-HOME-MEDICATIONS.
      * and its diet order, so the kitchen keeps the patient's diet
           PERFORM CARRY-DIET-ORDER.

           MOVE ' CLOSE OPEN WARDSTAY' TO EM-SQLREQ.
           EXEC SQL
               MOVE CA-WARD-BED  TO DB2-EVENT-BED
               PERFORM WRITE-ADT-EVENT
               PERFORM MARK-BED-OCCUPIED
               PERFORM CHECK-ISOLATION-PLACEMENT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
      * The ward being left is read before the update closes the stay *
      * - the outbound discharge event has to say where the patient    *
      * was, and after the UPDATE the open row is gone.                *
      * No discharge while the home-medication reconciliation is open. *
           PERFORM CHECK-RECONCILIATION.
           IF CA-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE SPACES TO DB2-EVENT-WARD DB2-EVENT-BED.
           MOVE ' SELECT STAY FOR EVENT' TO EM-SQLREQ.
           EXEC SQL
      *================================================================*
           MOVE ' SELECT BEDMASTER' TO EM-SQLREQ.
           EXEC SQL
               SELECT STATUS, ISOLATIONBED
                 INTO :DB2-BED-STATUS, :DB2-BED-ISOLATION
                 FROM BEDMASTER
                WHERE WARDCODE = :CA-WARD-CODE
                  AND BED      = :CA-WARD-BED
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * An isolated patient belongs in an isolation bed - any active  *
      * ISOLATION entry (no cleared date) against a bed BEDMASTER     *
      * does not flag 'Y' raises the warning. Read failures only lose *
      * the warning, never the admit.                                  *
      *----------------------------------------------------------------*
       CHECK-ISOLATION-PLACEMENT.
           IF DB2-BED-ISOLATION NOT = 'Y'
              PERFORM SELECT-ACTIVE-ISOLATION
           END-IF.
           EXIT.

       SELECT-ACTIVE-ISOLATION.
           MOVE ' SELECT ACTIVE ISOLATION' TO EM-SQLREQ.
           EXEC SQL
               SELECT ORGANISM
                 INTO :DB2-ISO-ORGANISM
                 FROM ISOLATION
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND CLEAREDDATE = ' '
                ORDER BY STARTDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO CA-WARD-ISOLATION-WARN
               MOVE DB2-ISO-ORGANISM TO CA-WARD-ISO-ORGANISM
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Any home medication on the open stay still undecided refuses   *
      * the discharge with '84' - the reconciliation screen (HCN1)     *
      * has to be finished first.                                      *
      *----------------------------------------------------------------*
       CHECK-RECONCILIATION.
           MOVE ' COUNT PENDING HOMEMED' TO EM-SQLREQ.
           MOVE 0 TO DB2-PENDING-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-PENDING-COUNT
                 FROM HOMEMED H, WARDSTAY W
                WHERE W.PATIENTID         = :DB2-PATIENT-ID
                  AND W.DISCHARGEDATETIME = ' '
                  AND H.PATIENTID         = W.PATIENTID
                  AND H.ADMITDATETIME     = W.ADMITDATETIME
                  AND H.DECISION          = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-PENDING-COUNT > 0
                  MOVE '84' TO CA-RETURN-CODE
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The home-medication list of the stay being auto-closed moves   *
      * to the new stay's admit datetime - a transfer is not a         *
      * discharge and the list has not been reconciled yet.            *
      *----------------------------------------------------------------*
       CARRY-HOME-MEDICATIONS.
           MOVE ' CARRY HOMEMED' TO EM-SQLREQ.
           EXEC SQL
               UPDATE HOMEMED
                  SET ADMITDATETIME = :DB2-NOW
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ADMITDATETIME IN
                      (SELECT ADMITDATETIME FROM WARDSTAY
                        WHERE PATIENTID = :DB2-PATIENT-ID
                          AND DISCHARGEDATETIME = ' ')
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Likewise the stay's HCDIDB01 diet order - a move of ward does  *
      * not change what the patient may eat.                           *
      *----------------------------------------------------------------*
       CARRY-DIET-ORDER.
           MOVE ' CARRY DIETORDER' TO EM-SQLREQ.
           EXEC SQL
               UPDATE DIETORDER
                  SET ADMITDATETIME = :DB2-NOW
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ADMITDATETIME IN
                      (SELECT ADMITDATETIME FROM WARDSTAY
                        WHERE PATIENTID = :DB2-PATIENT-ID
                          AND DISCHARGEDATETIME = ' ')
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       MARK-BED-OCCUPIED.
           MOVE ' MARK BED OCCUPIED' TO EM-SQLREQ.
