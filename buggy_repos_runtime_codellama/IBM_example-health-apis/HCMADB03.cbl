      * Each administration is also a chargeable event - a CHARGE row  *
      * is captured here so the HCCLBJ01 claims extract never depends  *
      * on billing re-keying the administration list.                  *
      * A controlled drug (DRUGSTOCK CONTROLLED = 'Y') is refused      *
      * with '85' unless CA-ADMIN-WITNESS names a second, different    *
      * user known to USERROLE; the witness and any wastage go on the  *
      * MEDADMIN row, and the dose and wastage come off the ward's     *
      * CDLEDGER balance that the HCCDDB01 cabinet count checks.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY HCCALNWS.

       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-SIGNON-USERID            PIC X(8).

      *----------------------------------------------------------------*
      * Host variables
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-MEDICATION-ID        PIC S9(9) COMP.
           03 DB2-ADMIN-DATETIME       PIC X(26).
           03 DB2-WITNESS-ID           PIC X(10).
           03 DB2-WASTE-QTY            PIC S9(3)V99 COMP-3.
       01  DB2-OUT.
           03 DB2-MEDICATION-COUNT     PIC S9(9) COMP.
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-CONTROLLED           PIC X(1).
           03 DB2-WITNESS-COUNT        PIC S9(9) COMP.
       01  DB2-LEDGER.
           03 DB2-LEDGER-WARD          PIC X(4).
           03 DB2-LEDGER-TYPE          PIC X(1).
           03 DB2-LEDGER-QTY           PIC S9(5)V99 COMP-3.
           03 DB2-USERID               PIC X(10).
       01  DB2-CHARGE.
           03 DB2-CHARGE-TYPE          PIC X(3).
           03 DB2-CHARGE-REF           PIC X(26).
              PERFORM DEFAULT-ADMIN-DATETIME
           END-IF.
           MOVE CA-ADMIN-DATETIME TO DB2-ADMIN-DATETIME.
           MOVE CA-ADMIN-WITNESS  TO DB2-WITNESS-ID.
           IF CA-ADMIN-WASTE-QTY IS NUMERIC
              MOVE CA-ADMIN-WASTE-QTY TO DB2-WASTE-QTY
           ELSE
              MOVE ZERO TO DB2-WASTE-QTY
           END-IF.

           PERFORM CHECK-MEDICATION-EXISTS.

           IF CA-RETURN-CODE = '00'
              PERFORM CHECK-CONTROLLED-DRUG
           END-IF.

           IF CA-RETURN-CODE = '00'
              PERFORM INSERT-ADMINISTRATION
           END-IF.
           END-EVALUATE.
           EXIT.

      *================================================================*
       CHECK-CONTROLLED-DRUG.
      *================================================================*
      * A controlled drug needs a witness: a second user, not the one *
      * signed on and giving the dose, who is on USERROLE. A drug with*
      * no DRUGSTOCK row is not on the controlled register.           *
      *================================================================*
           MOVE ' CHECK CONTROLLED DRUG' TO EM-SQLREQ.
           MOVE 'N' TO DB2-CONTROLLED.
           EXEC SQL
               SELECT M.DRUGNAME, COALESCE(S.CONTROLLED, 'N')
                 INTO :DB2-DRUG-NAME, :DB2-CONTROLLED
                 FROM MEDICATION M
                      LEFT OUTER JOIN DRUGSTOCK S
                        ON S.DRUGNAME = M.DRUGNAME
                WHERE M.MEDICATIONID = :DB2-MEDICATION-ID
                  AND M.PATIENTID    = :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-CONTROLLED = 'Y' AND CA-RETURN-CODE = '00'
              EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
              END-EXEC
              MOVE WS-SIGNON-USERID TO DB2-USERID
              IF DB2-WITNESS-ID EQUAL SPACES OR LOW-VALUES
                 OR DB2-WITNESS-ID = DB2-USERID
                 MOVE '85' TO CA-RETURN-CODE
              ELSE
                 PERFORM CHECK-WITNESS-USER
              END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-WITNESS-USER.
           MOVE ' CHECK WITNESS USER' TO EM-SQLREQ.
           MOVE 0 TO DB2-WITNESS-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-WITNESS-COUNT
                 FROM USERROLE
                WHERE USERID = :DB2-WITNESS-ID
                  AND ACTIVE = 'Y'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-WITNESS-COUNT = 0
                  MOVE '85' TO CA-RETURN-CODE
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       INSERT-ADMINISTRATION.
           MOVE ' INSERT MEDADMIN' TO EM-SQLREQ.
               INSERT INTO MEDADMIN
                         ( PATIENTID,
                           MEDICATIONID,
                           ADMINDATETIME,
                           WITNESSID,
                           WASTEQTY )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-MEDICATION-ID,
                           :DB2-ADMIN-DATETIME,
                           :DB2-WITNESS-ID,
                           :DB2-WASTE-QTY )
           END-EXEC.

           EVALUATE SQLCODE
               PERFORM MARK-SCHEDULED-SLOT
               PERFORM DECREMENT-DRUG-STOCK
               PERFORM CAPTURE-CHARGE
               IF DB2-CONTROLLED = 'Y'
                  PERFORM POST-CD-LEDGER
               END-IF
             WHEN -803
      * the same dose time was already recorded - double-keyed entry
               MOVE '91' TO CA-RETURN-CODE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * A controlled dose comes off the ward's CDLEDGER balance - one  *
      * 'A' row for the dose and a 'W' row for any wastage, both with  *
      * the giver and the witness. The ward is the patient's open      *
      * WARDSTAY; a patient on no ward has no cabinet to account to,   *
      * and the MEDADMIN row alone records the witness and wastage.    *
      *----------------------------------------------------------------*
       POST-CD-LEDGER.
           MOVE ' SELECT WARDSTAY' TO EM-SQLREQ.
           EXEC SQL
               SELECT WARDCODE
                 INTO :DB2-LEDGER-WARD
                 FROM WARDSTAY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DISCHARGEDATETIME = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'A' TO DB2-LEDGER-TYPE
               MOVE 1   TO DB2-LEDGER-QTY
               PERFORM INSERT-LEDGER-ROW
               IF DB2-WASTE-QTY > 0
                  MOVE 'W' TO DB2-LEDGER-TYPE
                  MOVE DB2-WASTE-QTY TO DB2-LEDGER-QTY
                  PERFORM INSERT-LEDGER-ROW
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

       INSERT-LEDGER-ROW.
           MOVE ' INSERT CDLEDGER' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO CDLEDGER
                         ( LEDGERID, WARDCODE, DRUGNAME, ENTRYTYPE,
                           QUANTITY, BALANCE, PATIENTID, ENTEREDBY,
                           WITNESSID, ENTRYDATETIME )
                  VALUES ( DEFAULT, :DB2-LEDGER-WARD, :DB2-DRUG-NAME,
                           :DB2-LEDGER-TYPE, :DB2-LEDGER-QTY, 0,
                           :DB2-PATIENT-ID, :DB2-USERID,
                           :DB2-WITNESS-ID, :DB2-ADMIN-DATETIME )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
