      ******************************************************************
      *    HCPUPPD - shared patient contact update.                    *
      *    Replaces the patient's contact fields (address, city,       *
      *    postcode, phone, email), recording before and after values  *
      *    plus PUP-USERID on PATIENTHIST so "who changed this         *
      *    patient's address" can be answered during a dispute. Used   *
      *    by HCP1BI01 for the online update (01UPAT) and HCXIBJ01     *
      *    for the regional exchange's demographic updates, so a       *
      *    change from either source leaves the same history row.      *
      ******************************************************************
       APPLY-PATIENT-UPDATE.
           MOVE '00' TO PUP-RESULT.
           MOVE ' SELECT PATIENT BEFORE' TO EM-SQLREQ.
           EXEC SQL
               SELECT ADDRESS, CITY, POSTCODE, PHONEMOBILE,
                      EMAILADDRESS
                 INTO :PUP-OLD-ADDRESS, :PUP-OLD-CITY,
                      :PUP-OLD-POSTCODE, :PUP-OLD-PHONE-MOBILE,
                      :PUP-OLD-EMAIL-ADDRESS
                 FROM PATIENT
                WHERE PATIENTID = :PUP-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO PUP-RESULT
             WHEN OTHER
               MOVE '90' TO PUP-RESULT
           END-EVALUATE.

           IF PUP-UPDATED
              MOVE ' INSERT PATIENTHIST' TO EM-SQLREQ
              EXEC SQL
                  INSERT INTO PATIENTHIST
                         (PATIENTID, CHGDATETIME, USERID,
                          OLDADDRESS, NEWADDRESS,
                          OLDCITY, NEWCITY,
                          OLDPOSTCODE, NEWPOSTCODE,
                          OLDPHONEMOBILE, NEWPHONEMOBILE,
                          OLDEMAILADDRESS, NEWEMAILADDRESS)
                  VALUES (:PUP-PATIENT-ID, CURRENT TIMESTAMP,
                          :PUP-USERID,
                          :PUP-OLD-ADDRESS, :PUP-NEW-ADDRESS,
                          :PUP-OLD-CITY, :PUP-NEW-CITY,
                          :PUP-OLD-POSTCODE, :PUP-NEW-POSTCODE,
                          :PUP-OLD-PHONE-MOBILE,
                          :PUP-NEW-PHONE-MOBILE,
                          :PUP-OLD-EMAIL-ADDRESS,
                          :PUP-NEW-EMAIL-ADDRESS)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '90' TO PUP-RESULT
              END-IF
           END-IF.

           IF PUP-UPDATED
              MOVE ' UPDATE PATIENT' TO EM-SQLREQ
              EXEC SQL
                  UPDATE PATIENT
                     SET ADDRESS      = :PUP-NEW-ADDRESS,
                         CITY         = :PUP-NEW-CITY,
                         POSTCODE     = :PUP-NEW-POSTCODE,
                         PHONEMOBILE  = :PUP-NEW-PHONE-MOBILE,
                         EMAILADDRESS = :PUP-NEW-EMAIL-ADDRESS
                   WHERE PATIENTID = :PUP-PATIENT-ID
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                  CONTINUE
                WHEN 100
                  MOVE '01' TO PUP-RESULT
                WHEN OTHER
                  MOVE '90' TO PUP-RESULT
              END-EVALUATE
           END-IF.
           EXIT.
