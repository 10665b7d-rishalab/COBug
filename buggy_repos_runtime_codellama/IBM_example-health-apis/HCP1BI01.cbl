      *                                                                *
      * LINKed by HCP1PL01 for the inquire (01IPAT), add (01APAT) and  *
      * update (01UPAT) patient transactions, sharing the standard     *
      * HCCMAREA. An inquiry returns the DECEASED flag and time of     *
      * death HCDTDB01 records, for the screens' deceased banner, and  *
      * the RESTRICTED flag 01URST sets on a staff or public-figure    *
      * patient - the record HCSCDB01 keeps colleagues out of.         *
      * Before adding a new patient, CHECK-DUPLICATE-PATIENT rejects   *
      * an insurance card number already on file.                     *
      ******************************************************************
       01  DB2-MERGED.
           03 DB2-MERGEDINTO        PIC S9(9) COMP.
           03 DB2-MERGEDINTO-IND    PIC S9(4) COMP.

       01  WS-COUNTER               PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Shared patient contact update fields/paragraph
       COPY HCPUPWS.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
               PERFORM UPDATE-PATIENT
             WHEN '01UCON'
               PERFORM UPDATE-PATIENT-CONSENT
             WHEN '01URST'
               PERFORM UPDATE-PATIENT-RESTRICTED
             WHEN '01SRCH'
               PERFORM SEARCH-PATIENT
             WHEN OTHER
           EXEC SQL
               SELECT INSCARDNUM, FIRSTNAME, LASTNAME, DOB, ADDRESS,
                      CITY, POSTCODE, PHONEMOBILE, EMAILADDRESS,
                      USERID, MERGEDINTO, DECEASED, DEATHDATETIME,
                      RESTRICTED
                 INTO :CA-INS-CARD-NUM, :CA-FIRST-NAME, :CA-LAST-NAME,
                      :CA-DOB, :CA-ADDRESS, :CA-CITY, :CA-POSTCODE,
                      :CA-PHONE-MOBILE, :CA-EMAIL-ADDRESS, :CA-USERID,
                      :DB2-MERGEDINTO :DB2-MERGEDINTO-IND,
                      :CA-DECEASED, :CA-DEATH-DATETIME,
                      :CA-RESTRICTED
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.
      * phone, email), recording before and after values plus the      *
      * CA-USERID who made the change on PATIENTHIST so "who changed   *
      * this patient's address" can be answered during a dispute.      *
      * The work is the shared HCPUPPD update, which the regional      *
      * exchange feed (HCXIBJ01) applies its address changes through.  *
      *----------------------------------------------------------------*
       UPDATE-PATIENT.
           MOVE CA-PATIENT-ID    TO PUP-PATIENT-ID.
           MOVE CA-USERID        TO PUP-USERID.
           MOVE CA-ADDRESS       TO PUP-NEW-ADDRESS.
           MOVE CA-CITY          TO PUP-NEW-CITY.
           MOVE CA-POSTCODE      TO PUP-NEW-POSTCODE.
           MOVE CA-PHONE-MOBILE  TO PUP-NEW-PHONE-MOBILE.
           MOVE CA-EMAIL-ADDRESS TO PUP-NEW-EMAIL-ADDRESS.
           PERFORM APPLY-PATIENT-UPDATE.

           MOVE PUP-RESULT TO CA-RETURN-CODE.
           IF PUP-DB2-ERROR
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Patient consent (01UCON) - record what the patient has         *
      * consented to. The disclosure paths (HCPRESTW via HCCNDB01,     *
      * the HCEXTJ01 warehouse extract) read these indicators before   *
      * any data leaves the system.                                    *
      *----------------------------------------------------------------*
       UPDATE-PATIENT-CONSENT.
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID.
           IF (CA-CONSENT-RESEARCH NOT = 'Y'
               AND CA-CONSENT-RESEARCH NOT = 'N')
              OR (CA-CONSENT-API NOT = 'Y'
                  AND CA-CONSENT-API NOT = 'N')
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' UPDATE PATIENT CONSENT' TO EM-SQLREQ.
           EXEC SQL
               UPDATE PATIENT
                  SET CONSENTRESEARCH = :CA-CONSENT-RESEARCH,
                      CONSENTAPI      = :CA-CONSENT-API
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

           EXIT.

      *----------------------------------------------------------------*
      * Restricted record (01URST) - 'Y' marks a staff member or       *
      * public figure whose record only the care team may open without *
      * a break-the-glass reason (HCSCDB01); 'N' lifts it.             *
      *----------------------------------------------------------------*
       UPDATE-PATIENT-RESTRICTED.
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID.
           IF CA-RESTRICTED NOT = 'Y'
              AND CA-RESTRICTED NOT = 'N'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' UPDATE PATIENT RESTRICTED' TO EM-SQLREQ.
           EXEC SQL
               UPDATE PATIENT
                  SET RESTRICTED = :CA-RESTRICTED
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
       COPY HCPUPPD.
