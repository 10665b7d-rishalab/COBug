      ******************************************************************
      *                                                                *
      *                    Record Patient Death                        *
      *                                                                *
      * Records a death (01DPAT) keyed on the HCP1 patient screen:     *
      * the PATIENT row is flagged DECEASED with the date and time of  *
      * death, the certifying user and the signed-on user who keyed    *
      * it. In the same unit of work everything still running for the  *
      * patient is stopped:                                            *
      *   - the open WARDSTAY is closed at the time of death with a    *
      *     death discharge ('X') on the ADTEVENT outbound queue and   *
      *     the bed is released, bypassing the home-medication         *
      *     reconciliation a live discharge needs;                     *
      *   - every BOOKED APPOINTMENT from the date of death on is      *
      *     CANCELLED;                                                 *
      *   - every active MEDICATION is discontinued as at the date of  *
      *     death, so HCPHBJ01 sends the stop to pharmacy;             *
      *   - the doses HCDSBJ01 scheduled after the time of death and   *
      *     not given are removed from DOSESCHEDULE.                   *
      * The patient-contact and scheduling batch jobs skip a DECEASED  *
      * patient from then on, and 01IPAT returns the flag so the       *
      * patient screens show the deceased banner.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDTDB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCDTDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
      * Shared commarea-length check fields/paragraph
       COPY HCCALNWS.
       01  WS-CHAR-IDX                 PIC S9(4) COMP VALUE +0.
       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-NOW                      PIC X(26) VALUE SPACES.
       01  WS-SIGNON-USERID            PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-DEATH-DTIME          PIC X(26).
           03 DB2-DEATH-DATE           PIC X(10).
           03 DB2-CERT-USER            PIC X(10).
           03 DB2-USERID               PIC X(10).
           03 DB2-NOW                  PIC X(26).
       01  DB2-OUT.
           03 DB2-DECEASED             PIC X(1).
           03 DB2-USER-COUNT           PIC S9(9) COMP.
           03 DB2-MERGEDINTO           PIC S9(9) COMP.
           03 DB2-MERGEDINTO-IND       PIC S9(4) COMP.
       01  DB2-EVENT.
           03 DB2-EVENT-TYPE           PIC X(1)  VALUE 'X'.
           03 DB2-EVENT-WARD           PIC X(4).
           03 DB2-EVENT-BED            PIC X(4).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY HCCMAREA.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCCA') NODUMP END-EXEC
           END-IF.

      * check the commarea is big enough before using it
           PERFORM CHECK-COMMAREA-LENGTH.

      * initialize working storage variables
           INITIALIZE WS-HEADER.
      * set up general variable
           MOVE EIBTRNID  TO WS-TRANSID.
           MOVE EIBTERMID TO WS-TERMID.
           MOVE EIBTASKN  TO WS-TASKNUM.

           MOVE '00' TO CA-RETURN-CODE.
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID.
           MOVE CA-PATIENT-ID TO EM-PATNUM.

           EVALUATE CA-REQUEST-ID
             WHEN '01DPAT'
               PERFORM RECORD-DEATH
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * END PROGRAM and return to caller                               *
      *----------------------------------------------------------------*
       MAINLINE-END.

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       RECORD-DEATH.
      *================================================================*
      * Validate, flag the patient, then stop everything still running *
      * for them - any DB2 failure returns '90' from the paragraph     *
      * that hit it.                                                   *
      *================================================================*
           PERFORM VALIDATE-DEATH-FIELDS.
           IF CA-RETURN-CODE = '00'
              PERFORM CHECK-PATIENT-STATUS
           END-IF.
           IF CA-RETURN-CODE = '00'
              PERFORM CHECK-CERTIFYING-USER
           END-IF.
           IF CA-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GET-CURRENT-DATETIME.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.
           MOVE WS-SIGNON-USERID TO DB2-USERID.

           PERFORM FLAG-PATIENT-DECEASED.
           PERFORM DEATH-DISCHARGE.
           PERFORM CANCEL-FUTURE-APPOINTMENTS.
           PERFORM DISCONTINUE-MEDICATIONS.
           PERFORM REMOVE-PENDING-DOSES.

           MOVE 'Y' TO CA-DECEASED.
           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *----------------------------------------------------------------*
      * Both the time of death and the certifying user are required,   *
      * and the time must look like a DB2 timestamp string             *
      * (yyyy-mm-dd-hh.mm.ss.nnnnnn) - it becomes the discharge time.  *
      *----------------------------------------------------------------*
       VALIDATE-DEATH-FIELDS.
           IF CA-DEATH-DATETIME EQUAL SPACES OR LOW-VALUES
              OR CA-DEATH-CERT-USER EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
           ELSE
              MOVE 1 TO WS-CHAR-IDX
              PERFORM CHECK-DEATH-DTIME-CHAR
                  UNTIL WS-CHAR-IDX > 26
           END-IF.

           IF CA-RETURN-CODE = '00'
              MOVE CA-DEATH-DATETIME        TO DB2-DEATH-DTIME
              MOVE CA-DEATH-DATETIME (1:10) TO DB2-DEATH-DATE
              MOVE CA-DEATH-CERT-USER       TO DB2-CERT-USER
           END-IF.
           EXIT.

       CHECK-DEATH-DTIME-CHAR.
           EVALUATE WS-CHAR-IDX
             WHEN 5
             WHEN 8
             WHEN 11
               IF CA-DEATH-DATETIME (WS-CHAR-IDX:1) NOT = '-'
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
             WHEN 14
             WHEN 17
             WHEN 20
               IF CA-DEATH-DATETIME (WS-CHAR-IDX:1) NOT = '.'
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
             WHEN OTHER
               IF CA-DEATH-DATETIME (WS-CHAR-IDX:1) IS NOT NUMERIC
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
           END-EVALUATE.
           ADD 1 TO WS-CHAR-IDX.
           EXIT.

      *----------------------------------------------------------------*
      * The patient must exist and be a live record - a merged-away    *
      * patient returns '03' as an inquiry does, and a death already   *
      * on file is not recorded twice ('91').                          *
      *----------------------------------------------------------------*
       CHECK-PATIENT-STATUS.
           MOVE 0 TO DB2-MERGEDINTO.
           MOVE -1 TO DB2-MERGEDINTO-IND.
           MOVE ' SELECT PATIENT STATUS' TO EM-SQLREQ.
           EXEC SQL
               SELECT DECEASED, MERGEDINTO
                 INTO :DB2-DECEASED,
                      :DB2-MERGEDINTO :DB2-MERGEDINTO-IND
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               EVALUATE TRUE
                 WHEN DB2-MERGEDINTO-IND >= 0
                   MOVE '03' TO CA-RETURN-CODE
                   MOVE DB2-MERGEDINTO TO CA-DUPLICATE-PATID
                 WHEN DB2-DECEASED = 'Y'
                   MOVE '91' TO CA-RETURN-CODE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The certifying user must be an active user on USERROLE - the   *
      * same test HCMADB03 applies to a controlled-drug witness.       *
      *----------------------------------------------------------------*
       CHECK-CERTIFYING-USER.
           MOVE ' CHECK CERTIFYING USER' TO EM-SQLREQ.
           MOVE 0 TO DB2-USER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-USER-COUNT
                 FROM USERROLE
                WHERE USERID = :DB2-CERT-USER
                  AND ACTIVE = 'Y'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-USER-COUNT = 0
                  MOVE '86' TO CA-RETURN-CODE
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Current date and time in the DB2 TIMESTAMP string layout
      * (yyyy-mm-dd-hh.mm.ss.000000) - when the death was keyed
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
       FLAG-PATIENT-DECEASED.
           MOVE ' UPDATE PATIENT DECEASED' TO EM-SQLREQ.
           EXEC SQL
               UPDATE PATIENT
                  SET DECEASED         = 'Y',
                      DEATHDATETIME    = :DB2-DEATH-DTIME,
                      DEATHCERTUSER    = :DB2-CERT-USER,
                      DEATHRECUSER     = :DB2-USERID,
                      DEATHRECDATETIME = :DB2-NOW
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.
           PERFORM CHECK-STOP-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
      * Close the open stay at the time of death. The ward and bed are *
      * read first - the death discharge event has to say where the    *
      * patient was, and after the UPDATE the open row is gone. A      *
      * patient who died with no open stay has nothing to discharge.   *
      *----------------------------------------------------------------*
       DEATH-DISCHARGE.
           MOVE SPACES TO DB2-EVENT-WARD DB2-EVENT-BED.
           MOVE ' SELECT STAY FOR EVENT' TO EM-SQLREQ.
           EXEC SQL
               SELECT WARDCODE, BED
                 INTO :DB2-EVENT-WARD, :DB2-EVENT-BED
                 FROM WARDSTAY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DISCHARGEDATETIME = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM CLOSE-OPEN-STAY
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

       CLOSE-OPEN-STAY.
           MOVE ' DEATH DISCHARGE WARDSTAY' TO EM-SQLREQ.
           EXEC SQL
               UPDATE WARDSTAY
                  SET DISCHARGEDATETIME = :DB2-DEATH-DTIME
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DISCHARGEDATETIME = ' '
           END-EXEC.
           PERFORM CHECK-STOP-SQLCODE.

      * Same ADTEVENT row HCWDDB01 writes, event type 'X' so the
      * exchange sees a death rather than a discharge home
           MOVE ' INSERT ADTEVENT' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO ADTEVENT
                         ( EVENTID, PATIENTID, EVENTTYPE,
                           WARDCODE, BED, EVENTDATETIME,
                           SENTFLAG )
                  VALUES ( DEFAULT, :DB2-PATIENT-ID,
                           :DB2-EVENT-TYPE, :DB2-EVENT-WARD,
                           :DB2-EVENT-BED, :DB2-DEATH-DTIME, 'N' )
           END-EXEC.
           PERFORM CHECK-STOP-SQLCODE.

           MOVE ' FREE DISCHARGED BED' TO EM-SQLREQ.
           EXEC SQL
               UPDATE BEDMASTER
                  SET STATUS = 'O'
                WHERE WARDCODE = :DB2-EVENT-WARD
                  AND BED      = :DB2-EVENT-BED
                  AND STATUS   = 'C'
           END-EXEC.
           PERFORM CHECK-STOP-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
       CANCEL-FUTURE-APPOINTMENTS.
           MOVE ' CANCEL APPOINTMENTS' TO EM-SQLREQ.
           EXEC SQL
               UPDATE APPOINTMENT
                  SET STATUS = 'CANCELLED'
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'BOOKED'
                  AND APPTDATE >= :DB2-DEATH-DATE
           END-EXEC.
           PERFORM CHECK-STOP-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
      * The same soft delete as HCMADB01's 01DMED - discontinued flag  *
      * and end date - so HCPHBJ01 queues and sends the stop.          *
      *----------------------------------------------------------------*
       DISCONTINUE-MEDICATIONS.
           MOVE ' DISCONTINUE MEDICATIONS' TO EM-SQLREQ.
           EXEC SQL
               UPDATE MEDICATION
                  SET DISCONTINUED = 'Y',
                      ENDDATE      = :DB2-DEATH-DATE
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND (DISCONTINUED IS NULL
                       OR DISCONTINUED <> 'Y')
           END-EXEC.
           PERFORM CHECK-STOP-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
      * Doses already given stay on DOSESCHEDULE as the record of the  *
      * round; the ones after the time of death never will be, and     *
      * must not show as missed on the HCMDBJ01 report.                *
      *----------------------------------------------------------------*
       REMOVE-PENDING-DOSES.
           MOVE ' DELETE PENDING DOSES' TO EM-SQLREQ.
           EXEC SQL
               DELETE FROM DOSESCHEDULE
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND GIVENFLAG   = 'N'
                  AND DUEDATETIME > :DB2-DEATH-DTIME
           END-EXEC.
           PERFORM CHECK-STOP-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
      * SQLCODE 100 (nothing of that kind to stop) is not an error.    *
      *----------------------------------------------------------------*
       CHECK-STOP-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
