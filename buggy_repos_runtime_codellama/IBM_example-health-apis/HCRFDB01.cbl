      ******************************************************************
      *                                                                *
      *                    Specialist Referrals                        *
      *                                                                *
      * Maintains the per-patient REFERRAL registry - every referral   *
      * to an outside specialist, so a referral no longer ends with    *
      * the letter. Each row carries the referring user, specialty,    *
      * destination, urgency ('U' urgent / 'S' soon / 'R' routine),    *
      * the reason as a PROBLEM code from the patient's list, and its  *
      * status with the time the status was set. 01AREF records a new  *
      * referral as SENT by the signed-on user, refused ('87') unless  *
      * the reason is an active problem of the patient's; 01UREF moves *
      * one on - SENT, ACKNOWLEDGED, BOOKED, SEEN, CLOSED - forward    *
      * only, CLOSED reachable from any status; 01IREF lists the       *
      * patient's referrals, open ones first. The weekly HCRFBJ01 job  *
      * lists the ones left at a status too long for their urgency.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRFDB01.
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
                                        VALUE 'HCRFDB01------WS'.
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
       01  WS-COUNTER                  PIC S9(4)      VALUE +0.
       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-NOW                      PIC X(26) VALUE SPACES.
       01  WS-SIGNON-USERID            PIC X(8) VALUE SPACES.

      * The referral statuses in the order a referral moves through
      * them - a status's position is its rank
       01  WS-STATUS-VALUES.
           03 FILLER                   PIC X(12) VALUE 'SENT'.
           03 FILLER                   PIC X(12) VALUE 'ACKNOWLEDGED'.
           03 FILLER                   PIC X(12) VALUE 'BOOKED'.
           03 FILLER                   PIC X(12) VALUE 'SEEN'.
           03 FILLER                   PIC X(12) VALUE 'CLOSED'.
       01  WS-STATUS-TABLE REDEFINES WS-STATUS-VALUES.
           03 WS-STATUS-NAME           PIC X(12) OCCURS 5 TIMES.
       01  WS-STATUS-IDX               PIC S9(4) COMP VALUE +0.
       01  WS-STATUS-RANK              PIC S9(4) COMP VALUE +0.
       01  WS-CURRENT-RANK             PIC S9(4) COMP VALUE +0.
       01  WS-NEW-RANK                 PIC S9(4) COMP VALUE +0.
       01  WS-RANK-STATUS              PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-REFERRAL-ID          PIC S9(9) COMP.
           03 DB2-USERID               PIC X(8).
           03 DB2-NOW                  PIC X(26).
           03 DB2-PROBLEM-CODE         PIC X(10).
           03 DB2-NEW-STATUS           PIC X(12).
       01  DB2-OUT.
           03 DB2-PROBLEM-COUNT        PIC S9(9) COMP.
           03 DB2-CURRENT-STATUS       PIC X(12).
           03 DB2-REF-ID               PIC S9(9) COMP.
           03 DB2-REF-SPECIALTY        PIC X(15).
           03 DB2-REF-DESTINATION      PIC X(30).
           03 DB2-REF-URGENCY          PIC X(1).
           03 DB2-REF-PROBLEM          PIC X(10).
           03 DB2-REF-STATUS           PIC X(12).
           03 DB2-REF-STATUS-DTIME     PIC X(26).
           03 DB2-REF-USER             PIC X(8).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * The patient's referrals - open ones first (CLOSED last), then
      * the most recently moved
           EXEC SQL
               DECLARE REFCUR CURSOR FOR
                   SELECT REFERRALID, SPECIALTY, DESTINATION,
                          URGENCY, PROBLEMCODE, STATUS,
                          STATUSDATETIME, REFERRINGUSER
                     FROM REFERRAL
                    WHERE PATIENTID = :DB2-PATIENT-ID
                 ORDER BY CASE WHEN STATUS = 'CLOSED' THEN 1
                               ELSE 0 END,
                          STATUSDATETIME DESC
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
             WHEN '01AREF'
               PERFORM INSERT-REFERRAL
             WHEN '01UREF'
               PERFORM UPDATE-REFERRAL-STATUS
             WHEN '01IREF'
               PERFORM GET-REFERRAL-LIST
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

      *----------------------------------------------------------------*
      * Now in the DB2 TIMESTAMP string layout - the time the status   *
      * was set, which HCRFBJ01 measures the wait from                 *
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

      *================================================================*
       INSERT-REFERRAL.
      *================================================================*
      * Specialty, destination, a known urgency and the reason are     *
      * all required ('92'). The reason must be an active problem on   *
      * the patient's list ('87') - a referral says why. The new row   *
      * is SENT, by the signed-on user, as of now.                     *
      *================================================================*
           IF CA-REF-SPECIALTY EQUAL SPACES OR LOW-VALUES
              OR CA-REF-DESTINATION EQUAL SPACES OR LOW-VALUES
              OR CA-REF-PROBLEM-CODE EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-REF-URGENCY NOT = 'U'
              AND CA-REF-URGENCY NOT = 'S'
              AND CA-REF-URGENCY NOT = 'R'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-REF-PROBLEM-CODE TO DB2-PROBLEM-CODE.
           MOVE ' CHECK REFERRAL PROBLEM' TO EM-SQLREQ.
           MOVE 0 TO DB2-PROBLEM-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-PROBLEM-COUNT
                 FROM PROBLEM
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND PROBLEMCODE = :DB2-PROBLEM-CODE
                  AND STATUS      = 'A'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-PROBLEM-COUNT = 0
                  MOVE '87' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM GET-CURRENT-DATETIME.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.
           MOVE WS-SIGNON-USERID TO DB2-USERID.

           MOVE ' INSERT REFERRAL' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO REFERRAL
                         ( REFERRALID,
                           PATIENTID,
                           REFERRINGUSER,
                           SPECIALTY,
                           DESTINATION,
                           URGENCY,
                           PROBLEMCODE,
                           STATUS,
                           STATUSDATETIME,
                           CREATEDDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-USERID,
                           :CA-REF-SPECIALTY,
                           :CA-REF-DESTINATION,
                           :CA-REF-URGENCY,
                           :DB2-PROBLEM-CODE,
                           'SENT',
                           :DB2-NOW,
                           :DB2-NOW )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               EXEC SQL
                    SET :DB2-REFERRAL-ID = IDENTITY_VAL_LOCAL()
               END-EXEC
               MOVE DB2-REFERRAL-ID TO CA-REF-ID
               MOVE 'SENT'          TO CA-REF-STATUS
               MOVE DB2-USERID      TO CA-REF-USER
               MOVE '00' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       UPDATE-REFERRAL-STATUS.
      *================================================================*
      * Move the patient's referral CA-REF-ID on to CA-REF-STATUS. No  *
      * such referral for this patient is '01'; an unknown status, or  *
      * one not after the current status, is '92' - a referral never   *
      * goes back, and a CLOSED one stays closed.                      *
      *================================================================*
           MOVE CA-REF-ID TO DB2-REFERRAL-ID.
           MOVE ' SELECT REFERRAL STATUS' TO EM-SQLREQ.
           EXEC SQL
               SELECT STATUS
                 INTO :DB2-CURRENT-STATUS
                 FROM REFERRAL
                WHERE REFERRALID = :DB2-REFERRAL-ID
                  AND PATIENTID  = :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE DB2-CURRENT-STATUS TO WS-RANK-STATUS.
           PERFORM RANK-STATUS.
           MOVE WS-STATUS-RANK TO WS-CURRENT-RANK.
           MOVE CA-REF-STATUS TO WS-RANK-STATUS.
           PERFORM RANK-STATUS.
           MOVE WS-STATUS-RANK TO WS-NEW-RANK.

           IF WS-NEW-RANK = 0
              OR WS-NEW-RANK NOT > WS-CURRENT-RANK
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GET-CURRENT-DATETIME.
           MOVE CA-REF-STATUS TO DB2-NEW-STATUS.

           MOVE ' UPDATE REFERRAL STATUS' TO EM-SQLREQ.
           EXEC SQL
               UPDATE REFERRAL
                  SET STATUS         = :DB2-NEW-STATUS,
                      STATUSDATETIME = :DB2-NOW
                WHERE REFERRALID = :DB2-REFERRAL-ID
                  AND PATIENTID  = :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
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
      * Position of WS-RANK-STATUS in WS-STATUS-TABLE, 0 when it is    *
      * not a referral status at all                                   *
      *----------------------------------------------------------------*
       RANK-STATUS.
           MOVE 0 TO WS-STATUS-RANK.
           MOVE 1 TO WS-STATUS-IDX.
           PERFORM MATCH-STATUS-NAME
               UNTIL WS-STATUS-IDX > 5
                  OR WS-STATUS-RANK > 0.
           EXIT.

       MATCH-STATUS-NAME.
           IF WS-STATUS-NAME (WS-STATUS-IDX) = WS-RANK-STATUS
              MOVE WS-STATUS-IDX TO WS-STATUS-RANK
           END-IF.
           ADD 1 TO WS-STATUS-IDX.
           EXIT.

      *----------------------------------------------------------------*
       GET-REFERRAL-LIST.
           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN REFCUR' TO EM-SQLREQ.
           EXEC SQL OPEN REFCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-REFERRAL-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE REFCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE REFCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-REFERRALS.

           IF WS-COUNTER > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-REFERRAL-ROW.
           MOVE ' FETCH REFCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH REFCUR
               INTO :DB2-REF-ID,
                    :DB2-REF-SPECIALTY,
                    :DB2-REF-DESTINATION,
                    :DB2-REF-URGENCY,
                    :DB2-REF-PROBLEM,
                    :DB2-REF-STATUS,
                    :DB2-REF-STATUS-DTIME,
                    :DB2-REF-USER
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-REF-ID          TO
                    CA-REF-LST-ID(WS-COUNTER)
               MOVE DB2-REF-SPECIALTY   TO
                    CA-REF-LST-SPECIALTY(WS-COUNTER)
               MOVE DB2-REF-DESTINATION TO
                    CA-REF-LST-DESTINATION(WS-COUNTER)
               MOVE DB2-REF-URGENCY     TO
                    CA-REF-LST-URGENCY(WS-COUNTER)
               MOVE DB2-REF-PROBLEM     TO
                    CA-REF-LST-PROBLEM(WS-COUNTER)
               MOVE DB2-REF-STATUS      TO
                    CA-REF-LST-STATUS(WS-COUNTER)
               MOVE DB2-REF-STATUS-DTIME(1:10) TO
                    CA-REF-LST-STATUS-DATE(WS-COUNTER)
               MOVE DB2-REF-USER        TO
                    CA-REF-LST-USER(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE REFCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
