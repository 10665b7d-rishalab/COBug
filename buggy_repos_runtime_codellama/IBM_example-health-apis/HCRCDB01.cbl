      ******************************************************************
      *                                                                *
      *                    Medication Reconciliation                   *
      *                                                                *
      * Maintains the HOMEMED table - the medicines the patient was    *
      * taking at home, written down at admission against the open     *
      * WARDSTAY (keyed by the stay's ADMITDATETIME) instead of on the *
      * paper admission sheet that never reached MEDICATION. 01AHMD    *
      * records a home drug, 01IHMD lists the stay's home drugs each   *
      * set against the active MEDICATION row for the same drug, and   *
      * 01RHMD records the continue / modify / stop decision with its  *
      * reason and who made it.                                        *
      *                                                                *
      * HCWDDB01 refuses the 01DWRD discharge ('84') while any home    *
      * drug on the stay is undecided; HCDCBJ01 prints the reconciled  *
      * list on the discharge summary and HCRCBJ01 reports discharges  *
      * that went out without a completed reconciliation.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRCDB01.
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
                                        VALUE 'HCRCDB01------WS'.
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

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-HOMEMED-ID           PIC S9(9) COMP.
           03 DB2-ADMIT-DTIME          PIC X(26).
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-DOSE                 PIC X(20).
           03 DB2-FREQUENCY            PIC X(20).
           03 DB2-DECISION             PIC X(1).
           03 DB2-REASON               PIC X(40).
           03 DB2-USERID               PIC X(8).
           03 DB2-NOW                  PIC X(26).
       01  DB2-OUT.
           03 DB2-PENDING-COUNT        PIC S9(9) COMP.
           03 DB2-HMD-ID               PIC S9(9) COMP.
           03 DB2-HMD-DRUG-NAME        PIC X(50).
           03 DB2-HMD-DOSE             PIC X(20).
           03 DB2-HMD-DECISION         PIC X(1).
           03 DB2-HMD-REASON           PIC X(40).
           03 DB2-MED-ID               PIC S9(9) COMP.
           03 DB2-MED-STRENGTH         PIC X(20).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * The stay's home drugs, undecided first, each with the active
      * prescription for the same drug name when there is one
           EXEC SQL
               DECLARE HMDCUR CURSOR FOR
                   SELECT H.HOMEMEDID, H.DRUGNAME, H.DOSE,
                          H.DECISION, H.REASON,
                          COALESCE(M.MEDICATIONID, 0),
                          COALESCE(M.STRENGTH, ' ')
                     FROM HOMEMED H
                     LEFT OUTER JOIN MEDICATION M
                       ON M.PATIENTID = H.PATIENTID
                      AND UPPER(M.DRUGNAME) = UPPER(H.DRUGNAME)
                      AND COALESCE(M.DISCONTINUED, 'N') <> 'Y'
                    WHERE H.PATIENTID     = :DB2-PATIENT-ID
                      AND H.ADMITDATETIME = :DB2-ADMIT-DTIME
                 ORDER BY H.DECISION, H.HOMEMEDID
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

           PERFORM GET-CURRENT-DATETIME.

      * every request works on the patient's open stay - no stay,
      * nothing to reconcile
           PERFORM GET-OPEN-STAY.

           EVALUATE CA-REQUEST-ID
             WHEN '01AHMD'
               PERFORM INSERT-HOME-MEDICATION
             WHEN '01IHMD'
               PERFORM GET-HOME-MEDICATION-LIST
             WHEN '01RHMD'
               PERFORM RECORD-DECISION
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
      * Current date and time in the DB2 TIMESTAMP string layout the
      * stay datetimes carry (yyyy-mm-dd-hh.mm.ss.000000)
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
      * The open WARDSTAY's admit datetime keys the home-drug list -   *
      * '01' when the patient is not on a ward.                        *
      *----------------------------------------------------------------*
       GET-OPEN-STAY.
           MOVE ' SELECT OPEN WARDSTAY' TO EM-SQLREQ.
           EXEC SQL
               SELECT ADMITDATETIME
                 INTO :DB2-ADMIT-DTIME
                 FROM WARDSTAY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DISCHARGEDATETIME = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-ADMIT-DTIME TO CA-HMD-ADMIT-DTIME
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       INSERT-HOME-MEDICATION.
      *================================================================*
      * A drug name is required ('92'). NONE is the "takes nothing at  *
      * home" entry - it is stored already decided ('N') so the stay   *
      * reconciles without a drug to decide on.                        *
      *================================================================*
           IF CA-HMD-DRUG-NAME EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-HMD-DRUG-NAME TO DB2-DRUG-NAME.
           MOVE CA-HMD-DOSE      TO DB2-DOSE.
           MOVE CA-HMD-FREQUENCY TO DB2-FREQUENCY.
           MOVE SPACES           TO DB2-REASON.
           IF CA-HMD-DRUG-NAME = 'NONE'
              MOVE 'N' TO DB2-DECISION
           ELSE
              MOVE SPACE TO DB2-DECISION
           END-IF.

           MOVE ' INSERT HOMEMED' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO HOMEMED
                         ( HOMEMEDID,
                           PATIENTID,
                           ADMITDATETIME,
                           DRUGNAME,
                           DOSE,
                           FREQUENCY,
                           DECISION,
                           REASON,
                           DECIDEDBY,
                           DECIDEDDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-ADMIT-DTIME,
                           :DB2-DRUG-NAME,
                           :DB2-DOSE,
                           :DB2-FREQUENCY,
                           :DB2-DECISION,
                           :DB2-REASON,
                           ' ',
                           ' ' )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               EXEC SQL
                    SET :DB2-HOMEMED-ID = IDENTITY_VAL_LOCAL()
               END-EXEC
               MOVE DB2-HOMEMED-ID TO CA-HMD-ID
               MOVE DB2-DECISION   TO CA-HMD-DECISION
               MOVE '00' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM COUNT-PENDING.
           EXIT.

      *================================================================*
       GET-HOME-MEDICATION-LIST.
      *================================================================*
      * The stay's home drugs - up to the capacity of the CA-HOMEMEDS  *
      * array, undecided ones first - plus the pending count the       *
      * discharge check uses.                                          *
      *================================================================*
           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN HMDCUR' TO EM-SQLREQ.
           EXEC SQL OPEN HMDCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-HOME-MEDICATION-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE HMDCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE HMDCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-HOMEMEDS.

           PERFORM COUNT-PENDING.

           IF WS-COUNTER > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-HOME-MEDICATION-ROW.
           MOVE ' FETCH HMDCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH HMDCUR
               INTO :DB2-HMD-ID,
                    :DB2-HMD-DRUG-NAME,
                    :DB2-HMD-DOSE,
                    :DB2-HMD-DECISION,
                    :DB2-HMD-REASON,
                    :DB2-MED-ID,
                    :DB2-MED-STRENGTH
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-HMD-ID        TO
                    CA-HMD-LST-ID(WS-COUNTER)
               MOVE DB2-HMD-DRUG-NAME TO
                    CA-HMD-LST-DRUG-NAME(WS-COUNTER)
               MOVE DB2-HMD-DOSE      TO
                    CA-HMD-LST-DOSE(WS-COUNTER)
               MOVE DB2-HMD-DECISION  TO
                    CA-HMD-LST-DECISION(WS-COUNTER)
               MOVE DB2-HMD-REASON    TO
                    CA-HMD-LST-REASON(WS-COUNTER)
               MOVE DB2-MED-ID        TO
                    CA-HMD-LST-MED-ID(WS-COUNTER)
               MOVE DB2-MED-STRENGTH  TO
                    CA-HMD-LST-MED-STRENGTH(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE HMDCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       RECORD-DECISION.
      *================================================================*
      * Decision must be C, M or S and a reason must be given ('92');  *
      * the home drug must be on this patient's open stay ('01').      *
      * The signed-on user is recorded as the decider.                 *
      *================================================================*
           IF CA-HMD-DECISION NOT = 'C'
              AND CA-HMD-DECISION NOT = 'M'
              AND CA-HMD-DECISION NOT = 'S'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-HMD-REASON EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.

           MOVE CA-HMD-ID        TO DB2-HOMEMED-ID.
           MOVE CA-HMD-DECISION  TO DB2-DECISION.
           MOVE CA-HMD-REASON    TO DB2-REASON.
           MOVE WS-SIGNON-USERID TO DB2-USERID.

           MOVE ' UPDATE HOMEMED DECISION' TO EM-SQLREQ.
           EXEC SQL
               UPDATE HOMEMED
                  SET DECISION        = :DB2-DECISION,
                      REASON          = :DB2-REASON,
                      DECIDEDBY       = :DB2-USERID,
                      DECIDEDDATETIME = :DB2-NOW
                WHERE HOMEMEDID     = :DB2-HOMEMED-ID
                  AND PATIENTID     = :DB2-PATIENT-ID
                  AND ADMITDATETIME = :DB2-ADMIT-DTIME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM COUNT-PENDING.
           EXIT.

      *----------------------------------------------------------------*
      * Home drugs on the open stay still without a decision - the     *
      * same count HCWDDB01 refuses the discharge on.                  *
      *----------------------------------------------------------------*
       COUNT-PENDING.
           MOVE ' COUNT PENDING HOMEMED' TO EM-SQLREQ.
           MOVE 0 TO DB2-PENDING-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-PENDING-COUNT
                 FROM HOMEMED
                WHERE PATIENTID     = :DB2-PATIENT-ID
                  AND ADMITDATETIME = :DB2-ADMIT-DTIME
                  AND DECISION      = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-PENDING-COUNT TO CA-HMD-PENDING
             WHEN OTHER
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
