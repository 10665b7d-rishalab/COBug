      ******************************************************************
      *                                                                *
      *                    Admission Bed-Request Queue                 *
      *                                                                *
      * Maintains the BEDREQUEST table - the patients waiting on a     *
      * bed (requested ward or specialty, priority 1 emergency to 4    *
      * routine, whether an isolation bed is needed, when the bed was  *
      * asked for) that bed management used to keep on a whiteboard    *
      * and the phone. 01ABRQ queues a request, 01XBRQ cancels one,    *
      * 01LBRQ returns the bed board - the open requests, highest      *
      * priority and longest waiting first, against the free beds on   *
      * the BEDMASTER - and 01SBRQ assigns a free bed to a request.    *
      *                                                                *
      * The assignment does not write WARDSTAY itself: it LINKs        *
      * HCWDDB01 01AWRD, so the stay, the BEDMASTER status and the     *
      * outbound ADTEVENT row stay exactly as consistent as an admit   *
      * keyed on the ward screen. Only a clean admit closes the        *
      * request (STATUS 'A' with the admit datetime and the bed        *
      * given) - the HCBWBJ01 nightly job measures request-to-admit    *
      * waits from those rows.                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCBRDB01.
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
                                        VALUE 'HCBRDB01------WS'.
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

      * Ward admit service the bed assignment goes through
       77  HCWDDB01                    PIC X(8)   VALUE 'HCWDDB01'.

      * The 01SBRQ fields, held while the commarea is lent to
      * HCWDDB01 as an 01AWRD request
       01  WS-ASSIGN-SAVE.
           03 WS-SAVE-BRQ-ID           PIC 9(9).
           03 WS-SAVE-ASSIGN-WARD      PIC X(4).
           03 WS-SAVE-ASSIGN-BED       PIC X(4).
           03 WS-SAVE-ADMIT-DTIME      PIC X(26).
           03 WS-SAVE-ISOLATION-WARN   PIC X(1).

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-REQUEST-ID           PIC S9(9) COMP.
           03 DB2-WARD-CODE            PIC X(4).
           03 DB2-SPECIALTY            PIC X(10).
           03 DB2-PRIORITY             PIC S9(4) COMP.
           03 DB2-ISOLATION-NEED       PIC X(1).
           03 DB2-NOW                  PIC X(26).
       01  DB2-OUT.
           03 DB2-OPEN-COUNT           PIC S9(9) COMP.
           03 DB2-BRQ-ID               PIC S9(9) COMP.
           03 DB2-BRQ-PATIENT-ID       PIC S9(9) COMP.
           03 DB2-BRQ-WARD             PIC X(4).
           03 DB2-BRQ-SPECIALTY        PIC X(10).
           03 DB2-BRQ-PRIORITY         PIC S9(4) COMP.
           03 DB2-BRQ-ISOLATION        PIC X(1).
           03 DB2-BRQ-REQ-DTIME        PIC X(26).
           03 DB2-BED-WARD             PIC X(4).
           03 DB2-BED-BED              PIC X(4).
           03 DB2-BED-ISOLATION        PIC X(1).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * Open requests, most urgent and then longest waiting first -
      * for one ward, requests naming it plus the specialty-only ones
      * any ward could take
           EXEC SQL
               DECLARE BRQCUR CURSOR FOR
                   SELECT REQUESTID, PATIENTID, WARDCODE, SPECIALTY,
                          PRIORITY, ISOLATIONNEED, REQUESTDATETIME
                     FROM BEDREQUEST
                    WHERE STATUS = 'O'
                      AND (:DB2-WARD-CODE = ' '
                           OR WARDCODE = :DB2-WARD-CODE
                           OR WARDCODE = ' ')
                 ORDER BY PRIORITY, REQUESTDATETIME
           END-EXEC.
      * Free, in-service beds - BEDMASTER STATUS 'O' only, occupied
      * ('C') and out-of-service ('X') beds are never offered
           EXEC SQL
               DECLARE FREECUR CURSOR FOR
                   SELECT WARDCODE, BED, ISOLATIONBED
                     FROM BEDMASTER
                    WHERE STATUS = 'O'
                      AND (:DB2-WARD-CODE = ' '
                           OR WARDCODE = :DB2-WARD-CODE)
                 ORDER BY WARDCODE, BED
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

           EVALUATE CA-REQUEST-ID
             WHEN '01ABRQ'
               PERFORM INSERT-BED-REQUEST
             WHEN '01XBRQ'
               PERFORM CANCEL-BED-REQUEST
             WHEN '01LBRQ'
               PERFORM GET-BED-BOARD
             WHEN '01SBRQ'
               PERFORM ASSIGN-BED
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
      * request and stay datetimes carry (yyyy-mm-dd-hh.mm.ss.000000)
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
       INSERT-BED-REQUEST.
      *================================================================*
      * A request needs a ward or at least a specialty to place the    *
      * patient by ('92'); a patient already waiting on an open        *
      * request gets '91' rather than a second place in the queue.     *
      * Priority outside 1-4 defaults to 4 (routine); a blank          *
      * isolation need is taken from the ISOLATION registry.           *
      *================================================================*
           IF (CA-BRQ-WARD-CODE EQUAL SPACES OR LOW-VALUES)
              AND (CA-BRQ-SPECIALTY EQUAL SPACES OR LOW-VALUES)
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-BRQ-WARD-CODE EQUAL LOW-VALUES
              MOVE SPACES TO CA-BRQ-WARD-CODE
           END-IF.
           IF CA-BRQ-SPECIALTY EQUAL LOW-VALUES
              MOVE SPACES TO CA-BRQ-SPECIALTY
           END-IF.

           IF CA-BRQ-PRIORITY < 1 OR CA-BRQ-PRIORITY > 4
              MOVE 4 TO CA-BRQ-PRIORITY
           END-IF.

           MOVE ' COUNT OPEN BEDREQUEST' TO EM-SQLREQ.
           MOVE 0 TO DB2-OPEN-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-OPEN-COUNT
                 FROM BEDREQUEST
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'O'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-OPEN-COUNT > 0
                  MOVE '91' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF CA-BRQ-ISOLATION-NEED NOT = 'Y'
              AND CA-BRQ-ISOLATION-NEED NOT = 'N'
              PERFORM DEFAULT-ISOLATION-NEED
           END-IF.

           MOVE CA-BRQ-WARD-CODE      TO DB2-WARD-CODE.
           MOVE CA-BRQ-SPECIALTY      TO DB2-SPECIALTY.
           MOVE CA-BRQ-PRIORITY       TO DB2-PRIORITY.
           MOVE CA-BRQ-ISOLATION-NEED TO DB2-ISOLATION-NEED.

           MOVE ' INSERT BEDREQUEST' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO BEDREQUEST
                         ( REQUESTID,
                           PATIENTID,
                           WARDCODE,
                           SPECIALTY,
                           PRIORITY,
                           ISOLATIONNEED,
                           REQUESTDATETIME,
                           STATUS,
                           ADMITDATETIME,
                           ASSIGNEDWARD,
                           ASSIGNEDBED )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-WARD-CODE,
                           :DB2-SPECIALTY,
                           :DB2-PRIORITY,
                           :DB2-ISOLATION-NEED,
                           :DB2-NOW,
                           'O',
                           ' ',
                           ' ',
                           ' ' )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               EXEC SQL
                    SET :DB2-REQUEST-ID = IDENTITY_VAL_LOCAL()
               END-EXEC
               MOVE DB2-REQUEST-ID TO CA-BRQ-ID
               MOVE WS-NOW         TO CA-BRQ-REQ-DTIME
               MOVE '00' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Isolation need not keyed - an active ISOLATION registry entry  *
      * (HCISDB01) means the patient needs an isolation bed. A read    *
      * failure leaves 'N'; the admit-time check still warns.          *
      *----------------------------------------------------------------*
       DEFAULT-ISOLATION-NEED.
           MOVE 'N' TO CA-BRQ-ISOLATION-NEED.
           MOVE ' COUNT ACTIVE ISOLATION' TO EM-SQLREQ.
           MOVE 0 TO DB2-OPEN-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-OPEN-COUNT
                 FROM ISOLATION
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND CLEAREDDATE = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-OPEN-COUNT > 0
                  MOVE 'Y' TO CA-BRQ-ISOLATION-NEED
               END-IF
             WHEN OTHER
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *================================================================*
       CANCEL-BED-REQUEST.
      *================================================================*
      * Only an open request can be cancelled - one already admitted   *
      * or cancelled, or an id never issued, comes back '01'.          *
      *================================================================*
           MOVE CA-BRQ-ID TO DB2-REQUEST-ID.

           MOVE ' CANCEL BEDREQUEST' TO EM-SQLREQ.
           EXEC SQL
               UPDATE BEDREQUEST
                  SET STATUS = 'C'
                WHERE REQUESTID = :DB2-REQUEST-ID
                  AND STATUS    = 'O'
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

      *================================================================*
       GET-BED-BOARD.
      *================================================================*
      * The bed board: open requests (up to the CA-BED-REQUESTS        *
      * array) and free beds (up to CA-FREE-BEDS), for the ward in     *
      * CA-BRQ-WARD-CODE or the whole hospital when it is blank. '01'  *
      * only when there is neither a request nor a free bed to show.   *
      *================================================================*
           IF CA-BRQ-WARD-CODE EQUAL LOW-VALUES
              MOVE SPACES TO CA-BRQ-WARD-CODE
           END-IF.
           MOVE CA-BRQ-WARD-CODE TO DB2-WARD-CODE.

           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN BRQCUR' TO EM-SQLREQ.
           EXEC SQL OPEN BRQCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-REQUEST-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE BRQCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE BRQCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-BED-REQUESTS.

           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN FREECUR' TO EM-SQLREQ.
           EXEC SQL OPEN FREECUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-FREE-BED-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 20.

           MOVE ' CLOSE FREECUR' TO EM-SQLREQ.
           EXEC SQL CLOSE FREECUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-FREE-BEDS.

           IF CA-NUM-BED-REQUESTS > 0 OR CA-NUM-FREE-BEDS > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-REQUEST-ROW.
           MOVE ' FETCH BRQCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH BRQCUR
               INTO :DB2-BRQ-ID,
                    :DB2-BRQ-PATIENT-ID,
                    :DB2-BRQ-WARD,
                    :DB2-BRQ-SPECIALTY,
                    :DB2-BRQ-PRIORITY,
                    :DB2-BRQ-ISOLATION,
                    :DB2-BRQ-REQ-DTIME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-BRQ-ID         TO
                    CA-BRQ-LST-ID(WS-COUNTER)
               MOVE DB2-BRQ-PATIENT-ID TO
                    CA-BRQ-LST-PATIENT-ID(WS-COUNTER)
               MOVE DB2-BRQ-WARD       TO
                    CA-BRQ-LST-WARD(WS-COUNTER)
               MOVE DB2-BRQ-SPECIALTY  TO
                    CA-BRQ-LST-SPECIALTY(WS-COUNTER)
               MOVE DB2-BRQ-PRIORITY   TO
                    CA-BRQ-LST-PRIORITY(WS-COUNTER)
               MOVE DB2-BRQ-ISOLATION  TO
                    CA-BRQ-LST-ISOLATION(WS-COUNTER)
               MOVE DB2-BRQ-REQ-DTIME  TO
                    CA-BRQ-LST-REQ-DTIME(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE BRQCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

       FETCH-FREE-BED-ROW.
           MOVE ' FETCH FREECUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH FREECUR
               INTO :DB2-BED-WARD,
                    :DB2-BED-BED,
                    :DB2-BED-ISOLATION
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-BED-WARD      TO
                    CA-BED-LST-WARD(WS-COUNTER)
               MOVE DB2-BED-BED       TO
                    CA-BED-LST-BED(WS-COUNTER)
               MOVE DB2-BED-ISOLATION TO
                    CA-BED-LST-ISOLATION(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE FREECUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       ASSIGN-BED.
      *================================================================*
      * The request must still be open ('01' otherwise) and a ward     *
      * and bed must be given ('92'). The admit is HCWDDB01's: its     *
      * '82' occupied / '83' out of service / '92' unknown bed come    *
      * straight back to the board and the request stays open. Only    *
      * on '00' is the request closed with the admit details.          *
      *================================================================*
           IF CA-BRQ-ID = ZERO
              OR CA-BRQ-ASSIGN-WARD EQUAL SPACES OR LOW-VALUES
              OR CA-BRQ-ASSIGN-BED  EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-BRQ-ID TO DB2-REQUEST-ID.

           MOVE ' SELECT OPEN BEDREQUEST' TO EM-SQLREQ.
           EXEC SQL
               SELECT PATIENTID, ISOLATIONNEED
                 INTO :DB2-PATIENT-ID, :DB2-ISOLATION-NEED
                 FROM BEDREQUEST
                WHERE REQUESTID = :DB2-REQUEST-ID
                  AND STATUS    = 'O'
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

           MOVE CA-BRQ-ID          TO WS-SAVE-BRQ-ID.
           MOVE CA-BRQ-ASSIGN-WARD TO WS-SAVE-ASSIGN-WARD.
           MOVE CA-BRQ-ASSIGN-BED  TO WS-SAVE-ASSIGN-BED.
           MOVE SPACES             TO WS-SAVE-ADMIT-DTIME.
           MOVE 'N'                TO WS-SAVE-ISOLATION-WARN.

           PERFORM LINK-WARD-ADMIT.

      * the commarea comes back as HCWDDB01 left it - put the
      * assignment view back before anything else reads it
           MOVE '01SBRQ'               TO CA-REQUEST-ID.
           MOVE DB2-PATIENT-ID         TO CA-PATIENT-ID.
           MOVE WS-SAVE-BRQ-ID         TO CA-BRQ-ID.
           MOVE WS-SAVE-ASSIGN-WARD    TO CA-BRQ-ASSIGN-WARD.
           MOVE WS-SAVE-ASSIGN-BED     TO CA-BRQ-ASSIGN-BED.
           MOVE WS-SAVE-ADMIT-DTIME    TO CA-BRQ-ADMIT-DTIME.
           MOVE WS-SAVE-ISOLATION-WARN TO CA-BRQ-ISOLATION-WARN.
           MOVE DB2-ISOLATION-NEED     TO CA-BRQ-ISOLATION-NEED.

           IF CA-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WS-SAVE-ASSIGN-WARD TO DB2-BED-WARD.
           MOVE WS-SAVE-ASSIGN-BED  TO DB2-BED-BED.
           MOVE WS-SAVE-ADMIT-DTIME TO DB2-NOW.

           PERFORM CHECK-BED-ISOLATION.

           MOVE ' CLOSE BEDREQUEST' TO EM-SQLREQ.
           EXEC SQL
               UPDATE BEDREQUEST
                  SET STATUS        = 'A',
                      ADMITDATETIME = :DB2-NOW,
                      ASSIGNEDWARD  = :DB2-BED-WARD,
                      ASSIGNEDBED   = :DB2-BED-BED
                WHERE REQUESTID = :DB2-REQUEST-ID
                  AND STATUS    = 'O'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * LINK HCWDDB01 with the commarea turned into an 01AWRD admit    *
      * of the request's patient to the bed picked - its return code   *
      * is left in CA-RETURN-CODE, its admit datetime and isolation    *
      * warning are kept for the request.                              *
      *----------------------------------------------------------------*
       LINK-WARD-ADMIT.
           MOVE '01AWRD'            TO CA-REQUEST-ID.
           MOVE DB2-PATIENT-ID      TO CA-PATIENT-ID.
           MOVE WS-SAVE-ASSIGN-WARD TO CA-WARD-CODE.
           MOVE WS-SAVE-ASSIGN-BED  TO CA-WARD-BED.

           EXEC CICS LINK PROGRAM(HCWDDB01)
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(32765)
           END-EXEC.

           IF CA-RETURN-CODE = '00'
              MOVE CA-WARD-ADMIT-DTIME    TO WS-SAVE-ADMIT-DTIME
              MOVE CA-WARD-ISOLATION-WARN TO WS-SAVE-ISOLATION-WARN
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * A request flagged for isolation placed in a bed the BEDMASTER  *
      * does not flag as an isolation bed warns too, registry entry    *
      * or not - the bed manager asked for one and did not get it.     *
      *----------------------------------------------------------------*
       CHECK-BED-ISOLATION.
           IF DB2-ISOLATION-NEED = 'Y'
              MOVE ' SELECT BED ISOLATION' TO EM-SQLREQ
              MOVE SPACES TO DB2-BED-ISOLATION
              EXEC SQL
                  SELECT ISOLATIONBED
                    INTO :DB2-BED-ISOLATION
                    FROM BEDMASTER
                   WHERE WARDCODE = :DB2-BED-WARD
                     AND BED      = :DB2-BED-BED
              END-EXEC
              IF SQLCODE = 0 AND DB2-BED-ISOLATION NOT = 'Y'
                 MOVE 'Y' TO CA-BRQ-ISOLATION-WARN
              END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
