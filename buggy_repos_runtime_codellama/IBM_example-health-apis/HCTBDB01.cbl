      ******************************************************************
      *                                                                *
      *                  Theatre Procedure Booking                     *
      *                                                                *
      * Maintains the THEATREBOOK table (patient, procedure code, the  *
      * PROBLEM it treats, surgeon from PRESCRIBER, theatre, date,     *
      * slot, expected duration and the end time that gives, status)  *
      * in place of the theatre whiteboard. 01ATHB books a procedure,  *
      * 01ITHB lists the patient's bookings latest date first and      *
      * 01XTHB cancels one.                                            *
      *                                                                *
      * Booking is checked the way HCAPDB01 checks PROVSESSION: the    *
      * whole slot must fall inside a THEATRESESSION the theatre runs  *
      * on that day of the week ('80'), and must not overlap another   *
      * live booking in the theatre ('81', with the booking it clashes *
      * with). A problem that is not active on the patient's list or   *
      * a missing or bad field is '92'; a surgeon not active on the    *
      * PRESCRIBER master is '97'.                                     *
      *                                                                *
      * HCTLBJ01 prints the next day's list per theatre; HCNPOPD flags *
      * booked ward patients nil by mouth from midnight.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTBDB01.
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
                                        VALUE 'HCTBDB01------WS'.
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
      * the slot as minutes past midnight - start plus duration gives
      * the end time the overlap check compares
       01  WS-SLOT-HH                  PIC 9(2)  VALUE ZERO.
       01  WS-SLOT-MM                  PIC 9(2)  VALUE ZERO.
       01  WS-START-MINUTES            PIC 9(5)  VALUE ZERO.
       01  WS-END-MINUTES              PIC 9(5)  VALUE ZERO.
       01  WS-SLOT-TIME-X.
           03 WS-SLOT-TIME-HH          PIC 9(2).
           03 FILLER                   PIC X(1)  VALUE ':'.
           03 WS-SLOT-TIME-MM          PIC 9(2).

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-BOOKING-ID           PIC S9(9) COMP.
           03 DB2-DURATION             PIC S9(4) COMP.
           03 DB2-END-TIME             PIC X(5).
           03 DB2-USERID               PIC X(8).
           03 DB2-NOW                  PIC X(26).
       01  DB2-OUT.
           03 DB2-CHECK-COUNT          PIC S9(9) COMP.
           03 DB2-CONFLICT-ID          PIC S9(9) COMP.
           03 DB2-LST-ID               PIC S9(9) COMP.
           03 DB2-LST-PROCEDURE        PIC X(10).
           03 DB2-LST-PROBLEM          PIC X(10).
           03 DB2-LST-SURGEON          PIC X(20).
           03 DB2-LST-THEATRE          PIC X(4).
           03 DB2-LST-DATE             PIC X(10).
           03 DB2-LST-TIME             PIC X(5).
           03 DB2-LST-END-TIME         PIC X(5).
           03 DB2-LST-STATUS           PIC X(10).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * The patient's bookings, latest date first
           EXEC SQL
               DECLARE THBCUR CURSOR FOR
                   SELECT BOOKINGID, PROCEDURECODE, PROBLEMCODE,
                          SURGEON, THEATRE, BOOKDATE, SLOTTIME,
                          ENDTIME, STATUS
                     FROM THEATREBOOK
                    WHERE PATIENTID = :DB2-PATIENT-ID
                 ORDER BY BOOKDATE DESC, SLOTTIME DESC
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
             WHEN '01ATHB'
               PERFORM CHECK-BOOKING-FIELDS
               PERFORM CHECK-BOOKING-PROBLEM
               PERFORM CHECK-SURGEON-ACTIVE
               IF CA-RETURN-CODE = '00'
                  PERFORM CHECK-THEATRE-SESSION
               END-IF
               IF CA-RETURN-CODE = '00'
                  PERFORM CHECK-THEATRE-CONFLICT
               END-IF
               IF CA-RETURN-CODE = '00'
                  PERFORM INSERT-THEATRE-BOOKING
               END-IF
             WHEN '01ITHB'
               PERFORM GET-THEATRE-BOOKINGS
             WHEN '01XTHB'
               PERFORM CANCEL-THEATRE-BOOKING
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
       CHECK-BOOKING-FIELDS.
      *================================================================*
      * Every field is needed, the slot is hh:mm and the duration      *
      * positive, and the procedure must finish the same day ('92').   *
      * The end time is worked out here for the checks that follow.    *
      *================================================================*
           IF CA-THB-PROCEDURE EQUAL SPACES OR LOW-VALUES
              OR CA-THB-PROBLEM-CODE EQUAL SPACES OR LOW-VALUES
              OR CA-THB-THEATRE EQUAL SPACES OR LOW-VALUES
              OR CA-THB-DATE EQUAL SPACES OR LOW-VALUES
              OR CA-THB-TIME EQUAL SPACES OR LOW-VALUES
              OR CA-THB-DURATION IS NOT NUMERIC
              OR CA-THB-DURATION = ZERO
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-THB-TIME (1:2) IS NOT NUMERIC
              OR CA-THB-TIME (3:1) NOT = ':'
              OR CA-THB-TIME (4:2) IS NOT NUMERIC
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-THB-TIME (1:2) TO WS-SLOT-HH.
           MOVE CA-THB-TIME (4:2) TO WS-SLOT-MM.
           IF WS-SLOT-HH > 23 OR WS-SLOT-MM > 59
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           COMPUTE WS-START-MINUTES = WS-SLOT-HH * 60 + WS-SLOT-MM.
           COMPUTE WS-END-MINUTES =
                   WS-START-MINUTES + CA-THB-DURATION.
           IF WS-END-MINUTES > 1440
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           DIVIDE WS-END-MINUTES BY 60
               GIVING WS-SLOT-HH REMAINDER WS-SLOT-MM.
           MOVE WS-SLOT-HH TO WS-SLOT-TIME-HH.
           MOVE WS-SLOT-MM TO WS-SLOT-TIME-MM.
           MOVE WS-SLOT-TIME-X TO CA-THB-END-TIME.
           MOVE WS-SLOT-TIME-X TO DB2-END-TIME.
           MOVE CA-THB-DURATION TO DB2-DURATION.
           EXIT.

      *================================================================*
       CHECK-BOOKING-PROBLEM.
      *================================================================*
      * The procedure treats an active PROBLEM on the patient's list - *
      * the theatre list says what the operation is for ('92').        *
      *================================================================*
           MOVE ' CHECK BOOKING PROBLEM' TO EM-SQLREQ.
           MOVE 0 TO DB2-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CHECK-COUNT
                 FROM PROBLEM
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND PROBLEMCODE = :CA-THB-PROBLEM-CODE
                  AND STATUS      = 'A'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-CHECK-COUNT = 0
                  MOVE '92' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       CHECK-SURGEON-ACTIVE.
      *================================================================*
      * The surgeon must exist on the PRESCRIBER master (HCPBDB01) and *
      * be active, as HCMADB01 requires of a prescriber ('97').        *
      *================================================================*
           MOVE ' CHECK SURGEON' TO EM-SQLREQ.
           MOVE 0 TO DB2-CHECK-COUNT.

           IF CA-THB-SURGEON EQUAL SPACES OR LOW-VALUES
              MOVE '97' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CHECK-COUNT
                 FROM PRESCRIBER
                WHERE PRESCRIBERID = :CA-THB-SURGEON
                  AND ACTIVE = 'Y'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-CHECK-COUNT = 0
                  MOVE '97' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       CHECK-THEATRE-SESSION.
      *================================================================*
      * The whole slot, start to expected end, must lie inside a       *
      * THEATRESESSION the theatre runs on that day of the week - a    *
      * theatre that is not staffed then refuses with '80'.            *
      *================================================================*
           MOVE ' SELECT THEATRESESSION' TO EM-SQLREQ.
           MOVE 0 TO DB2-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CHECK-COUNT
                 FROM THEATRESESSION
                WHERE THEATRE   = :CA-THB-THEATRE
                  AND DAYOFWEEK =
                      DAYOFWEEK_ISO(DATE(:CA-THB-DATE))
                  AND STARTTIME <= :CA-THB-TIME
                  AND ENDTIME   >= :DB2-END-TIME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-CHECK-COUNT = 0
                  MOVE '80' TO CA-RETURN-CODE
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       CHECK-THEATRE-CONFLICT.
      *================================================================*
      * No other live booking in the theatre that day may overlap the  *
      * slot - one that starts before this ends and ends after this    *
      * starts. The hh:mm strings compare correctly as characters. A   *
      * clash is '81' with the booking that holds the theatre; a       *
      * cancelled booking releases its slot.                           *
      *================================================================*
           MOVE ' CHECK THEATRE CONFLICT' TO EM-SQLREQ.
           EXEC SQL
               SELECT BOOKINGID
                 INTO :DB2-CONFLICT-ID
                 FROM THEATREBOOK
                WHERE THEATRE  = :CA-THB-THEATRE
                  AND BOOKDATE = :CA-THB-DATE
                  AND STATUS  <> 'CANCELLED'
                  AND SLOTTIME < :DB2-END-TIME
                  AND ENDTIME  > :CA-THB-TIME
             ORDER BY SLOTTIME
             FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-CONFLICT-ID TO CA-THB-CONFLICT-ID
               MOVE '81' TO CA-RETURN-CODE
             WHEN 100
               MOVE 0 TO CA-THB-CONFLICT-ID
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       INSERT-THEATRE-BOOKING.
           PERFORM GET-CURRENT-DATETIME.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.
           MOVE WS-SIGNON-USERID TO DB2-USERID.

           MOVE ' INSERT THEATREBOOK' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO THEATREBOOK
                         ( BOOKINGID,
                           PATIENTID,
                           PROCEDURECODE,
                           PROBLEMCODE,
                           SURGEON,
                           THEATRE,
                           BOOKDATE,
                           SLOTTIME,
                           DURATIONMINUTES,
                           ENDTIME,
                           STATUS,
                           BOOKEDBY,
                           BOOKEDDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :CA-THB-PROCEDURE,
                           :CA-THB-PROBLEM-CODE,
                           :CA-THB-SURGEON,
                           :CA-THB-THEATRE,
                           :CA-THB-DATE,
                           :CA-THB-TIME,
                           :DB2-DURATION,
                           :DB2-END-TIME,
                           'BOOKED',
                           :DB2-USERID,
                           :DB2-NOW )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               EXEC SQL
                    SET :DB2-BOOKING-ID = IDENTITY_VAL_LOCAL()
               END-EXEC
               MOVE DB2-BOOKING-ID TO CA-THB-ID
               MOVE 'BOOKED' TO CA-THB-STATUS
               MOVE '00' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       CANCEL-THEATRE-BOOKING.
      *================================================================*
      * Only a live booking of the patient's can be cancelled ('01'    *
      * otherwise) - the slot is free again at once.                   *
      *================================================================*
           MOVE CA-THB-ID TO DB2-BOOKING-ID.
           MOVE ' CANCEL THEATREBOOK' TO EM-SQLREQ.
           EXEC SQL
               UPDATE THEATREBOOK
                  SET STATUS = 'CANCELLED'
                WHERE BOOKINGID = :DB2-BOOKING-ID
                  AND PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'BOOKED'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'CANCELLED' TO CA-THB-STATUS
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
       GET-THEATRE-BOOKINGS.
      *================================================================*
      * The patient's bookings latest date first, up to the capacity   *
      * of the CA-THEATRE-BOOKINGS array - '01' when there are none.   *
      *================================================================*
           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN THBCUR' TO EM-SQLREQ.
           EXEC SQL OPEN THBCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-BOOKING-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE THBCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE THBCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-THEATRE-BOOKINGS.

           IF WS-COUNTER > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-BOOKING-ROW.
           MOVE ' FETCH THBCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH THBCUR
               INTO :DB2-LST-ID,
                    :DB2-LST-PROCEDURE,
                    :DB2-LST-PROBLEM,
                    :DB2-LST-SURGEON,
                    :DB2-LST-THEATRE,
                    :DB2-LST-DATE,
                    :DB2-LST-TIME,
                    :DB2-LST-END-TIME,
                    :DB2-LST-STATUS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-LST-ID        TO CA-THB-LST-ID(WS-COUNTER)
               MOVE DB2-LST-PROCEDURE
                 TO CA-THB-LST-PROCEDURE(WS-COUNTER)
               MOVE DB2-LST-PROBLEM   TO CA-THB-LST-PROBLEM(WS-COUNTER)
               MOVE DB2-LST-SURGEON   TO CA-THB-LST-SURGEON(WS-COUNTER)
               MOVE DB2-LST-THEATRE   TO CA-THB-LST-THEATRE(WS-COUNTER)
               MOVE DB2-LST-DATE      TO CA-THB-LST-DATE(WS-COUNTER)
               MOVE DB2-LST-TIME      TO CA-THB-LST-TIME(WS-COUNTER)
               MOVE DB2-LST-END-TIME
                 TO CA-THB-LST-END-TIME(WS-COUNTER)
               MOVE DB2-LST-STATUS    TO CA-THB-LST-STATUS(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE THBCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Current date and time in the DB2 TIMESTAMP string layout
      * (yyyy-mm-dd-hh.mm.ss.000000) for the booking's audit columns
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
       COPY HCERRSPD.
       COPY HCCALNPD.
