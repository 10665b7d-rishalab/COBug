      *    consolidated VITALS table so HCVTBJ01 and the HCIVDB01      *
      *    trend inquiries finally see monitor data. Rejected records  *
      *    are written with a reason code to a rejects file to be      *
      *    worked the next morning. Each stored reading carries its    *
      *    early-warning score (HCEWSPD), and a score at or above the  *
      *    EWSPARM trigger band raises an 'EWS SCORE' alert exactly as *
      *    a keyed reading through HCAVDB01 does.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDVBJ01.
       01  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-INSERT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-EWS-ALERT-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-CHAR-IDX                 PIC S9(4) COMP VALUE +0.

      * One fixed-position line per monitor reading
       01  WS-TEMP-WHOLE-NUM           PIC 9(3)  VALUE ZERO.
       01  WS-TEMP-TENTHS-NUM          PIC 9(1)  VALUE ZERO.

      *----------------------------------------------------------------*
      * Shared early-warning score fields/paragraph
       COPY HCEWSWS.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-HEART-RATE              PIC S9(4) COMP.
       01  DB2-TEMPERATURE             PIC S9(3)V9 COMP-3.
       01  DB2-O2-SATURATION           PIC S9(3) COMP.
       01  DB2-EWS-SCORE               PIC S9(4) COMP.
       01  DB2-EWS-TRIGGER             PIC S9(4) COMP.
       01  DB2-ALERT-TYPE              PIC X(12).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
           OPEN INPUT DEVICE-FILE.
           OPEN OUTPUT REJECT-FILE.

           PERFORM GET-EWS-TRIGGER.

           PERFORM READ-DEVICE-RECORD.
           PERFORM PROCESS-DEVICE-RECORD
               UNTIL WS-NO-MORE-READINGS.
           DISPLAY 'HCDVBJ01 - readings read: ' WS-READ-COUNT.
           DISPLAY 'HCDVBJ01 - readings inserted: ' WS-INSERT-COUNT.
           DISPLAY 'HCDVBJ01 - readings rejected: ' WS-REJECT-COUNT.
           DISPLAY 'HCDVBJ01 - EWS alerts raised: ' WS-EWS-ALERT-COUNT.

           STOP RUN.

      * rejects the record rather than failing the run.                *
      *----------------------------------------------------------------*
       INSERT-READING.
           PERFORM SCORE-READING.
           PERFORM INSERT-VITALS-ROW.
           IF WS-READING-OK
              ADD 1 TO WS-INSERT-COUNT
              IF EWS-SCORE >= EWS-TRIGGER-SCORE
                 PERFORM RAISE-EWS-ALERT
              END-IF
           END-IF.
           EXIT.

      * WS-SYSTOLIC was unpacked by VALIDATE-READING-VALUES
       SCORE-READING.
           MOVE DB2-HEART-RATE    TO EWS-HEART-RATE.
           MOVE WS-SYSTOLIC       TO EWS-SYSTOLIC.
           MOVE DB2-TEMPERATURE   TO EWS-TEMPERATURE.
           MOVE DB2-O2-SATURATION TO EWS-O2-SATURATION.
           PERFORM CALCULATE-EWS-SCORE.
           MOVE EWS-SCORE TO DB2-EWS-SCORE.
           EXIT.

       INSERT-VITALS-ROW.
           MOVE ' INSERT VITALS' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO VITALS
                         ( PATIENTID, VITDATETIME, BLOODPRESSURE,
                           HEARTRATE, TEMPERATURE, O2SATURATION,
                           EWSSCORE )
                  VALUES ( :DB2-PATIENT-ID, :DB2-TIMESTAMP,
                           :DB2-BLOOD-PRESSURE, :DB2-HEART-RATE,
                           :DB2-TEMPERATURE, :DB2-O2-SATURATION,
                           :DB2-EWS-SCORE )
           END-EXEC.
           PERFORM CHECK-INSERT-SQLCODE.
           EXIT.
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The trigger band is read once per run from the EWSPARM row -  *
      * no row keeps the HCEWSWS default.                              *
      *----------------------------------------------------------------*
       GET-EWS-TRIGGER.
           MOVE ' SELECT EWSPARM' TO EM-SQLREQ.
           EXEC SQL
               SELECT TRIGGERSCORE
                 INTO :DB2-EWS-TRIGGER
                 FROM EWSPARM
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-EWS-TRIGGER TO EWS-TRIGGER-SCORE
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Same ALERT row HCAVDB01 raises - READING is the score,        *
      * THRESHOLD the trigger band it reached.                         *
      *----------------------------------------------------------------*
       RAISE-EWS-ALERT.
           MOVE EWS-ALERT-TYPE    TO DB2-ALERT-TYPE.
           MOVE EWS-TRIGGER-SCORE TO DB2-EWS-TRIGGER.
           MOVE ' INSERT ALERT' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO ALERT
                         ( ALERTID, PATIENTID, ALERTTYPE,
                           READING, THRESHOLD, RAISEDDATETIME,
                           ACKFLAG, ESCALATED )
                  VALUES ( DEFAULT, :DB2-PATIENT-ID,
                           :DB2-ALERT-TYPE, :DB2-EWS-SCORE,
                           :DB2-EWS-TRIGGER, CURRENT TIMESTAMP,
                           'N', 'N' )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-EWS-ALERT-COUNT
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REJECT-LINE.
           MOVE 'N' TO WS-RECORD-VALID.
           DISPLAY 'HCDVBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCEWSPD.
