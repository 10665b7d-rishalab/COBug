      * A non-zero CA-WEIGHT-KG/CA-HEIGHT-CM stores a dated WEIGHT/   *
      * HEIGHT reading alongside, in the same per-table pattern, so   *
      * dosing-by-weight finally comes off the clipboard.             *
      * Every reading is given its early-warning score (HCEWSPD),     *
      * stored on the VITALS row and returned in CA-EWS-SCORE; a      *
      * score at or above the EWSPARM trigger band raises an 'EWS     *
      * SCORE' alert for the HCAKDB01/HCESBJ01 alert flow.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-SYSTOLIC                 PIC S9(4) COMP VALUE +0.
       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      * Shared early-warning score fields/paragraph
       COPY HCEWSWS.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
           03 DB2-O2-SATURATION        PIC S9(3) COMP.
           03 DB2-WEIGHT               PIC S9(3)V9 COMP-3.
           03 DB2-HEIGHT               PIC S9(3) COMP.
           03 DB2-EWS-SCORE            PIC S9(4) COMP.
           03 DB2-EWS-TRIGGER          PIC S9(4) COMP.
           03 DB2-ALERT-TYPE           PIC X(12).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
           PERFORM VALIDATE-VITALS-RANGES.

           IF CA-RETURN-CODE = '00'
              PERFORM SCORE-READING
              PERFORM INSERT-VITALS
           END-IF.

      * A reading that scores at or above the trigger band raises its
      * own alert - only once the reading itself is safely stored.
           IF CA-RETURN-CODE = '00'
              PERFORM GET-EWS-TRIGGER
              IF EWS-SCORE >= EWS-TRIGGER-SCORE
                 PERFORM RAISE-EWS-ALERT
              END-IF
           END-IF.

      * Weight and height arrive with a reading only when the patient
      * was actually on the scales - zero means not measured, not a
      * reading of zero, so each is stored only when present.
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Score the validated reading - WS-SYSTOLIC was unpacked from   *
      * CA-BLOOD-PRESSURE by VALIDATE-VITALS-RANGES.                   *
      *----------------------------------------------------------------*
       SCORE-READING.
           MOVE CA-HEART-RATE    TO EWS-HEART-RATE.
           MOVE WS-SYSTOLIC      TO EWS-SYSTOLIC.
           MOVE CA-TEMPERATURE   TO EWS-TEMPERATURE.
           MOVE CA-O2-SATURATION TO EWS-O2-SATURATION.
           PERFORM CALCULATE-EWS-SCORE.
           MOVE EWS-SCORE TO DB2-EWS-SCORE.
           MOVE EWS-SCORE TO CA-EWS-SCORE.
           EXIT.

      *----------------------------------------------------------------*
       INSERT-VITALS.
           MOVE CA-BLOOD-PRESSURE TO DB2-BLOOD-PRESSURE.
                           BLOODPRESSURE,
                           HEARTRATE,
                           TEMPERATURE,
                           O2SATURATION,
                           EWSSCORE )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-TIMESTAMP,
                           :DB2-BLOOD-PRESSURE,
                           :DB2-HEART-RATE,
                           :DB2-TEMPERATURE,
                           :DB2-O2-SATURATION,
                           :DB2-EWS-SCORE )
           END-EXEC.

           EVALUATE SQLCODE
           EXIT.

      *----------------------------------------------------------------*
      * The trigger band is the single row on EWSPARM so the clinical *
      * lead can move it without a recompile - no row (or a read     *
      * error) keeps the HCEWSWS default rather than losing the alert.*
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
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The score goes to the same ALERT table HCVTBJ01 feeds -       *
      * READING is the score, THRESHOLD the trigger band it reached.  *
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
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCEWSPD.
       COPY HCERRSPD.
       COPY HCCALNPD.
