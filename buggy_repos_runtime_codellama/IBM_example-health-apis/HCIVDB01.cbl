           03 DB2-VITALS-HR            PIC S9(4) COMP.
           03 DB2-VITALS-TEMP          PIC S9(3)V9 COMP-3.
           03 DB2-VITALS-O2SAT         PIC S9(3) COMP.
           03 DB2-VITALS-EWS           PIC S9(4) COMP.
           03 DB2-WEIGHT               PIC S9(3)V9 COMP-3.
           03 DB2-HEIGHT               PIC S9(3) COMP.

           EXEC SQL
               DECLARE VITCUR CURSOR FOR
                   SELECT VITDATETIME, BLOODPRESSURE, HEARTRATE,
                          TEMPERATURE, O2SATURATION,
                          COALESCE(EWSSCORE, 0)
                     FROM VITALS
                    WHERE PATIENTID = :DB2-PATIENT-ID
                 ORDER BY VITDATETIME DESC
           EXEC SQL
               DECLARE LATESTCUR CURSOR FOR
                   SELECT VITDATETIME, BLOODPRESSURE, HEARTRATE,
                          TEMPERATURE, O2SATURATION,
                          COALESCE(EWSSCORE, 0)
                     FROM VITALS
                    WHERE PATIENTID = :DB2-PATIENT-ID
                 ORDER BY VITDATETIME DESC
                    :DB2-VITALS-BP,
                    :DB2-VITALS-HR,
                    :DB2-VITALS-TEMP,
                    :DB2-VITALS-O2SAT,
                    :DB2-VITALS-EWS
           END-EXEC.

           EVALUATE SQLCODE
               MOVE DB2-VITALS-HR       TO CA-HEART-RATE
               MOVE DB2-VITALS-TEMP     TO CA-TEMPERATURE
               MOVE DB2-VITALS-O2SAT    TO CA-O2-SATURATION
               MOVE DB2-VITALS-EWS      TO CA-EWS-SCORE
               PERFORM GET-BODY-MEASUREMENTS
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
                    :DB2-VITALS-BP,
                    :DB2-VITALS-HR,
                    :DB2-VITALS-TEMP,
                    :DB2-VITALS-O2SAT,
                    :DB2-VITALS-EWS
           END-EXEC.

           EVALUATE SQLCODE
                    CA-HIST-TEMPERATURE(WS-COUNTER)
               MOVE DB2-VITALS-O2SAT    TO
                    CA-HIST-O2-SATURATION(WS-COUNTER)
               MOVE DB2-VITALS-EWS      TO
                    CA-HIST-EWS-SCORE(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
