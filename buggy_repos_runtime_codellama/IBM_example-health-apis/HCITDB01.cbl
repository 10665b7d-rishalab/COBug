                   SELECT HRTHRESHOLD, BPTHRESHOLD, HRTHRESHOLDNIGHT,
                          BPTHRESHOLDNIGHT, DAYSTARTHOUR,
                          NIGHTSTARTHOUR, ALERTENABLED,
                          THRESHOLDACTIVE, THRESHOLDCONFIGURED,
                          FLUIDPOSLIMIT, FLUIDNEGLIMIT
                     FROM THRESHOLD
                    WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.
                    :CA-HR-THRESHOLD-NIGHT, :CA-BP-THRESHOLD-NIGHT,
                    :CA-DAY-START-HOUR, :CA-NIGHT-START-HOUR,
                    :CA-ALERT-ENABLED, :CA-THRESHOLD-ACTIVE,
                    :CA-THRESHOLD-CONFIGURED,
                    :CA-FLUID-POS-LIMIT, :CA-FLUID-NEG-LIMIT
           END-EXEC.

           EVALUATE SQLCODE
