                           NIGHTSTARTHOUR,
                           ALERTENABLED,
                           THRESHOLDACTIVE,
                           THRESHOLDCONFIGURED,
                           FLUIDPOSLIMIT,
                           FLUIDNEGLIMIT )
                  VALUES ( :DB2-PATIENT-ID,
                           :CA-HR-THRESHOLD,
                           :CA-BP-THRESHOLD,
                           :CA-NIGHT-START-HOUR,
                           :CA-ALERT-ENABLED,
                           :CA-THRESHOLD-ACTIVE,
                           'Y',
                           :CA-FLUID-POS-LIMIT,
                           :CA-FLUID-NEG-LIMIT )
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
                      NIGHTSTARTHOUR    = :CA-NIGHT-START-HOUR,
                      ALERTENABLED      = :CA-ALERT-ENABLED,
                      THRESHOLDACTIVE   = :CA-THRESHOLD-ACTIVE,
                      THRESHOLDCONFIGURED = 'Y',
                      FLUIDPOSLIMIT     = :CA-FLUID-POS-LIMIT,
                      FLUIDNEGLIMIT     = :CA-FLUID-NEG-LIMIT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

