      *    status to NOSHOW - a booking the patient never kept stops   *
      *    looking like a kept one, and the clinics can finally        *
      *    measure their DNAs from the STATUS column.                  *
      *    A patient recorded DECEASED (HCDTDB01) is never sent a      *
      *    reminder - the family does not hear from the clinic.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRMBJ01.
                     FROM APPOINTMENT A, PATIENT P
                    WHERE A.PATIENTID = P.PATIENTID
                      AND A.STATUS = 'BOOKED'
                      AND P.DECEASED <> 'Y'
                      AND A.APPTDATE =
                          CHAR(CURRENT DATE
                               + :DB2-LEAD-DAYS DAYS, ISO)
