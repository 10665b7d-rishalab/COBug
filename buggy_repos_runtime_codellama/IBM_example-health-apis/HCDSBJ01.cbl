      *    A NOT EXISTS guard makes a rerun of the job safe - slots    *
      *    already generated (or already marked given) are never       *
      *    doubled.                                                    *
      *    No doses are generated for a patient recorded DECEASED.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDSBJ01.
                      AND M.PATIENTID IN
                          (SELECT PATIENTID FROM WARDSTAY
                            WHERE DISCHARGEDATETIME = ' ')
                      AND M.PATIENTID NOT IN
                          (SELECT PATIENTID FROM PATIENT
                            WHERE DECEASED = 'Y')
                 ORDER BY M.PATIENTID, M.MEDICATIONID
           END-EXEC.

