      ******************************************************************
      *    HCNPOPD - shared theatre nil-by-mouth check.                *
      *    A patient with a BOOKED THEATREBOOK row on the list's date  *
      *    or the day after is nil by mouth from midnight before it -  *
      *    the earliest such booking is returned. Used by HCDSDB01 for *
      *    the due-dose list and by the HCOVBJ01 and HCHOBJ01 nursing  *
      *    worklists so the round and the handover flag the same       *
      *    patients.                                                   *
      ******************************************************************
       CHECK-THEATRE-NPO.
           MOVE 'N'    TO NPO-FLAG.
           MOVE SPACES TO NPO-THEATRE-DATE.
           MOVE SPACES TO NPO-THEATRE-TIME.
           MOVE '00'   TO NPO-RESULT.
           MOVE ' SELECT THEATREBOOK NPO' TO EM-SQLREQ.
           EXEC SQL
               SELECT BOOKDATE, SLOTTIME
                 INTO :NPO-THEATRE-DATE, :NPO-THEATRE-TIME
                 FROM THEATREBOOK
                WHERE PATIENTID = :NPO-PATIENT-ID
                  AND STATUS    = 'BOOKED'
                  AND BOOKDATE >= :NPO-AS-OF-DATE
                  AND BOOKDATE <=
                      CHAR(DATE(:NPO-AS-OF-DATE) + 1 DAY, ISO)
             ORDER BY BOOKDATE, SLOTTIME
             FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO NPO-FLAG
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO NPO-RESULT
           END-EVALUATE.
           EXIT.
