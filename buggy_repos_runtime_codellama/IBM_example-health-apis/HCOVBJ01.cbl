      *    with no reading at all is listed first - that is the one    *
      *    nobody has seen. The charge nurse starts each shift from    *
      *    this list instead of discovering the gap at rounds.         *
      *    A listed patient booked for theatre today or tomorrow is    *
      *    marked NPO FROM MIDNIGHT (HCNPOPD).                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCOVBJ01.
           03 WS-WRK-PATIENT           PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-WRK-LAST-READING      PIC X(26).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-WRK-NPO               PIC X(17).
           03 FILLER                   PIC X(18) VALUE SPACES.

      * Run-summary trailer the scheduler verifies before releasing
      * downstream jobs
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-WARD-BED                PIC X(4).
       01  DB2-CUTOFF-DATETIME         PIC X(26).
      * Shared theatre nil-by-mouth check fields/paragraph
       COPY HCNPOWS.

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

      * Theatre bookings today or tomorrow make a patient nil by mouth
           MOVE ' SET NPO AS-OF DATE' TO EM-SQLREQ.
           EXEC SQL
               SET :NPO-AS-OF-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXEC SQL OPEN STAYCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
           MOVE DB2-WARD-BED   TO WS-WRK-BED.
           MOVE DB2-PATIENT-ID TO WS-WRK-PATIENT.

           MOVE DB2-PATIENT-ID TO NPO-PATIENT-ID.
           PERFORM CHECK-THEATRE-NPO.
           IF NPO-DB2-ERROR
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           IF NPO-FROM-MIDNIGHT
              MOVE 'NPO FROM MIDNIGHT' TO WS-WRK-NPO
           ELSE
              MOVE SPACES TO WS-WRK-NPO
           END-IF.

           MOVE SPACES TO WORKLIST-RECORD.
           MOVE WS-WORKLIST-LINE TO WORKLIST-RECORD.
           WRITE WORKLIST-RECORD.
           DISPLAY 'HCOVBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCNPOPD.
