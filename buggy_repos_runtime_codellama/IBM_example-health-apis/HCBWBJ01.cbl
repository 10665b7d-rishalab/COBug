      ******************************************************************
      *    HCBWBJ01 - Bed-request wait nightly batch job               *
      *                                                                *
      *    How long patients waited for a bed: for every BEDREQUEST    *
      *    closed by an admit (HCBRDB01 01SBRQ) in the last 24 hours,  *
      *    one line per ward admitted to with the number of admits,    *
      *    the average and the longest wait from request to admit,     *
      *    and the requests naming that ward still waiting now -       *
      *    written to HCBWAIT for the bed manager's morning meeting.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCBWBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIT-FILE ASSIGN TO HCBWAIT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WAIT-FILE
           RECORDING MODE IS F.
       01  WAIT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCBWBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-WARDS                   VALUE 'Y'.
       01  WS-WARD-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-TOTAL-ADMITS             PIC 9(7)  VALUE ZERO.
       01  WS-TOTAL-MINUTES            PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-WAITING            PIC 9(7)  VALUE ZERO.
       01  WS-AVG-HOURS                PIC 9(5)V9 VALUE ZERO.

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(36)
                 VALUE 'BED REQUEST WAITS - ADMITS SINCE   '.
           03 WS-TTL-FROM              PIC X(16).
           03 FILLER                   PIC X(28) VALUE SPACES.

       01  WS-HEADING-LINE.
           03 FILLER                   PIC X(40)
                 VALUE 'WARD  ADMITS  AVG WAIT HRS  MAX WAIT HRS'.
           03 FILLER                   PIC X(40)
                 VALUE '  STILL WAITING                         '.

       01  WS-WAIT-LINE.
           03 WS-WT-WARD               PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-WT-ADMITS             PIC ZZZZZ9.
           03 FILLER                   PIC X(5)  VALUE SPACES.
           03 WS-WT-AVG-HOURS          PIC ZZZZ9.9.
           03 FILLER                   PIC X(7)  VALUE SPACES.
           03 WS-WT-MAX-HOURS          PIC ZZZZ9.9.
           03 FILLER                   PIC X(9)  VALUE SPACES.
           03 WS-WT-WAITING            PIC ZZZZZ9.
           03 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-TOTAL-LINE.
           03 FILLER                   PIC X(4)  VALUE 'ALL '.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-TOT-ADMITS            PIC ZZZZZ9.
           03 FILLER                   PIC X(5)  VALUE SPACES.
           03 WS-TOT-AVG-HOURS         PIC ZZZZ9.9.
           03 FILLER                   PIC X(23) VALUE SPACES.
           03 WS-TOT-WAITING           PIC ZZZZZ9.
           03 FILLER                   PIC X(27) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-WINDOW-FROM             PIC X(26).
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-ADMITS                  PIC S9(9) COMP.
       01  DB2-AVG-MINUTES             PIC S9(9) COMP.
       01  DB2-MAX-MINUTES             PIC S9(9) COMP.
       01  DB2-WAITING                 PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCBWBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * One row per ward admitted to - wait in minutes from the
      * request to the admit HCWDDB01 recorded for it
           EXEC SQL
               DECLARE WAITCUR CURSOR FOR
                   SELECT ASSIGNEDWARD, COUNT(*),
                          AVG(TIMESTAMPDIFF(4, CHAR(
                              TIMESTAMP(ADMITDATETIME) -
                              TIMESTAMP(REQUESTDATETIME)))),
                          MAX(TIMESTAMPDIFF(4, CHAR(
                              TIMESTAMP(ADMITDATETIME) -
                              TIMESTAMP(REQUESTDATETIME))))
                     FROM BEDREQUEST
                    WHERE STATUS = 'A'
                      AND ADMITDATETIME >= :DB2-WINDOW-FROM
                 GROUP BY ASSIGNEDWARD
                 ORDER BY ASSIGNEDWARD
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN OUTPUT WAIT-FILE.

           PERFORM SET-REPORT-WINDOW.

           MOVE DB2-WINDOW-FROM(1:16) TO WS-TTL-FROM.
           MOVE WS-TITLE-LINE TO WAIT-RECORD.
           WRITE WAIT-RECORD.
           MOVE SPACES TO WAIT-RECORD.
           WRITE WAIT-RECORD.
           MOVE WS-HEADING-LINE TO WAIT-RECORD.
           WRITE WAIT-RECORD.

           EXEC SQL OPEN WAITCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN WAITCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-WARD
               UNTIL WS-NO-MORE-WARDS.

           EXEC SQL CLOSE WAITCUR END-EXEC.

           PERFORM COUNT-ALL-WAITING.

           MOVE SPACES TO WAIT-RECORD.
           WRITE WAIT-RECORD.
           MOVE ZERO TO WS-AVG-HOURS.
           IF WS-TOTAL-ADMITS > 0
              COMPUTE WS-AVG-HOURS ROUNDED =
                      WS-TOTAL-MINUTES / WS-TOTAL-ADMITS / 60
           END-IF.
           MOVE WS-TOTAL-ADMITS  TO WS-TOT-ADMITS.
           MOVE WS-AVG-HOURS     TO WS-TOT-AVG-HOURS.
           MOVE WS-TOTAL-WAITING TO WS-TOT-WAITING.
           MOVE WS-TOTAL-LINE TO WAIT-RECORD.
           WRITE WAIT-RECORD.

           CLOSE WAIT-FILE.

           DISPLAY 'HCBWBJ01 - wards reported: ' WS-WARD-COUNT.
           DISPLAY 'HCBWBJ01 - admits from the queue: '
                   WS-TOTAL-ADMITS.
           DISPLAY 'HCBWBJ01 - requests still waiting: '
                   WS-TOTAL-WAITING.

           STOP RUN.

      *----------------------------------------------------------------*
      * The nightly window: admits in the 24 hours up to the run, as   *
      * a DB2 TIMESTAMP string to compare with ADMITDATETIME.          *
      *----------------------------------------------------------------*
       SET-REPORT-WINDOW.
           MOVE ' SET REPORT WINDOW' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-WINDOW-FROM =
                   CHAR(CURRENT TIMESTAMP - 24 HOURS)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       PROCESS-NEXT-WARD.
           MOVE ' FETCH WAITCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH WAITCUR
               INTO :DB2-WARD-CODE, :DB2-ADMITS,
                    :DB2-AVG-MINUTES, :DB2-MAX-MINUTES
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-WARD-COUNT
               ADD DB2-ADMITS TO WS-TOTAL-ADMITS
               COMPUTE WS-TOTAL-MINUTES = WS-TOTAL-MINUTES +
                       DB2-AVG-MINUTES * DB2-ADMITS
               PERFORM COUNT-WARD-WAITING
               MOVE DB2-WARD-CODE TO WS-WT-WARD
               MOVE DB2-ADMITS    TO WS-WT-ADMITS
               COMPUTE WS-AVG-HOURS ROUNDED = DB2-AVG-MINUTES / 60
               MOVE WS-AVG-HOURS  TO WS-WT-AVG-HOURS
               COMPUTE WS-AVG-HOURS ROUNDED = DB2-MAX-MINUTES / 60
               MOVE WS-AVG-HOURS  TO WS-WT-MAX-HOURS
               MOVE DB2-WAITING   TO WS-WT-WAITING
               MOVE SPACES TO WAIT-RECORD
               MOVE WS-WAIT-LINE TO WAIT-RECORD
               WRITE WAIT-RECORD
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Requests naming the ward still open at run time - the queue    *
      * the ward starts the day with.                                  *
      *----------------------------------------------------------------*
       COUNT-WARD-WAITING.
           MOVE ' COUNT WARD WAITING' TO EM-SQLREQ.
           MOVE 0 TO DB2-WAITING.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-WAITING
                 FROM BEDREQUEST
                WHERE WARDCODE = :DB2-WARD-CODE
                  AND STATUS   = 'O'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 0 TO DB2-WAITING
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Every open request, specialty-only ones included, for the      *
      * total line.                                                    *
      *----------------------------------------------------------------*
       COUNT-ALL-WAITING.
           MOVE ' COUNT ALL WAITING' TO EM-SQLREQ.
           MOVE 0 TO DB2-WAITING.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-WAITING
                 FROM BEDREQUEST
                WHERE STATUS = 'O'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-WAITING TO WS-TOTAL-WAITING
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCBWBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
