      ******************************************************************
      *    HCVXBJ01 - Vaccine schedule reference load batch job        *
      *                                                                *
      *    Loads the VACCSCHED reference table from the immunization   *
      *    schedule flat file - one line per vaccine dose: vaccine     *
      *    code, dose number, the minimum age for the dose and the     *
      *    minimum interval from the prior dose (days, either may be   *
      *    zero), and the window in days after the dose falls due      *
      *    before it counts as overdue. The table is replaced          *
      *    wholesale each run so it always matches the current issue   *
      *    of the schedule; HCIRBJ01 recalls patients against it.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCVXBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO HCVXIN
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       01  SCHEDULE-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCVXBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-DOSES                   VALUE 'Y'.
       01  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-LOAD-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-SKIP-COUNT               PIC 9(7)  VALUE ZERO.

      * One fixed-position line per scheduled dose - day counts are
      * zero-filled
       01  WS-SCHEDULE-LINE.
           03 WS-VXS-VACCINE           PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-VXS-DOSE              PIC X(2).
           03 WS-VXS-DOSE-NUM REDEFINES WS-VXS-DOSE
                                       PIC 9(2).
           03 FILLER                   PIC X(1).
           03 WS-VXS-MIN-AGE           PIC X(5).
           03 WS-VXS-MIN-AGE-NUM REDEFINES WS-VXS-MIN-AGE
                                       PIC 9(5).
           03 FILLER                   PIC X(1).
           03 WS-VXS-MIN-INTERVAL      PIC X(5).
           03 WS-VXS-MIN-INTERVAL-NUM REDEFINES WS-VXS-MIN-INTERVAL
                                       PIC 9(5).
           03 FILLER                   PIC X(1).
           03 WS-VXS-MAX-OVERDUE       PIC X(5).
           03 WS-VXS-MAX-OVERDUE-NUM REDEFINES WS-VXS-MAX-OVERDUE
                                       PIC 9(5).
           03 FILLER                   PIC X(49).

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-VACCINE-CODE            PIC X(10).
       01  DB2-DOSE-NUMBER             PIC S9(4) COMP.
       01  DB2-MIN-AGE-DAYS            PIC S9(9) COMP.
       01  DB2-MIN-INTERVAL-DAYS       PIC S9(9) COMP.
       01  DB2-MAX-OVERDUE-DAYS        PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCVXBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN INPUT SCHEDULE-FILE.

           PERFORM CLEAR-SCHEDULE-TABLE.

           PERFORM READ-SCHEDULE-RECORD.
           PERFORM PROCESS-SCHEDULE-RECORD
               UNTIL WS-NO-MORE-DOSES.

           CLOSE SCHEDULE-FILE.

           DISPLAY 'HCVXBJ01 - doses read: ' WS-READ-COUNT.
           DISPLAY 'HCVXBJ01 - doses loaded: ' WS-LOAD-COUNT.
           DISPLAY 'HCVXBJ01 - doses skipped: ' WS-SKIP-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
      * The schedule file is a full issue, not a delta - empty the     *
      * table before the load so withdrawn doses disappear.            *
      *----------------------------------------------------------------*
       CLEAR-SCHEDULE-TABLE.
           MOVE ' DELETE VACCSCHED' TO EM-SQLREQ.
           EXEC SQL
               DELETE FROM VACCSCHED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-NO-MORE-DOSES
              ADD 1 TO WS-READ-COUNT
              MOVE SCHEDULE-RECORD TO WS-SCHEDULE-LINE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * A dose with no vaccine code, a dose number that is not 1 or    *
      * more, or a day count that is not digits is unusable - skip it  *
      * and count it rather than failing the load.                     *
      *----------------------------------------------------------------*
       PROCESS-SCHEDULE-RECORD.
           IF WS-VXS-VACCINE EQUAL SPACES
              OR WS-VXS-DOSE IS NOT NUMERIC
              OR WS-VXS-MIN-AGE IS NOT NUMERIC
              OR WS-VXS-MIN-INTERVAL IS NOT NUMERIC
              OR WS-VXS-MAX-OVERDUE IS NOT NUMERIC
              ADD 1 TO WS-SKIP-COUNT
           ELSE
              IF WS-VXS-DOSE-NUM = 0
                 ADD 1 TO WS-SKIP-COUNT
              ELSE
                 PERFORM INSERT-SCHEDULE-DOSE
              END-IF
           END-IF.

           PERFORM READ-SCHEDULE-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       INSERT-SCHEDULE-DOSE.
           MOVE WS-VXS-VACCINE          TO DB2-VACCINE-CODE.
           MOVE WS-VXS-DOSE-NUM         TO DB2-DOSE-NUMBER.
           MOVE WS-VXS-MIN-AGE-NUM      TO DB2-MIN-AGE-DAYS.
           MOVE WS-VXS-MIN-INTERVAL-NUM TO DB2-MIN-INTERVAL-DAYS.
           MOVE WS-VXS-MAX-OVERDUE-NUM  TO DB2-MAX-OVERDUE-DAYS.

           MOVE ' INSERT VACCSCHED' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO VACCSCHED
                         ( VACCINECODE, DOSENUMBER, MINAGEDAYS,
                           MININTERVALDAYS, MAXOVERDUEDAYS )
                  VALUES ( :DB2-VACCINE-CODE, :DB2-DOSE-NUMBER,
                           :DB2-MIN-AGE-DAYS, :DB2-MIN-INTERVAL-DAYS,
                           :DB2-MAX-OVERDUE-DAYS )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-LOAD-COUNT
             WHEN -803
      * the same vaccine dose listed twice - first one wins
               ADD 1 TO WS-SKIP-COUNT
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               ADD 1 TO WS-SKIP-COUNT
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCVXBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
