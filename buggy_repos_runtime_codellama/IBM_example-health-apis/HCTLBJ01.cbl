      ******************************************************************
      *    HCTLBJ01 - Theatre list batch job                           *
      *                                                                *
      *    Run the day before. Every BOOKED row in THEATREBOOK for     *
      *    tomorrow is listed to HCTLLST per theatre in slot order -   *
      *    start and expected end, patient, procedure code, the       *
      *    PROBLEM it treats and the surgeon - with the ward and bed   *
      *    where the patient has an open WARDSTAY, so the theatre team *
      *    knows where to send for the patient and the ward knows who  *
      *    is going (see HCNPOPD for the nil-by-mouth flag).           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTLBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THEATRE-LIST-FILE ASSIGN TO HCTLLST
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  THEATRE-LIST-FILE
           RECORDING MODE IS F.
       01  THEATRE-LIST-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCTLBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-BOOKINGS                VALUE 'Y'.
       01  WS-BOOKING-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-PREV-THEATRE             PIC X(4)  VALUE SPACES.

       01  WS-THEATRE-HEADER-LINE.
           03 FILLER                   PIC X(9)  VALUE 'THEATRE: '.
           03 WS-HDR-THEATRE           PIC X(4).
           03 FILLER                   PIC X(7)  VALUE '  DATE '.
           03 WS-HDR-DATE              PIC X(10).
           03 FILLER                   PIC X(50) VALUE SPACES.

      * One line per booking - ward and bed are blank for a day case
      * with no open stay
       01  WS-LIST-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-LST-TIME              PIC X(5).
           03 FILLER                   PIC X(1)  VALUE '-'.
           03 WS-LST-END-TIME          PIC X(5).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LST-PATIENT           PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LST-PROCEDURE         PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LST-PROBLEM           PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LST-SURGEON           PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LST-WARD              PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LST-BED               PIC X(4).
           03 FILLER                   PIC X(3)  VALUE SPACES.

      * Run-summary trailer the scheduler verifies before releasing
      * downstream jobs
       01  WS-TRAILER-LINE.
           03 FILLER                   PIC X(4)  VALUE 'TRL '.
           03 WS-TRL-READ              PIC 9(7).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRL-WRITTEN           PIC 9(7).
           03 FILLER                   PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-LIST-DATE               PIC X(10).
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-THEATRE                 PIC X(4).
       01  DB2-SLOT-TIME               PIC X(5).
       01  DB2-END-TIME                PIC X(5).
       01  DB2-PROCEDURE               PIC X(10).
       01  DB2-PROBLEM                 PIC X(10).
       01  DB2-SURGEON                 PIC X(20).
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-WARD-BED                PIC X(4).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCTLBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Tomorrow's live bookings, theatre by theatre in slot order
           EXEC SQL
               DECLARE THBCUR CURSOR FOR
                   SELECT THEATRE, SLOTTIME, ENDTIME, PATIENTID,
                          PROCEDURECODE, PROBLEMCODE, SURGEON
                     FROM THEATREBOOK
                    WHERE BOOKDATE = :DB2-LIST-DATE
                      AND STATUS   = 'BOOKED'
                 ORDER BY THEATRE, SLOTTIME
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN OUTPUT THEATRE-LIST-FILE.

      * The list is always for the day after the run
           MOVE ' SET LIST DATE' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-LIST-DATE = CHAR(CURRENT DATE + 1 DAY, ISO)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXEC SQL OPEN THBCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN THBCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-BOOKING
               UNTIL WS-NO-MORE-BOOKINGS.

           EXEC SQL CLOSE THBCUR END-EXEC.

           PERFORM WRITE-RUN-TRAILER.
           CLOSE THEATRE-LIST-FILE.

           DISPLAY 'HCTLBJ01 - theatre list for: ' DB2-LIST-DATE.
           DISPLAY 'HCTLBJ01 - bookings listed: ' WS-BOOKING-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       PROCESS-NEXT-BOOKING.
           MOVE ' FETCH THBCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH THBCUR
               INTO :DB2-THEATRE, :DB2-SLOT-TIME, :DB2-END-TIME,
                    :DB2-PATIENT-ID, :DB2-PROCEDURE, :DB2-PROBLEM,
                    :DB2-SURGEON
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-BOOKING-COUNT
               PERFORM GET-OPEN-STAY
               PERFORM WRITE-LIST-LINE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Ward and bed of the patient's open stay - none for a day case  *
      *----------------------------------------------------------------*
       GET-OPEN-STAY.
           MOVE SPACES TO DB2-WARD-CODE DB2-WARD-BED.
           MOVE ' SELECT OPEN WARDSTAY' TO EM-SQLREQ.
           EXEC SQL
               SELECT WARDCODE, BED
                 INTO :DB2-WARD-CODE, :DB2-WARD-BED
                 FROM WARDSTAY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DISCHARGEDATETIME = ' '
             FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACES TO DB2-WARD-CODE DB2-WARD-BED
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE SPACES TO DB2-WARD-CODE DB2-WARD-BED
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * One header line per theatre, then one line per booking         *
      *----------------------------------------------------------------*
       WRITE-LIST-LINE.
           IF DB2-THEATRE NOT = WS-PREV-THEATRE
              MOVE DB2-THEATRE   TO WS-HDR-THEATRE
              MOVE DB2-LIST-DATE TO WS-HDR-DATE
              MOVE SPACES TO THEATRE-LIST-RECORD
              MOVE WS-THEATRE-HEADER-LINE TO THEATRE-LIST-RECORD
              WRITE THEATRE-LIST-RECORD
              MOVE DB2-THEATRE TO WS-PREV-THEATRE
           END-IF.

           MOVE DB2-SLOT-TIME  TO WS-LST-TIME.
           MOVE DB2-END-TIME   TO WS-LST-END-TIME.
           MOVE DB2-PATIENT-ID TO WS-LST-PATIENT.
           MOVE DB2-PROCEDURE  TO WS-LST-PROCEDURE.
           MOVE DB2-PROBLEM    TO WS-LST-PROBLEM.
           MOVE DB2-SURGEON    TO WS-LST-SURGEON.
           MOVE DB2-WARD-CODE  TO WS-LST-WARD.
           MOVE DB2-WARD-BED   TO WS-LST-BED.

           MOVE SPACES TO THEATRE-LIST-RECORD.
           MOVE WS-LIST-LINE TO THEATRE-LIST-RECORD.
           WRITE THEATRE-LIST-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-RUN-TRAILER.
           MOVE WS-BOOKING-COUNT TO WS-TRL-READ.
           MOVE WS-LINE-COUNT    TO WS-TRL-WRITTEN.
           MOVE SPACES TO THEATRE-LIST-RECORD.
           MOVE WS-TRAILER-LINE TO THEATRE-LIST-RECORD.
           WRITE THEATRE-LIST-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCTLBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
