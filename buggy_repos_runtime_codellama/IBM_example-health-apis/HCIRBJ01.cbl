      ******************************************************************
      *    HCIRBJ01 - Immunization recall monthly batch job            *
      *                                                                *
      *    Compares every living patient's IMMUNIZATION history and    *
      *    date of birth with the VACCSCHED schedule (loaded by        *
      *    HCVXBJ01). For each vaccine the patient's next dose is the  *
      *    lowest scheduled dose number above the highest recorded;    *
      *    it falls due at the later of the dose's minimum age and     *
      *    its minimum interval from the last dose given, and is       *
      *    overdue once its window (MAXOVERDUEDAYS after falling due)  *
      *    has closed. Every dose due by today goes to HCIRLTR, one    *
      *    record per dose with the name and address from PATIENT so   *
      *    the letter run needs nothing else; the overdue ones also    *
      *    go to the clinic list on HCIRRPT with the patient's phone.  *
      *    A patient already BOOKED into an APPOINTMENT between today  *
      *    and the window's close - or in the next WS-LOOKAHEAD-DAYS   *
      *    days when the window has already closed - is left off       *
      *    both, since the clinic will see them anyway.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIRBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-FILE ASSIGN TO HCIRLTR
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO HCIRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD               PIC X(133).
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCIRBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ROWS                    VALUE 'Y'.
       01  WS-LETTER-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(7)  VALUE ZERO.
      * how far ahead a booking still counts once the window is closed
       01  WS-LOOKAHEAD-DAYS           PIC S9(4) COMP VALUE +30.

      * One fixed-layout record per dose due - the letter run prints
      * straight from these columns
       01  WS-LETTER-LINE.
           03 WS-LTR-PATIENT           PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LTR-FIRST-NAME        PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LTR-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LTR-ADDRESS           PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LTR-CITY              PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LTR-POSTCODE          PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LTR-VACCINE           PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LTR-DOSE              PIC 9(2).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LTR-DUE-DATE          PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-LTR-OVERDUE           PIC X(7).
           03 FILLER                   PIC X(5)  VALUE SPACES.

      * Run-summary trailer the scheduler verifies before releasing
      * downstream jobs
       01  WS-TRAILER-LINE.
           03 FILLER                   PIC X(4)  VALUE 'TRL '.
           03 WS-TRL-WRITTEN           PIC 9(7).
           03 FILLER                   PIC X(122) VALUE SPACES.

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(42)
                 VALUE 'OVERDUE IMMUNIZATIONS - CLINIC LIST AS OF '.
           03 WS-TTL-DATE              PIC X(10).
           03 FILLER                   PIC X(48) VALUE SPACES.

       01  WS-HEADING-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'PATIENT    LAST NAME            FIRST NAME DOB    '.
           03 FILLER                   PIC X(50)
             VALUE '    VACCINE    DOSE DUE        PHONE'.

       01  WS-DETAIL-LINE.
           03 WS-DL-PATIENT            PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-LAST-NAME          PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-FIRST-NAME         PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-DOB                PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-VACCINE            PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-DOSE               PIC Z9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 WS-DL-DUE-DATE           PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-PHONE              PIC X(19).

       01  WS-NONE-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'NO OVERDUE IMMUNIZATIONS'.
           03 FILLER                   PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-TODAY                   PIC X(10).
       01  DB2-LOOKAHEAD-DAYS          PIC S9(4) COMP.
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-FIRST-NAME              PIC X(10).
       01  DB2-LAST-NAME               PIC X(20).
       01  DB2-DOB                     PIC X(10).
       01  DB2-ADDRESS                 PIC X(20).
       01  DB2-CITY                    PIC X(20).
       01  DB2-POSTCODE                PIC X(10).
       01  DB2-PHONE                   PIC X(20).
       01  DB2-VACCINE-CODE            PIC X(10).
       01  DB2-DOSE-NUMBER             PIC S9(4) COMP.
       01  DB2-DUE-DATE                PIC X(10).
       01  DB2-OVERDUE                 PIC X(1).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCIRBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Innermost, each living patient paired with the next scheduled
      * dose of every vaccine and the date of the last dose given;
      * then the date that dose falls due and the close of its
      * window; outermost, the doses due by today with no booking
      * that will see the patient. DOB, ADMINDATE and APPTDATE are
      * yyyy-mm-dd strings.
           EXEC SQL
               DECLARE RCLCUR CURSOR FOR
                   SELECT P.PATIENTID, P.FIRSTNAME, P.LASTNAME,
                          P.DOB, P.ADDRESS, P.CITY, P.POSTCODE,
                          COALESCE(P.PHONEMOBILE, ' '),
                          D.VACCINECODE, D.DOSENUMBER,
                          CHAR(D.DUEDATE, ISO),
                          CASE WHEN D.WINDOWEND < CURRENT DATE
                               THEN 'Y' ELSE 'N' END
                     FROM (SELECT N.PATIENTID, N.VACCINECODE,
                                  N.DOSENUMBER, N.DUEDATE,
                                  N.DUEDATE + N.MAXOVERDUEDAYS DAYS
                                      AS WINDOWEND
                             FROM (SELECT X.PATIENTID, X.VACCINECODE,
                                          X.DOSENUMBER,
                                          X.MAXOVERDUEDAYS,
                                          CASE WHEN X.LASTDATE IS NULL
                                                 OR DATE(X.DOB) +
                                                    X.MINAGEDAYS DAYS >
                                                    DATE(X.LASTDATE) +
                                                    X.MININTERVALDAYS
                                                    DAYS
                                               THEN DATE(X.DOB) +
                                                    X.MINAGEDAYS DAYS
                                               ELSE DATE(X.LASTDATE) +
                                                    X.MININTERVALDAYS
                                                    DAYS
                                          END AS DUEDATE
                                     FROM (SELECT P1.PATIENTID,
                                                  P1.DOB,
                                                  S.VACCINECODE,
                                                  S.DOSENUMBER,
                                                  S.MINAGEDAYS,
                                                  S.MININTERVALDAYS,
                                                  S.MAXOVERDUEDAYS,
                                                  (SELECT MAX(
                                                       I.ADMINDATE)
                                                     FROM IMMUNIZATION I
                                                    WHERE I.PATIENTID =
                                                          P1.PATIENTID
                                                      AND I.VACCINECODE
                                                        = S.VACCINECODE)
                                                      AS LASTDATE
                                             FROM PATIENT P1,
                                                  VACCSCHED S
                                            WHERE P1.DECEASED <> 'Y'
                                              AND S.DOSENUMBER =
                                  (SELECT MIN(S2.DOSENUMBER)
                                     FROM VACCSCHED S2
                                    WHERE S2.VACCINECODE = S.VACCINECODE
                                      AND S2.DOSENUMBER >
                                          (SELECT COALESCE(
                                                  MAX(I2.DOSENUMBER), 0)
                                             FROM IMMUNIZATION I2
                                            WHERE I2.PATIENTID =
                                                  P1.PATIENTID
                                              AND I2.VACCINECODE =
                                                  S.VACCINECODE))
                                          ) AS X
                                  ) AS N
                          ) AS D,
                          PATIENT P
                    WHERE P.PATIENTID = D.PATIENTID
                      AND D.DUEDATE <= CURRENT DATE
                      AND NOT EXISTS
                          (SELECT 1 FROM APPOINTMENT A
                            WHERE A.PATIENTID = D.PATIENTID
                              AND A.STATUS = 'BOOKED'
                              AND A.APPTDATE >= :DB2-TODAY
                              AND A.APPTDATE <=
                                  CHAR(MAX(D.WINDOWEND,
                                           CURRENT DATE +
                                           :DB2-LOOKAHEAD-DAYS DAYS),
                                       ISO))
                 ORDER BY P.PATIENTID, D.VACCINECODE
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           MOVE ' SET TODAY' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-TODAY = CHAR(CURRENT DATE, ISO)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           MOVE WS-LOOKAHEAD-DAYS TO DB2-LOOKAHEAD-DAYS.

           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE DB2-TODAY TO WS-TTL-DATE.
           MOVE WS-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           EXEC SQL OPEN RCLCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN RCLCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-DOSE
               UNTIL WS-NO-MORE-ROWS.

           EXEC SQL CLOSE RCLCUR END-EXEC.

           IF WS-OVERDUE-COUNT = 0
              MOVE WS-NONE-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

           PERFORM WRITE-RUN-TRAILER.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'HCIRBJ01 - recall letters written: '
                   WS-LETTER-COUNT.
           DISPLAY 'HCIRBJ01 - overdue doses listed: '
                   WS-OVERDUE-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       PROCESS-NEXT-DOSE.
           MOVE ' FETCH RCLCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH RCLCUR
               INTO :DB2-PATIENT-ID, :DB2-FIRST-NAME,
                    :DB2-LAST-NAME, :DB2-DOB,
                    :DB2-ADDRESS, :DB2-CITY, :DB2-POSTCODE,
                    :DB2-PHONE,
                    :DB2-VACCINE-CODE, :DB2-DOSE-NUMBER,
                    :DB2-DUE-DATE, :DB2-OVERDUE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-LETTER-LINE
               IF DB2-OVERDUE = 'Y'
                  PERFORM WRITE-OVERDUE-LINE
               END-IF
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-LETTER-LINE.
           MOVE DB2-PATIENT-ID   TO WS-LTR-PATIENT.
           MOVE DB2-FIRST-NAME   TO WS-LTR-FIRST-NAME.
           MOVE DB2-LAST-NAME    TO WS-LTR-LAST-NAME.
           MOVE DB2-ADDRESS      TO WS-LTR-ADDRESS.
           MOVE DB2-CITY         TO WS-LTR-CITY.
           MOVE DB2-POSTCODE     TO WS-LTR-POSTCODE.
           MOVE DB2-VACCINE-CODE TO WS-LTR-VACCINE.
           MOVE DB2-DOSE-NUMBER  TO WS-LTR-DOSE.
           MOVE DB2-DUE-DATE     TO WS-LTR-DUE-DATE.
           IF DB2-OVERDUE = 'Y'
              MOVE 'OVERDUE' TO WS-LTR-OVERDUE
           ELSE
              MOVE SPACES TO WS-LTR-OVERDUE
           END-IF.

           MOVE SPACES TO LETTER-RECORD.
           MOVE WS-LETTER-LINE TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           ADD 1 TO WS-LETTER-COUNT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-OVERDUE-LINE.
           MOVE DB2-PATIENT-ID   TO WS-DL-PATIENT.
           MOVE DB2-LAST-NAME    TO WS-DL-LAST-NAME.
           MOVE DB2-FIRST-NAME   TO WS-DL-FIRST-NAME.
           MOVE DB2-DOB          TO WS-DL-DOB.
           MOVE DB2-VACCINE-CODE TO WS-DL-VACCINE.
           MOVE DB2-DOSE-NUMBER  TO WS-DL-DOSE.
           MOVE DB2-DUE-DATE     TO WS-DL-DUE-DATE.
           MOVE DB2-PHONE        TO WS-DL-PHONE.

           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-OVERDUE-COUNT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-RUN-TRAILER.
           MOVE WS-LETTER-COUNT TO WS-TRL-WRITTEN.
           MOVE SPACES TO LETTER-RECORD.
           MOVE WS-TRAILER-LINE TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCIRBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
