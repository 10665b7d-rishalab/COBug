      ******************************************************************
      *    HCRKBJ01 - Risk reassessment due worklist batch job         *
      *                                                                *
      *    Every admitted patient needs a falls-risk and a pressure-   *
      *    injury risk assessment on admission and again when the      *
      *    band's interval runs out. For every open WARDSTAY row the   *
      *    latest RISKASSESS row of each type since the stay's         *
      *    ADMITDATETIME is checked, and each type that has none at    *
      *    all ('NONE SINCE ADMIT') or whose REASSESSDUE has passed    *
      *    ('OVERDUE' with the due time) is listed to HCRKLST, per     *
      *    ward, so the nurse in charge sees the gap before the        *
      *    surveyors do.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRKBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO HCRKLST
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE
           RECORDING MODE IS F.
       01  WORKLIST-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRKBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-STAYS                   VALUE 'Y'.
       01  WS-STAY-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-DUE-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-PREV-WARD                PIC X(4)  VALUE SPACES.
       01  WS-LATEST-DUE               PIC X(26) VALUE SPACES.

       01  WS-WARD-HEADER-LINE.
           03 FILLER                   PIC X(6)  VALUE 'WARD: '.
           03 WS-HDR-WARD              PIC X(4).
           03 FILLER                   PIC X(70) VALUE SPACES.

      * One line per assessment type due - 'NONE SINCE ADMIT' leaves
      * the due column blank, 'OVERDUE' carries the missed due time
       01  WS-WORKLIST-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-WRK-BED               PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-WRK-PATIENT           PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-WRK-TYPE              PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-WRK-STATUS            PIC X(16).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-WRK-DUE               PIC X(26).
           03 FILLER                   PIC X(10) VALUE SPACES.

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
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-WARD-BED                PIC X(4).
       01  DB2-ADMIT-DTIME             PIC X(26).
       01  DB2-ASSESS-TYPE             PIC X(1).
       01  DB2-NOW                     PIC X(26).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCRKBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every patient currently admitted, in ward order so the
      * worklist splits cleanly per ward for distribution
           EXEC SQL
               DECLARE STAYCUR CURSOR FOR
                   SELECT WARDCODE, BED, PATIENTID, ADMITDATETIME
                     FROM WARDSTAY
                    WHERE DISCHARGEDATETIME = ' '
                 ORDER BY WARDCODE, BED, PATIENTID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN OUTPUT WORKLIST-FILE.

      * Fix the moment once so every stay in the run is judged against
      * the same time
           MOVE ' SET CURRENT TIMESTAMP' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-NOW = CHAR(CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXEC SQL OPEN STAYCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN STAYCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-STAY
               UNTIL WS-NO-MORE-STAYS.

           EXEC SQL CLOSE STAYCUR END-EXEC.

           PERFORM WRITE-RUN-TRAILER.
           CLOSE WORKLIST-FILE.

           DISPLAY 'HCRKBJ01 - open stays checked: ' WS-STAY-COUNT.
           DISPLAY 'HCRKBJ01 - assessments due: ' WS-DUE-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       PROCESS-NEXT-STAY.
           MOVE ' FETCH STAYCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH STAYCUR
               INTO :DB2-WARD-CODE, :DB2-WARD-BED,
                    :DB2-PATIENT-ID, :DB2-ADMIT-DTIME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-STAY-COUNT
               MOVE 'F' TO DB2-ASSESS-TYPE
               MOVE 'FALLS   ' TO WS-WRK-TYPE
               PERFORM CHECK-LATEST-ASSESSMENT
               MOVE 'P' TO DB2-ASSESS-TYPE
               MOVE 'PRESSURE' TO WS-WRK-TYPE
               PERFORM CHECK-LATEST-ASSESSMENT
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The latest assessment of the type this stay carries the due   *
      * time its band set - the DB2 TIMESTAMP string layout compares  *
      * correctly as characters against the run time. No row means no *
      * assessment since admission.                                    *
      *----------------------------------------------------------------*
       CHECK-LATEST-ASSESSMENT.
           MOVE SPACES TO WS-LATEST-DUE.
           MOVE ' SELECT LATEST RISKASSESS' TO EM-SQLREQ.
           EXEC SQL
               SELECT REASSESSDUE
                 INTO :WS-LATEST-DUE
                 FROM RISKASSESS
                WHERE PATIENTID     = :DB2-PATIENT-ID
                  AND ADMITDATETIME = :DB2-ADMIT-DTIME
                  AND ASSESSTYPE    = :DB2-ASSESS-TYPE
             ORDER BY ASSESSDATETIME DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACES TO WS-LATEST-DUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE SPACES TO WS-LATEST-DUE
           END-EVALUATE.

           IF WS-LATEST-DUE = SPACES
              MOVE 'NONE SINCE ADMIT' TO WS-WRK-STATUS
              MOVE SPACES TO WS-WRK-DUE
              PERFORM WRITE-WORKLIST-LINE
           ELSE
              IF WS-LATEST-DUE < DB2-NOW
                 MOVE 'OVERDUE' TO WS-WRK-STATUS
                 MOVE WS-LATEST-DUE TO WS-WRK-DUE
                 PERFORM WRITE-WORKLIST-LINE
              END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One header line per ward, then one line per assessment due     *
      *----------------------------------------------------------------*
       WRITE-WORKLIST-LINE.
           IF DB2-WARD-CODE NOT = WS-PREV-WARD
              MOVE DB2-WARD-CODE TO WS-HDR-WARD
              MOVE SPACES TO WORKLIST-RECORD
              MOVE WS-WARD-HEADER-LINE TO WORKLIST-RECORD
              WRITE WORKLIST-RECORD
              MOVE DB2-WARD-CODE TO WS-PREV-WARD
           END-IF.

           MOVE DB2-WARD-BED   TO WS-WRK-BED.
           MOVE DB2-PATIENT-ID TO WS-WRK-PATIENT.

           MOVE SPACES TO WORKLIST-RECORD.
           MOVE WS-WORKLIST-LINE TO WORKLIST-RECORD.
           WRITE WORKLIST-RECORD.
           ADD 1 TO WS-DUE-COUNT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-RUN-TRAILER.
           MOVE WS-STAY-COUNT TO WS-TRL-READ.
           MOVE WS-DUE-COUNT  TO WS-TRL-WRITTEN.
           MOVE SPACES TO WORKLIST-RECORD.
           MOVE WS-TRAILER-LINE TO WORKLIST-RECORD.
           WRITE WORKLIST-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCRKBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
