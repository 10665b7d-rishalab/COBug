      ******************************************************************
      *    HCHOBJ01 - Nursing shift handover sheet batch job           *
      *                                                                *
      *    The charge nurse's handover, run on demand per ward at each *
      *    shift change, in place of the five screens it used to be   *
      *    built from (HCW1PL01, HCIVDB01, HCD1PL01, HCK1PL01 and      *
      *    HCB1PL01). The HCHOREQ request file carries one ward code  *
      *    per line, optionally followed by the shift length in hours *
      *    (12 when blank). For every patient with an open WARDSTAY   *
      *    row on the ward, in bed order, one block goes to HCHODOC:  *
      *    the bed and patient, recorded allergies, the active        *
      *    PROBLEM entries, the most recent VITALS reading with how   *
      *    long ago it was taken, every ungiven DOSESCHEDULE slot     *
      *    from the start of the shift just ending to the end of the  *
      *    shift just starting (MISSED when already past due, DUE     *
      *    when still ahead) and the patient's unacknowledged ALERT   *
      *    rows. Each block printed is a disclosure and is logged     *
      *    once to AUDITLOG, the same way HCVSBJ01 logs its visit     *
      *    summaries. A patient booked for theatre today or tomorrow   *
      *    gets an NPO FROM MIDNIGHT line under the bed line with the  *
      *    booked date and slot (HCNPOPD).                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCHOBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO HCHOREQ
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOCUMENT-FILE ASSIGN TO HCHODOC
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-RECORD              PIC X(30).
       FD  DOCUMENT-FILE
           RECORDING MODE IS F.
       01  DOCUMENT-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCHOBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-REQUESTS                VALUE 'Y'.
       01  WS-STY-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-STAYS                   VALUE 'Y'.
       01  WS-ALG-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-ALLERGIES               VALUE 'Y'.
       01  WS-PRB-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-PROBLEMS                VALUE 'Y'.
       01  WS-DOS-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-DOSES                   VALUE 'Y'.
       01  WS-ALR-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-ALERTS                  VALUE 'Y'.
       01  WS-WARD-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-PATIENT-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-SECTION-ROWS             PIC 9(5)  VALUE ZERO.
       01  WS-SHIFT-HOURS              PIC 9(2)  VALUE 12.
       01  WS-AGE-HOURS                PIC 9(5)  VALUE ZERO.
       01  WS-AGE-MINUTES              PIC 9(2)  VALUE ZERO.

      * One request per line: ward code + optional shift length
       01  WS-REQUEST-LINE.
           03 WS-REQ-WARD              PIC X(4).
           03 FILLER                   PIC X(1).
           03 WS-REQ-SHIFT-HOURS       PIC X(2).
           03 FILLER                   PIC X(23).

      * Document lines
       01  WS-DOC-TITLE-LINE.
           03 FILLER                   PIC X(22)
                                        VALUE 'NURSING HANDOVER  WARD'.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-WARD              PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-DOC-PRINTED           PIC X(26).
           03 FILLER                   PIC X(8)  VALUE '  SHIFT '.
           03 WS-DOC-SHIFT-HOURS       PIC Z9.
           03 FILLER                   PIC X(4)  VALUE ' HRS'.
           03 FILLER                   PIC X(31) VALUE SPACES.

       01  WS-DOC-BED-LINE.
           03 FILLER                   PIC X(4)  VALUE 'BED '.
           03 WS-DOC-BED               PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-DOC-PATIENT           PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-FIRST-NAME        PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(5)  VALUE ' DOB '.
           03 WS-DOC-DOB               PIC X(10).
           03 FILLER                   PIC X(5)  VALUE ' ADM '.
           03 WS-DOC-ADMITTED          PIC X(16).

       01  WS-DOC-NPO-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 FILLER                   PIC X(28)
                                 VALUE 'NPO FROM MIDNIGHT - THEATRE '.
           03 WS-DOC-NPO-DATE          PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-NPO-TIME          PIC X(5).
           03 FILLER                   PIC X(12) VALUE SPACES.

       01  WS-DOC-ALLERGY-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 WS-DOC-ALG-SUBSTANCE     PIC X(50).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-ALG-SEVERITY      PIC X(10).
           03 FILLER                   PIC X(35) VALUE SPACES.

       01  WS-DOC-PRB-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 WS-DOC-PRB-CODE          PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-PRB-DESC          PIC X(50).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-PRB-ONSET         PIC X(10).
           03 FILLER                   PIC X(24) VALUE SPACES.

       01  WS-DOC-VITALS-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 WS-DOC-VIT-DATETIME      PIC X(16).
           03 FILLER                   PIC X(4)  VALUE '  BP'.
           03 WS-DOC-VIT-BP            PIC X(7).
           03 FILLER                   PIC X(4)  VALUE '  HR'.
           03 WS-DOC-VIT-HR            PIC ZZZZ9.
           03 FILLER                   PIC X(6)  VALUE '  TEMP'.
           03 WS-DOC-VIT-TEMP          PIC ZZZ9.9.
           03 FILLER                   PIC X(4)  VALUE '  O2'.
           03 WS-DOC-VIT-O2            PIC ZZZ9.
           03 FILLER                   PIC X(6)  VALUE '  AGE '.
           03 WS-DOC-VIT-AGE-HRS       PIC ZZZZ9.
           03 FILLER                   PIC X(1)  VALUE 'H'.
           03 WS-DOC-VIT-AGE-MINS      PIC 99.
           03 FILLER                   PIC X(1)  VALUE 'M'.
           03 FILLER                   PIC X(25) VALUE SPACES.

       01  WS-DOC-DOSE-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 WS-DOC-DOS-STATUS        PIC X(7).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-DOS-DUE           PIC X(16).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-DOS-DRUG          PIC X(50).
           03 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-DOC-ALERT-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 WS-DOC-ALR-TYPE          PIC X(12).
           03 FILLER                   PIC X(9)
                                        VALUE ' READING '.
           03 WS-DOC-ALR-READING       PIC ZZZZ9.
           03 FILLER                   PIC X(11)
                                        VALUE ' THRESHOLD '.
           03 WS-DOC-ALR-THRESHOLD     PIC ZZZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-ALR-RAISED        PIC X(16).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-ALR-ESCALATED     PIC X(9).
           03 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-DOC-NONE-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(13) VALUE 'NONE RECORDED'.
           03 FILLER                   PIC X(83) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-SHIFT-HOURS             PIC S9(4) COMP.
       01  DB2-NOW                     PIC X(26).
       01  DB2-WINDOW-FROM             PIC X(26).
       01  DB2-WINDOW-TO               PIC X(26).
      * Shared theatre nil-by-mouth check fields/paragraph
       COPY HCNPOWS.
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-BED                     PIC X(4).
       01  DB2-ADMIT-DTIME             PIC X(26).
       01  DB2-FIRST-NAME              PIC X(10).
       01  DB2-LAST-NAME               PIC X(20).
       01  DB2-DOB                     PIC X(10).
       01  DB2-ALG-SUBSTANCE           PIC X(50).
       01  DB2-ALG-SEVERITY            PIC X(10).
       01  DB2-PRB-CODE                PIC X(10).
       01  DB2-PRB-DESC                PIC X(50).
       01  DB2-PRB-ONSET               PIC X(10).
       01  DB2-VITALS-DATETIME         PIC X(26).
       01  DB2-BLOOD-PRESSURE          PIC X(7).
       01  DB2-HEART-RATE              PIC S9(4) COMP.
       01  DB2-TEMPERATURE             PIC S9(3)V9 COMP-3.
       01  DB2-O2-SATURATION           PIC S9(3) COMP.
       01  DB2-VITALS-AGE-MINS         PIC S9(9) COMP.
       01  DB2-DUE-DATETIME            PIC X(26).
       01  DB2-DRUG-NAME               PIC X(50).
       01  DB2-ALERT-TYPE              PIC X(12).
       01  DB2-ALERT-READING           PIC S9(4) COMP.
       01  DB2-ALERT-THRESHOLD         PIC S9(4) COMP.
       01  DB2-ALERT-RAISED            PIC X(26).
       01  DB2-ALERT-ESCALATED         PIC X(1).
       01  DB2-AUDIT-DATETIME          PIC X(26).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCHOBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every patient with an open stay on the ward, in bed order -
      * the order the nurses walk the ward in
           EXEC SQL
               DECLARE HOSTYCUR CURSOR FOR
                   SELECT W.PATIENTID, W.BED, W.ADMITDATETIME,
                          P.FIRSTNAME, P.LASTNAME, P.DOB
                     FROM WARDSTAY W, PATIENT P
                    WHERE W.WARDCODE = :DB2-WARD-CODE
                      AND W.DISCHARGEDATETIME = ' '
                      AND P.PATIENTID = W.PATIENTID
                 ORDER BY W.BED, W.PATIENTID
           END-EXEC.

      * The patient's recorded allergies - the 01IALG list
           EXEC SQL
               DECLARE HOALGCUR CURSOR FOR
                   SELECT SUBSTANCE, SEVERITY
                     FROM ALLERGY
                    WHERE PATIENTID = :DB2-PATIENT-ID
                 ORDER BY ONSETDATE DESC
           END-EXEC.

      * The patient's active problems only - resolved ones are not
      * handed over
           EXEC SQL
               DECLARE HOPRBCUR CURSOR FOR
                   SELECT PROBLEMCODE, DESCRIPTION, ONSETDATE
                     FROM PROBLEM
                    WHERE PATIENTID = :DB2-PATIENT-ID
                      AND STATUS = 'A'
                 ORDER BY ONSETDATE DESC
           END-EXEC.

      * Every ungiven dose slot from the start of the shift ending to
      * the end of the shift starting - the schedule datetimes are the
      * DB2 TIMESTAMP string layout, so they compare as characters
           EXEC SQL
               DECLARE HODOSCUR CURSOR FOR
                   SELECT D.DUEDATETIME, M.DRUGNAME
                     FROM DOSESCHEDULE D, MEDICATION M
                    WHERE D.PATIENTID = :DB2-PATIENT-ID
                      AND D.GIVENFLAG = 'N'
                      AND D.DUEDATETIME >= :DB2-WINDOW-FROM
                      AND D.DUEDATETIME <= :DB2-WINDOW-TO
                      AND M.MEDICATIONID = D.MEDICATIONID
                      AND M.PATIENTID    = D.PATIENTID
                 ORDER BY D.DUEDATETIME, M.DRUGNAME
           END-EXEC.

      * The patient's unacknowledged alerts, escalated first - the
      * order the HCAKDB01 alert list uses
           EXEC SQL
               DECLARE HOALRCUR CURSOR FOR
                   SELECT ALERTTYPE, READING, THRESHOLD,
                          CHAR(RAISEDDATETIME), ESCALATED
                     FROM ALERT
                    WHERE PATIENTID = :DB2-PATIENT-ID
                      AND ACKFLAG = 'N'
                 ORDER BY ESCALATED DESC, RAISEDDATETIME
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN INPUT REQUEST-FILE.
           OPEN OUTPUT DOCUMENT-FILE.

           PERFORM READ-REQUEST-RECORD.
           PERFORM BUILD-WARD-HANDOVER
               UNTIL WS-NO-MORE-REQUESTS.

           CLOSE REQUEST-FILE.
           CLOSE DOCUMENT-FILE.

           DISPLAY 'HCHOBJ01 - wards handed over: ' WS-WARD-COUNT.
           DISPLAY 'HCHOBJ01 - patient blocks written: '
                   WS-PATIENT-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       READ-REQUEST-RECORD.
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-NO-MORE-REQUESTS
              MOVE REQUEST-RECORD TO WS-REQUEST-LINE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One handover per requested ward - a blank ward code is skipped *
      * with a log line, a blank or non-numeric shift length means the *
      * standard 12-hour shift.                                        *
      *----------------------------------------------------------------*
       BUILD-WARD-HANDOVER.
           IF WS-REQ-WARD = SPACES OR LOW-VALUES
              DISPLAY 'HCHOBJ01 - bad request line skipped: '
                      WS-REQUEST-LINE
           ELSE
              MOVE 12 TO WS-SHIFT-HOURS
              IF WS-REQ-SHIFT-HOURS IS NUMERIC
                 AND WS-REQ-SHIFT-HOURS > '00'
                 MOVE WS-REQ-SHIFT-HOURS TO WS-SHIFT-HOURS
              END-IF
              MOVE WS-REQ-WARD    TO DB2-WARD-CODE
              MOVE WS-SHIFT-HOURS TO DB2-SHIFT-HOURS
              PERFORM SET-SHIFT-WINDOW
              PERFORM WRITE-WARD-TITLE
              PERFORM WRITE-WARD-PATIENTS
              ADD 1 TO WS-WARD-COUNT
           END-IF.
           PERFORM READ-REQUEST-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * The handover window: one shift back from now (doses missed in *
      * the shift just ending) to one shift ahead (doses due in the   *
      * shift just starting), as DB2 TIMESTAMP strings.                *
      *----------------------------------------------------------------*
       SET-SHIFT-WINDOW.
           MOVE ' SET SHIFT WINDOW' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-NOW = CHAR(CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXEC SQL
               SET :DB2-WINDOW-FROM =
                   CHAR(TIMESTAMP(:DB2-NOW) - :DB2-SHIFT-HOURS HOURS)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXEC SQL
               SET :DB2-WINDOW-TO =
                   CHAR(TIMESTAMP(:DB2-NOW) + :DB2-SHIFT-HOURS HOURS)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-WARD-TITLE.
           MOVE DB2-WARD-CODE  TO WS-DOC-WARD.
           MOVE DB2-NOW        TO WS-DOC-PRINTED.
           MOVE WS-SHIFT-HOURS TO WS-DOC-SHIFT-HOURS.
           MOVE SPACES TO DOCUMENT-RECORD.
           MOVE WS-DOC-TITLE-LINE TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           MOVE SPACES TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-WARD-PATIENTS.
           MOVE 'N' TO WS-STY-EOF-SWITCH.
           MOVE ' OPEN HOSTYCUR' TO EM-SQLREQ.
           EXEC SQL OPEN HOSTYCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-STY-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-STAY-ROW
               UNTIL WS-NO-MORE-STAYS.

           EXEC SQL CLOSE HOSTYCUR END-EXEC.
           EXIT.

       FETCH-NEXT-STAY-ROW.
           MOVE ' FETCH HOSTYCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH HOSTYCUR
               INTO :DB2-PATIENT-ID, :DB2-BED, :DB2-ADMIT-DTIME,
                    :DB2-FIRST-NAME, :DB2-LAST-NAME, :DB2-DOB
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-PATIENT-BLOCK
             WHEN 100
               MOVE 'Y' TO WS-STY-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-STY-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-PATIENT-BLOCK.
           MOVE DB2-BED              TO WS-DOC-BED.
           MOVE DB2-PATIENT-ID       TO WS-DOC-PATIENT.
           MOVE DB2-FIRST-NAME       TO WS-DOC-FIRST-NAME.
           MOVE DB2-LAST-NAME        TO WS-DOC-LAST-NAME.
           MOVE DB2-DOB              TO WS-DOC-DOB.
           MOVE DB2-ADMIT-DTIME      TO WS-DOC-ADMITTED.
           MOVE SPACES TO DOCUMENT-RECORD.
           MOVE WS-DOC-BED-LINE TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.

           MOVE DB2-PATIENT-ID       TO NPO-PATIENT-ID.
           MOVE DB2-NOW(1:10)        TO NPO-AS-OF-DATE.
           PERFORM CHECK-THEATRE-NPO.
           IF NPO-DB2-ERROR
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           IF NPO-FROM-MIDNIGHT
              MOVE NPO-THEATRE-DATE TO WS-DOC-NPO-DATE
              MOVE NPO-THEATRE-TIME TO WS-DOC-NPO-TIME
              MOVE SPACES TO DOCUMENT-RECORD
              MOVE WS-DOC-NPO-LINE TO DOCUMENT-RECORD
              WRITE DOCUMENT-RECORD
           END-IF.

           MOVE '  ALLERGIES:' TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           PERFORM WRITE-ALLERGY-SECTION.

           MOVE '  ACTIVE PROBLEMS:' TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           PERFORM WRITE-PROBLEM-SECTION.

           MOVE '  LAST VITALS:' TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           PERFORM WRITE-VITALS-SECTION.

           MOVE '  DOSES MISSED LAST SHIFT / DUE NEXT SHIFT:'
                TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           PERFORM WRITE-DOSE-SECTION.

           MOVE '  UNACKNOWLEDGED ALERTS:' TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           PERFORM WRITE-ALERT-SECTION.

           MOVE SPACES TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.

           ADD 1 TO WS-PATIENT-COUNT.
           PERFORM LOG-DISCLOSURE.
           EXIT.

      *----------------------------------------------------------------*
      * A section with no rows says so - on a handover "no allergies   *
      * recorded" and "nothing printed" must not look the same.        *
      *----------------------------------------------------------------*
       WRITE-NONE-LINE.
           IF WS-SECTION-ROWS = 0
              MOVE SPACES TO DOCUMENT-RECORD
              MOVE WS-DOC-NONE-LINE TO DOCUMENT-RECORD
              WRITE DOCUMENT-RECORD
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-ALLERGY-SECTION.
           MOVE 0 TO WS-SECTION-ROWS.
           MOVE 'N' TO WS-ALG-EOF-SWITCH.
           MOVE ' OPEN HOALGCUR' TO EM-SQLREQ.
           EXEC SQL OPEN HOALGCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-ALG-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-ALLERGY-ROW
               UNTIL WS-NO-MORE-ALLERGIES.

           EXEC SQL CLOSE HOALGCUR END-EXEC.
           PERFORM WRITE-NONE-LINE.
           EXIT.

       FETCH-NEXT-ALLERGY-ROW.
           MOVE ' FETCH HOALGCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH HOALGCUR
               INTO :DB2-ALG-SUBSTANCE, :DB2-ALG-SEVERITY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SECTION-ROWS
               MOVE DB2-ALG-SUBSTANCE TO WS-DOC-ALG-SUBSTANCE
               MOVE DB2-ALG-SEVERITY  TO WS-DOC-ALG-SEVERITY
               MOVE SPACES TO DOCUMENT-RECORD
               MOVE WS-DOC-ALLERGY-LINE TO DOCUMENT-RECORD
               WRITE DOCUMENT-RECORD
             WHEN 100
               MOVE 'Y' TO WS-ALG-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-ALG-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-PROBLEM-SECTION.
           MOVE 0 TO WS-SECTION-ROWS.
           MOVE 'N' TO WS-PRB-EOF-SWITCH.
           MOVE ' OPEN HOPRBCUR' TO EM-SQLREQ.
           EXEC SQL OPEN HOPRBCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-PRB-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-PROBLEM-ROW
               UNTIL WS-NO-MORE-PROBLEMS.

           EXEC SQL CLOSE HOPRBCUR END-EXEC.
           PERFORM WRITE-NONE-LINE.
           EXIT.

       FETCH-NEXT-PROBLEM-ROW.
           MOVE ' FETCH HOPRBCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH HOPRBCUR
               INTO :DB2-PRB-CODE, :DB2-PRB-DESC, :DB2-PRB-ONSET
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SECTION-ROWS
               MOVE DB2-PRB-CODE  TO WS-DOC-PRB-CODE
               MOVE DB2-PRB-DESC  TO WS-DOC-PRB-DESC
               MOVE DB2-PRB-ONSET TO WS-DOC-PRB-ONSET
               MOVE SPACES TO DOCUMENT-RECORD
               MOVE WS-DOC-PRB-LINE TO DOCUMENT-RECORD
               WRITE DOCUMENT-RECORD
             WHEN 100
               MOVE 'Y' TO WS-PRB-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-PRB-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The single most recent reading on the consolidated VITALS     *
      * table and its age in whole minutes, printed as hours/minutes  *
      * so a stale set of observations stands out.                    *
      *----------------------------------------------------------------*
       WRITE-VITALS-SECTION.
           MOVE 0 TO WS-SECTION-ROWS.
           MOVE ' SELECT LATEST VITALS' TO EM-SQLREQ.
           EXEC SQL
               SELECT VITDATETIME, BLOODPRESSURE, HEARTRATE,
                      TEMPERATURE, O2SATURATION,
                      TIMESTAMPDIFF(4, CHAR(TIMESTAMP(:DB2-NOW)
                                        - TIMESTAMP(VITDATETIME)))
                 INTO :DB2-VITALS-DATETIME, :DB2-BLOOD-PRESSURE,
                      :DB2-HEART-RATE, :DB2-TEMPERATURE,
                      :DB2-O2-SATURATION, :DB2-VITALS-AGE-MINS
                 FROM VITALS
                WHERE PATIENTID = :DB2-PATIENT-ID
             ORDER BY VITDATETIME DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SECTION-ROWS
               IF DB2-VITALS-AGE-MINS < 0
                  MOVE 0 TO DB2-VITALS-AGE-MINS
               END-IF
               DIVIDE DB2-VITALS-AGE-MINS BY 60
                   GIVING WS-AGE-HOURS
                   REMAINDER WS-AGE-MINUTES
               MOVE DB2-VITALS-DATETIME TO WS-DOC-VIT-DATETIME
               MOVE DB2-BLOOD-PRESSURE  TO WS-DOC-VIT-BP
               MOVE DB2-HEART-RATE      TO WS-DOC-VIT-HR
               MOVE DB2-TEMPERATURE     TO WS-DOC-VIT-TEMP
               MOVE DB2-O2-SATURATION   TO WS-DOC-VIT-O2
               MOVE WS-AGE-HOURS        TO WS-DOC-VIT-AGE-HRS
               MOVE WS-AGE-MINUTES      TO WS-DOC-VIT-AGE-MINS
               MOVE SPACES TO DOCUMENT-RECORD
               MOVE WS-DOC-VITALS-LINE TO DOCUMENT-RECORD
               WRITE DOCUMENT-RECORD
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           PERFORM WRITE-NONE-LINE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-DOSE-SECTION.
           MOVE 0 TO WS-SECTION-ROWS.
           MOVE 'N' TO WS-DOS-EOF-SWITCH.
           MOVE ' OPEN HODOSCUR' TO EM-SQLREQ.
           EXEC SQL OPEN HODOSCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-DOS-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-DOSE-ROW
               UNTIL WS-NO-MORE-DOSES.

           EXEC SQL CLOSE HODOSCUR END-EXEC.
           PERFORM WRITE-NONE-LINE.
           EXIT.

      * A slot already past due and still ungiven was missed on the
      * shift ending; one still ahead is due on the shift starting -
      * the same character comparison HCDSDB01 makes for OVERDUE
       FETCH-NEXT-DOSE-ROW.
           MOVE ' FETCH HODOSCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH HODOSCUR
               INTO :DB2-DUE-DATETIME, :DB2-DRUG-NAME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SECTION-ROWS
               IF DB2-DUE-DATETIME < DB2-NOW
                  MOVE 'MISSED ' TO WS-DOC-DOS-STATUS
               ELSE
                  MOVE 'DUE    ' TO WS-DOC-DOS-STATUS
               END-IF
               MOVE DB2-DUE-DATETIME TO WS-DOC-DOS-DUE
               MOVE DB2-DRUG-NAME    TO WS-DOC-DOS-DRUG
               MOVE SPACES TO DOCUMENT-RECORD
               MOVE WS-DOC-DOSE-LINE TO DOCUMENT-RECORD
               WRITE DOCUMENT-RECORD
             WHEN 100
               MOVE 'Y' TO WS-DOS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-DOS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-ALERT-SECTION.
           MOVE 0 TO WS-SECTION-ROWS.
           MOVE 'N' TO WS-ALR-EOF-SWITCH.
           MOVE ' OPEN HOALRCUR' TO EM-SQLREQ.
           EXEC SQL OPEN HOALRCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-ALR-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-ALERT-ROW
               UNTIL WS-NO-MORE-ALERTS.

           EXEC SQL CLOSE HOALRCUR END-EXEC.
           PERFORM WRITE-NONE-LINE.
           EXIT.

       FETCH-NEXT-ALERT-ROW.
           MOVE ' FETCH HOALRCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH HOALRCUR
               INTO :DB2-ALERT-TYPE, :DB2-ALERT-READING,
                    :DB2-ALERT-THRESHOLD, :DB2-ALERT-RAISED,
                    :DB2-ALERT-ESCALATED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SECTION-ROWS
               MOVE DB2-ALERT-TYPE      TO WS-DOC-ALR-TYPE
               MOVE DB2-ALERT-READING   TO WS-DOC-ALR-READING
               MOVE DB2-ALERT-THRESHOLD TO WS-DOC-ALR-THRESHOLD
               MOVE DB2-ALERT-RAISED    TO WS-DOC-ALR-RAISED
               IF DB2-ALERT-ESCALATED = 'Y'
                  MOVE 'ESCALATED' TO WS-DOC-ALR-ESCALATED
               ELSE
                  MOVE SPACES TO WS-DOC-ALR-ESCALATED
               END-IF
               MOVE SPACES TO DOCUMENT-RECORD
               MOVE WS-DOC-ALERT-LINE TO DOCUMENT-RECORD
               WRITE DOCUMENT-RECORD
             WHEN 100
               MOVE 'Y' TO WS-ALR-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-ALR-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * One audit entry per patient block - straight into the         *
      * AUDITLOG table the CSAU harvester fills, since a batch job has *
      * no TD queue, exactly as HCVSBJ01 logs each visit summary.      *
      *----------------------------------------------------------------*
       LOG-DISCLOSURE.
           MOVE ' GET AUDIT TIMESTAMP' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-AUDIT-DATETIME =
                   REPLACE(CHAR(CURRENT DATE, ISO), '-', '')
                   CONCAT CHAR(CURRENT TIME)
           END-EXEC.

           MOVE ' INSERT AUDITLOG' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO AUDITLOG
                         ( PROGRAM,
                           PATIENTID,
                           REQUESTID,
                           RETURNCODE,
                           TERMID,
                           AUDITDATETIME,
                           USERID )
                  VALUES ( 'HCHOBJ01',
                           :DB2-PATIENT-ID,
                           '01HOVR',
                           '00',
                           'BTCH',
                           :DB2-AUDIT-DATETIME,
                           'BATCH' )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
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
           DISPLAY 'HCHOBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCNPOPD.
