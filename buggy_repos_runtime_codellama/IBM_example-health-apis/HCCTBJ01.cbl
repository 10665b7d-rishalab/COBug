      ******************************************************************
      *    HCCTBJ01 - Infection-control contact-tracing batch job      *
      *                                                                *
      *    Answers "who shared a ward with this patient" from the      *
      *    WARDSTAY history instead of the paper census. The HCCTREQ   *
      *    request file carries one trace per line - the index patient *
      *    id and the date range of interest (from/to, yyyy-mm-dd; a   *
      *    blank to-date means up to now). For every stay the index    *
      *    patient had, every other patient whose stay on the same     *
      *    ward overlapped it inside the range is listed to HCCTLST    *
      *    with the ward, bed and the overlap in whole hours - a stay  *
      *    still open counts as running until now. The index patient's *
      *    active ISOLATION entries (HCISDB01) head each trace. Every  *
      *    contact listed is a disclosure and is logged once to        *
      *    AUDITLOG, the same way HCVSBJ01 logs its visit summaries.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCTBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO HCCTREQ
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRACE-FILE ASSIGN TO HCCTLST
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-RECORD              PIC X(40).
       FD  TRACE-FILE
           RECORDING MODE IS F.
       01  TRACE-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCTBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-REQUESTS                VALUE 'Y'.
       01  WS-CTC-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-CONTACTS                VALUE 'Y'.
       01  WS-ISO-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-ISOLATIONS              VALUE 'Y'.
       01  WS-TRACE-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-CONTACT-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-TRACE-CONTACTS           PIC 9(5)  VALUE ZERO.

      * One trace per line: index patient + date range
       01  WS-REQUEST-LINE.
           03 WS-REQ-PATIENT           PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-REQ-FROM-DATE         PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-REQ-TO-DATE           PIC X(10).
           03 FILLER                   PIC X(8).

      * Trace listing lines
       01  WS-TRC-TITLE-LINE.
           03 FILLER                   PIC X(21)
                                        VALUE 'CONTACT TRACE  INDEX '.
           03 WS-TRC-INDEX             PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-FIRST-NAME        PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-FROM              PIC X(10).
           03 FILLER                   PIC X(4)  VALUE ' TO '.
           03 WS-TRC-TO                PIC X(10).
           03 FILLER                   PIC X(12) VALUE SPACES.

       01  WS-TRC-ISOLATION-LINE.
           03 FILLER                   PIC X(13)
                                        VALUE '  ISOLATION: '.
           03 WS-TRC-ISO-ORGANISM      PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-ISO-PRECAUTION    PIC X(10).
           03 FILLER                   PIC X(7)  VALUE ' SINCE '.
           03 WS-TRC-ISO-START         PIC X(10).
           03 FILLER                   PIC X(49) VALUE SPACES.

       01  WS-TRC-HEADING-LINE.
           03 FILLER                   PIC X(50) VALUE
              '  CONTACT    FIRST NAME LAST NAME            WARD '.
           03 FILLER                   PIC X(50) VALUE
              'BED  ADMITTED         DISCHARGED       OVERLAP HRS'.

       01  WS-TRC-CONTACT-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-TRC-CTC-PATIENT       PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-CTC-FIRST-NAME    PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-CTC-LAST-NAME     PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-CTC-WARD          PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-CTC-BED           PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-CTC-ADMITTED      PIC X(16).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-CTC-DISCHARGED    PIC X(16).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRC-CTC-HOURS         PIC ZZZZZZ9.
           03 FILLER                   PIC X(4)  VALUE SPACES.

       01  WS-TRC-TOTAL-LINE.
           03 FILLER                   PIC X(18)
                                        VALUE '  CONTACTS LISTED '.
           03 WS-TRC-TOTAL             PIC ZZZZ9.
           03 FILLER                   PIC X(77) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-INDEX-PATIENT-ID        PIC S9(9) COMP.
       01  DB2-NOW                     PIC X(26).
       01  DB2-RANGE-FROM              PIC X(26).
       01  DB2-RANGE-TO                PIC X(26).
       01  DB2-FIRST-NAME              PIC X(10).
       01  DB2-LAST-NAME               PIC X(20).
       01  DB2-ISO-ORGANISM            PIC X(10).
       01  DB2-ISO-PRECAUTION          PIC X(10).
       01  DB2-ISO-START               PIC X(10).
       01  DB2-CTC-PATIENT-ID          PIC S9(9) COMP.
       01  DB2-CTC-FIRST-NAME          PIC X(10).
       01  DB2-CTC-LAST-NAME           PIC X(20).
       01  DB2-CTC-WARD                PIC X(4).
       01  DB2-CTC-BED                 PIC X(4).
       01  DB2-CTC-ADMITTED            PIC X(26).
       01  DB2-CTC-DISCHARGED          PIC X(26).
       01  DB2-CTC-HOURS               PIC S9(9) COMP.
       01  DB2-AUDIT-DATETIME          PIC X(26).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCCTBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * The index patient's active isolation entries
           EXEC SQL
               DECLARE CTISOCUR CURSOR FOR
                   SELECT ORGANISM, PRECAUTION, STARTDATE
                     FROM ISOLATION
                    WHERE PATIENTID = :DB2-INDEX-PATIENT-ID
                      AND CLEAREDDATE = ' '
                 ORDER BY STARTDATE
           END-EXEC.

      * Every other patient's stay on the same ward as one of the
      * index patient's stays, where the two overlap inside the range.
      * The stay datetimes are DB2 TIMESTAMP strings, so the later of
      * the starts and the earlier of the ends compare as characters;
      * an open stay (blank discharge) runs until now. The overlap is
      * returned in whole hours.
           EXEC SQL
               DECLARE CTCCUR CURSOR FOR
                   SELECT O.PATIENTID, P.FIRSTNAME, P.LASTNAME,
                          O.WARDCODE, O.BED,
                          O.ADMITDATETIME, O.DISCHARGEDATETIME,
                          TIMESTAMPDIFF(8, CHAR(
                            TIMESTAMP(LEAST(
                              CASE WHEN I.DISCHARGEDATETIME = ' '
                                   THEN :DB2-NOW
                                   ELSE I.DISCHARGEDATETIME END,
                              CASE WHEN O.DISCHARGEDATETIME = ' '
                                   THEN :DB2-NOW
                                   ELSE O.DISCHARGEDATETIME END,
                              :DB2-RANGE-TO))
                          - TIMESTAMP(GREATEST(
                              I.ADMITDATETIME, O.ADMITDATETIME,
                              :DB2-RANGE-FROM))))
                     FROM WARDSTAY I, WARDSTAY O, PATIENT P
                    WHERE I.PATIENTID  = :DB2-INDEX-PATIENT-ID
                      AND O.WARDCODE   = I.WARDCODE
                      AND O.PATIENTID <> I.PATIENTID
                      AND P.PATIENTID  = O.PATIENTID
                      AND GREATEST(I.ADMITDATETIME, O.ADMITDATETIME,
                                   :DB2-RANGE-FROM)
                        < LEAST(
                              CASE WHEN I.DISCHARGEDATETIME = ' '
                                   THEN :DB2-NOW
                                   ELSE I.DISCHARGEDATETIME END,
                              CASE WHEN O.DISCHARGEDATETIME = ' '
                                   THEN :DB2-NOW
                                   ELSE O.DISCHARGEDATETIME END,
                              :DB2-RANGE-TO)
                 ORDER BY O.WARDCODE, O.ADMITDATETIME, O.PATIENTID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN INPUT REQUEST-FILE.
           OPEN OUTPUT TRACE-FILE.

           PERFORM READ-REQUEST-RECORD.
           PERFORM PROCESS-TRACE-REQUEST
               UNTIL WS-NO-MORE-REQUESTS.

           CLOSE REQUEST-FILE.
           CLOSE TRACE-FILE.

           DISPLAY 'HCCTBJ01 - traces run: ' WS-TRACE-COUNT.
           DISPLAY 'HCCTBJ01 - contacts listed: ' WS-CONTACT-COUNT.

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
      * A trace needs a numeric index patient on PATIENT and a from    *
      * date; anything else is skipped with a log line.                *
      *----------------------------------------------------------------*
       PROCESS-TRACE-REQUEST.
           IF WS-REQ-PATIENT IS NOT NUMERIC
              OR WS-REQ-FROM-DATE = SPACES
              DISPLAY 'HCCTBJ01 - bad request line skipped: '
                      WS-REQUEST-LINE
           ELSE
              MOVE WS-REQ-PATIENT TO DB2-INDEX-PATIENT-ID
              PERFORM SET-TRACE-RANGE
              PERFORM GET-INDEX-PATIENT
              IF SQLCODE = 0
                 PERFORM WRITE-TRACE-HEADER
                 PERFORM WRITE-INDEX-ISOLATIONS
                 PERFORM WRITE-TRACE-CONTACTS
                 ADD 1 TO WS-TRACE-COUNT
              ELSE
                 DISPLAY 'HCCTBJ01 - index patient not found: '
                         WS-REQ-PATIENT
              END-IF
           END-IF.
           PERFORM READ-REQUEST-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * The range runs from the start of the from-date to the end of  *
      * the to-date, as DB2 TIMESTAMP strings; a blank to-date means  *
      * up to now.                                                     *
      *----------------------------------------------------------------*
       SET-TRACE-RANGE.
           MOVE ' SET CURRENT TIMESTAMP' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-NOW = CHAR(CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           MOVE SPACES TO DB2-RANGE-FROM.
           STRING WS-REQ-FROM-DATE      DELIMITED BY SIZE
                  '-00.00.00.000000'    DELIMITED BY SIZE
                  INTO DB2-RANGE-FROM
           END-STRING.

           IF WS-REQ-TO-DATE = SPACES
              MOVE DB2-NOW TO DB2-RANGE-TO
              MOVE DB2-NOW (1:10) TO WS-REQ-TO-DATE
           ELSE
              MOVE SPACES TO DB2-RANGE-TO
              STRING WS-REQ-TO-DATE     DELIMITED BY SIZE
                     '-23.59.59.999999' DELIMITED BY SIZE
                     INTO DB2-RANGE-TO
              END-STRING
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       GET-INDEX-PATIENT.
           MOVE ' SELECT INDEX PATIENT' TO EM-SQLREQ.
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
                 INTO :DB2-FIRST-NAME, :DB2-LAST-NAME
                 FROM PATIENT
                WHERE PATIENTID = :DB2-INDEX-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-TRACE-HEADER.
           MOVE DB2-INDEX-PATIENT-ID TO WS-TRC-INDEX.
           MOVE DB2-FIRST-NAME       TO WS-TRC-FIRST-NAME.
           MOVE DB2-LAST-NAME        TO WS-TRC-LAST-NAME.
           MOVE WS-REQ-FROM-DATE     TO WS-TRC-FROM.
           MOVE WS-REQ-TO-DATE       TO WS-TRC-TO.
           MOVE SPACES TO TRACE-RECORD.
           MOVE WS-TRC-TITLE-LINE TO TRACE-RECORD.
           WRITE TRACE-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-INDEX-ISOLATIONS.
           MOVE 'N' TO WS-ISO-EOF-SWITCH.
           MOVE ' OPEN CTISOCUR' TO EM-SQLREQ.
           EXEC SQL OPEN CTISOCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-ISO-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-ISOLATION-ROW
               UNTIL WS-NO-MORE-ISOLATIONS.

           EXEC SQL CLOSE CTISOCUR END-EXEC.
           EXIT.

       FETCH-NEXT-ISOLATION-ROW.
           MOVE ' FETCH CTISOCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH CTISOCUR
               INTO :DB2-ISO-ORGANISM, :DB2-ISO-PRECAUTION,
                    :DB2-ISO-START
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-ISO-ORGANISM   TO WS-TRC-ISO-ORGANISM
               MOVE DB2-ISO-PRECAUTION TO WS-TRC-ISO-PRECAUTION
               MOVE DB2-ISO-START      TO WS-TRC-ISO-START
               MOVE SPACES TO TRACE-RECORD
               MOVE WS-TRC-ISOLATION-LINE TO TRACE-RECORD
               WRITE TRACE-RECORD
             WHEN 100
               MOVE 'Y' TO WS-ISO-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-ISO-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-TRACE-CONTACTS.
           MOVE 0 TO WS-TRACE-CONTACTS.
           MOVE SPACES TO TRACE-RECORD.
           MOVE WS-TRC-HEADING-LINE TO TRACE-RECORD.
           WRITE TRACE-RECORD.

           MOVE 'N' TO WS-CTC-EOF-SWITCH.
           MOVE ' OPEN CTCCUR' TO EM-SQLREQ.
           EXEC SQL OPEN CTCCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-CTC-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-CONTACT-ROW
               UNTIL WS-NO-MORE-CONTACTS.

           EXEC SQL CLOSE CTCCUR END-EXEC.

           MOVE WS-TRACE-CONTACTS TO WS-TRC-TOTAL.
           MOVE SPACES TO TRACE-RECORD.
           MOVE WS-TRC-TOTAL-LINE TO TRACE-RECORD.
           WRITE TRACE-RECORD.
           MOVE SPACES TO TRACE-RECORD.
           WRITE TRACE-RECORD.
           EXIT.

       FETCH-NEXT-CONTACT-ROW.
           MOVE ' FETCH CTCCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH CTCCUR
               INTO :DB2-CTC-PATIENT-ID, :DB2-CTC-FIRST-NAME,
                    :DB2-CTC-LAST-NAME, :DB2-CTC-WARD,
                    :DB2-CTC-BED, :DB2-CTC-ADMITTED,
                    :DB2-CTC-DISCHARGED, :DB2-CTC-HOURS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-CONTACT-LINE
             WHEN 100
               MOVE 'Y' TO WS-CTC-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-CTC-EOF-SWITCH
           END-EVALUATE.
           EXIT.

       WRITE-CONTACT-LINE.
           MOVE DB2-CTC-PATIENT-ID  TO WS-TRC-CTC-PATIENT.
           MOVE DB2-CTC-FIRST-NAME  TO WS-TRC-CTC-FIRST-NAME.
           MOVE DB2-CTC-LAST-NAME   TO WS-TRC-CTC-LAST-NAME.
           MOVE DB2-CTC-WARD        TO WS-TRC-CTC-WARD.
           MOVE DB2-CTC-BED         TO WS-TRC-CTC-BED.
           MOVE DB2-CTC-ADMITTED    TO WS-TRC-CTC-ADMITTED.
           IF DB2-CTC-DISCHARGED = SPACES
              MOVE 'STILL ON WARD'  TO WS-TRC-CTC-DISCHARGED
           ELSE
              MOVE DB2-CTC-DISCHARGED TO WS-TRC-CTC-DISCHARGED
           END-IF.
           MOVE DB2-CTC-HOURS       TO WS-TRC-CTC-HOURS.
           MOVE SPACES TO TRACE-RECORD.
           MOVE WS-TRC-CONTACT-LINE TO TRACE-RECORD.
           WRITE TRACE-RECORD.
           ADD 1 TO WS-TRACE-CONTACTS.
           ADD 1 TO WS-CONTACT-COUNT.
           PERFORM LOG-DISCLOSURE.
           EXIT.

      *----------------------------------------------------------------*
      * One audit entry per contact listed - straight into the        *
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
                  VALUES ( 'HCCTBJ01',
                           :DB2-CTC-PATIENT-ID,
                           '01CTRC',
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
           DISPLAY 'HCCTBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
