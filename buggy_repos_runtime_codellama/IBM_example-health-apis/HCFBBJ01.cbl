      ******************************************************************
      *    HCFBBJ01 - 24-hour fluid balance batch job (06:00)          *
      *                                                                *
      *    For every patient in a ward bed, the intake and output      *
      *    charted on FLUIDBAL (HCFBDB01) in the 24 hours up to the    *
      *    run, and the balance (in - out), to HCFBRPT by ward and     *
      *    bed. A patient with no entries at all is flagged so the     *
      *    ward knows the chart was not kept.                          *
      *                                                                *
      *    A balance past the patient's limits on the THRESHOLD record *
      *    (FLUIDPOSLIMIT above, FLUIDNEGLIMIT below zero - zero means *
      *    no limit) is flagged and, where the record has alerts       *
      *    enabled, raises a 'FLUID BAL' ALERT carrying the balance    *
      *    and the limit passed. A patient recorded DECEASED is left   *
      *    off.                                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFBBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO HCFBRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE
           RECORDING MODE IS F.
       01  BALANCE-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCFBBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-PATIENTS                VALUE 'Y'.
       01  WS-PATIENT-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-NOT-CHARTED-COUNT        PIC 9(7)  VALUE ZERO.
       01  WS-OVER-LIMIT-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-ALERT-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-PREV-WARD                PIC X(4)  VALUE SPACES.
       01  WS-BALANCE                  PIC S9(9) COMP VALUE ZERO.

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(38)
                      VALUE '24-HOUR FLUID BALANCE BY WARD - FROM '.
           03 WS-TL-FROM               PIC X(16).
           03 FILLER                   PIC X(4)  VALUE ' TO '.
           03 WS-TL-TO                 PIC X(16).
           03 FILLER                   PIC X(26) VALUE SPACES.

       01  WS-WARD-HEADER-LINE.
           03 FILLER                   PIC X(6)  VALUE 'WARD: '.
           03 WS-HDR-WARD              PIC X(4).
           03 FILLER                   PIC X(90) VALUE SPACES.

       01  WS-HEADING-LINE.
           03 FILLER                   PIC X(50)
             VALUE '  BED  PATIENT    LAST NAME       ENTRIES IN ML   '.
           03 FILLER                   PIC X(50)
             VALUE ' OUT ML   BALANCE  +LIMIT -LIMIT FLAG'.

       01  WS-BALANCE-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-BL-BED                PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-BL-PATIENT            PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-BL-LAST-NAME          PIC X(15).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-BL-ENTRIES            PIC ZZZZZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-BL-IN                 PIC ZZZZZZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-BL-OUT                PIC ZZZZZZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-BL-BALANCE            PIC +(7)9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-BL-POS-LIMIT          PIC ZZZZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-BL-NEG-LIMIT          PIC ZZZZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-BL-FLAG               PIC X(17).

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-NOW                     PIC X(26).
       01  DB2-WINDOW-FROM             PIC X(26).
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-BED                     PIC X(4).
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-LAST-NAME               PIC X(20).
       01  DB2-ENTRY-COUNT             PIC S9(9) COMP.
       01  DB2-TOTAL-IN                PIC S9(9) COMP.
       01  DB2-TOTAL-OUT               PIC S9(9) COMP.
       01  DB2-POS-LIMIT               PIC S9(4) COMP.
       01  DB2-NEG-LIMIT               PIC S9(4) COMP.
       01  DB2-ALERT-ENABLED           PIC X(1).
       01  DB2-ALERT.
           03 DB2-ALERT-TYPE           PIC X(12).
           03 DB2-ALERT-READING        PIC S9(4) COMP.
           03 DB2-ALERT-THRESHOLD      PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCFBBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every patient in a ward bed with the last 24 hours' chart
      * totals and the fluid limits from the threshold record
           EXEC SQL
               DECLARE BALCUR CURSOR FOR
                   SELECT W.WARDCODE, W.BED, W.PATIENTID, P.LASTNAME,
                          COUNT(F.FLUIDID),
                          COALESCE(SUM(CASE WHEN F.DIRECTION = 'I'
                                       THEN F.VOLUMEML ELSE 0 END), 0),
                          COALESCE(SUM(CASE WHEN F.DIRECTION = 'O'
                                       THEN F.VOLUMEML ELSE 0 END), 0),
                          COALESCE(T.FLUIDPOSLIMIT, 0),
                          COALESCE(T.FLUIDNEGLIMIT, 0),
                          COALESCE(T.ALERTENABLED, 'N')
                     FROM WARDSTAY W
                     JOIN PATIENT P
                       ON P.PATIENTID = W.PATIENTID
                     LEFT OUTER JOIN FLUIDBAL F
                       ON F.PATIENTID      = W.PATIENTID
                      AND F.ENTRYDATETIME  > :DB2-WINDOW-FROM
                      AND F.ENTRYDATETIME <= :DB2-NOW
                     LEFT OUTER JOIN THRESHOLD T
                       ON T.PATIENTID = W.PATIENTID
                    WHERE W.DISCHARGEDATETIME = ' '
                      AND P.DECEASED <> 'Y'
                 GROUP BY W.WARDCODE, W.BED, W.PATIENTID, P.LASTNAME,
                          T.FLUIDPOSLIMIT, T.FLUIDNEGLIMIT,
                          T.ALERTENABLED
                 ORDER BY W.WARDCODE, W.BED
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN OUTPUT BALANCE-FILE.

           PERFORM SET-WINDOW.

           MOVE DB2-WINDOW-FROM(1:16) TO WS-TL-FROM.
           MOVE DB2-NOW(1:16)         TO WS-TL-TO.
           MOVE WS-TITLE-LINE TO BALANCE-RECORD.
           WRITE BALANCE-RECORD.

           EXEC SQL OPEN BALCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN BALCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-PATIENT
               UNTIL WS-NO-MORE-PATIENTS.

           EXEC SQL CLOSE BALCUR END-EXEC.

           CLOSE BALANCE-FILE.

           DISPLAY 'HCFBBJ01 - ward patients reported: '
                   WS-PATIENT-COUNT.
           DISPLAY 'HCFBBJ01 - with no chart entries: '
                   WS-NOT-CHARTED-COUNT.
           DISPLAY 'HCFBBJ01 - balance past limit: '
                   WS-OVER-LIMIT-COUNT.
           DISPLAY 'HCFBBJ01 - alerts raised: ' WS-ALERT-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
      * The 24 hours up to the run, in the stored timestamp layout     *
      *----------------------------------------------------------------*
       SET-WINDOW.
           MOVE ' SET CURRENT TIMESTAMP' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-NOW = CHAR(CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           MOVE ' SET WINDOW FROM' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-WINDOW-FROM =
                   CHAR(CURRENT TIMESTAMP - 24 HOURS)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       PROCESS-NEXT-PATIENT.
           MOVE ' FETCH BALCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH BALCUR
               INTO :DB2-WARD-CODE, :DB2-BED, :DB2-PATIENT-ID,
                    :DB2-LAST-NAME, :DB2-ENTRY-COUNT,
                    :DB2-TOTAL-IN, :DB2-TOTAL-OUT,
                    :DB2-POS-LIMIT, :DB2-NEG-LIMIT,
                    :DB2-ALERT-ENABLED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-PATIENT-COUNT
               PERFORM CHECK-PATIENT-BALANCE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Balance against the patient's limits - a limit of zero is not  *
      * set and never flags.                                           *
      *----------------------------------------------------------------*
       CHECK-PATIENT-BALANCE.
           COMPUTE WS-BALANCE = DB2-TOTAL-IN - DB2-TOTAL-OUT.
           MOVE SPACES TO WS-BL-FLAG.

           EVALUATE TRUE
             WHEN DB2-ENTRY-COUNT = 0
               MOVE 'NOT CHARTED' TO WS-BL-FLAG
               ADD 1 TO WS-NOT-CHARTED-COUNT
             WHEN DB2-POS-LIMIT > 0
              AND WS-BALANCE > DB2-POS-LIMIT
               MOVE 'OVER + LIMIT' TO WS-BL-FLAG
               ADD 1 TO WS-OVER-LIMIT-COUNT
               MOVE DB2-POS-LIMIT TO DB2-ALERT-THRESHOLD
               PERFORM RAISE-FLUID-ALERT
             WHEN DB2-NEG-LIMIT > 0
              AND WS-BALANCE < 0 - DB2-NEG-LIMIT
               MOVE 'OVER - LIMIT' TO WS-BL-FLAG
               ADD 1 TO WS-OVER-LIMIT-COUNT
               COMPUTE DB2-ALERT-THRESHOLD = 0 - DB2-NEG-LIMIT
               PERFORM RAISE-FLUID-ALERT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM WRITE-BALANCE-LINE.
           EXIT.

      *----------------------------------------------------------------*
      * One ward header per ward, then a line per bed                  *
      *----------------------------------------------------------------*
       WRITE-BALANCE-LINE.
           IF DB2-WARD-CODE NOT = WS-PREV-WARD
              MOVE SPACES TO BALANCE-RECORD
              WRITE BALANCE-RECORD
              MOVE DB2-WARD-CODE TO WS-HDR-WARD
              MOVE WS-WARD-HEADER-LINE TO BALANCE-RECORD
              WRITE BALANCE-RECORD
              MOVE WS-HEADING-LINE TO BALANCE-RECORD
              WRITE BALANCE-RECORD
              MOVE DB2-WARD-CODE TO WS-PREV-WARD
           END-IF.

           MOVE DB2-BED         TO WS-BL-BED.
           MOVE DB2-PATIENT-ID  TO WS-BL-PATIENT.
           MOVE DB2-LAST-NAME   TO WS-BL-LAST-NAME.
           MOVE DB2-ENTRY-COUNT TO WS-BL-ENTRIES.
           MOVE DB2-TOTAL-IN    TO WS-BL-IN.
           MOVE DB2-TOTAL-OUT   TO WS-BL-OUT.
           MOVE WS-BALANCE      TO WS-BL-BALANCE.
           MOVE DB2-POS-LIMIT   TO WS-BL-POS-LIMIT.
           MOVE DB2-NEG-LIMIT   TO WS-BL-NEG-LIMIT.
           MOVE SPACES TO BALANCE-RECORD.
           MOVE WS-BALANCE-LINE TO BALANCE-RECORD.
           WRITE BALANCE-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Same ALERT row the vitals and lab alerts use - READING is the  *
      * balance (held to the column's range), THRESHOLD the signed     *
      * limit it went past. Not raised when the threshold record has   *
      * alerts switched off.                                           *
      *----------------------------------------------------------------*
       RAISE-FLUID-ALERT.
           IF DB2-ALERT-ENABLED = 'N'
              GO TO RAISE-FLUID-ALERT-EXIT
           END-IF.

           MOVE 'FLUID BAL' TO DB2-ALERT-TYPE.
           EVALUATE TRUE
             WHEN WS-BALANCE > 9999
               MOVE 9999 TO DB2-ALERT-READING
             WHEN WS-BALANCE < -9999
               MOVE -9999 TO DB2-ALERT-READING
             WHEN OTHER
               MOVE WS-BALANCE TO DB2-ALERT-READING
           END-EVALUATE.

           MOVE ' INSERT ALERT' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO ALERT
                         ( ALERTID, PATIENTID, ALERTTYPE,
                           READING, THRESHOLD, RAISEDDATETIME,
                           ACKFLAG, ESCALATED )
                  VALUES ( DEFAULT, :DB2-PATIENT-ID,
                           :DB2-ALERT-TYPE, :DB2-ALERT-READING,
                           :DB2-ALERT-THRESHOLD, CURRENT TIMESTAMP,
                           'N', 'N' )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-ALERT-COUNT
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       RAISE-FLUID-ALERT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCFBBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
