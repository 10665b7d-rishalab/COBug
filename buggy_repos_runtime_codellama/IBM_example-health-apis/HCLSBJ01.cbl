      ******************************************************************
      *    HCLSBJ01 - Length-of-stay and readmission monthly batch job *
      *                                                                *
      *    The quality figures management asks for every month, from   *
      *    WARDSTAY over the prior calendar month, to HCLSRPT:         *
      *                                                                *
      *    1. Per ward - the stays that ended on the ward, how many    *
      *       of those were discharges and how many transfers out,     *
      *       and the mean and median length of stay in days. Length   *
      *       of stay is counted on the ward, from the stay's admit    *
      *       to its close.                                            *
      *    2. Every thirty-day readmission - a new admission within    *
      *       thirty days of the patient's last discharge, with both   *
      *       stays' wards and the primary active PROBLEM code at      *
      *       each admission, and the month's readmission rate.        *
      *    3. The twelve-month trend - discharges, mean length of      *
      *       stay, readmissions and rate for each of the last twelve  *
      *       calendar months, oldest first.                           *
      *                                                                *
      *    A transfer (HCWDDB01 01AWRD over an open stay) closes the   *
      *    old stay and opens the new one at the same timestamp, so a  *
      *    stay whose close is another stay's admit is a transfer out  *
      *    and never a discharge, and a stay admitted at another       *
      *    stay's close is never a readmission.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLSBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO HCLSRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCLSBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ROWS                    VALUE 'Y'.
       01  WS-WARD-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-READMIT-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-PREV-WARD                PIC X(4)  VALUE SPACES.
       01  WS-MONTHS-BACK              PIC S9(4) COMP VALUE +0.

      * Running totals for the ward being accumulated, and for all
      * wards
       01  WS-WARD-TOTALS.
           03 WS-WRD-ENDED             PIC 9(7).
           03 WS-WRD-DISCHARGES        PIC 9(7).
           03 WS-WRD-TRANSFERS         PIC 9(7).
           03 WS-WRD-MINUTES           PIC 9(11).
       01  WS-ALL-TOTALS.
           03 WS-ALL-ENDED             PIC 9(7)  VALUE ZERO.
           03 WS-ALL-DISCHARGES        PIC 9(7)  VALUE ZERO.
           03 WS-ALL-TRANSFERS         PIC 9(7)  VALUE ZERO.
           03 WS-ALL-MINUTES           PIC 9(11) VALUE ZERO.

      * The ward's stay lengths in minutes, in ascending order as the
      * cursor returns them - the median is read from the middle
       01  WS-LOS-TABLE.
           03 WS-LOS-MINUTES OCCURS 5000 TIMES
                                       PIC S9(9) COMP.
       01  WS-LOS-MAX                  PIC S9(4) COMP VALUE +5000.
       01  WS-LOS-IDX                  PIC S9(4) COMP VALUE +0.
       01  WS-LOS-MID                  PIC S9(4) COMP VALUE +0.

       01  WS-MEAN-DAYS                PIC 9(5)V9 VALUE ZERO.
       01  WS-MEDIAN-DAYS              PIC 9(5)V9 VALUE ZERO.
       01  WS-RATE-PCT                 PIC 9(3)V9 VALUE ZERO.

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(40)
                 VALUE 'LENGTH OF STAY AND READMISSIONS - MONTH '.
           03 WS-TTL-MONTH             PIC X(7).
           03 FILLER                   PIC X(53) VALUE SPACES.

       01  WS-WARD-HEADING-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'WARD  STAYS ENDED  DISCHARGES  TRANSFERS OUT  MEAN'.
           03 FILLER                   PIC X(50)
                 VALUE ' LOS DAYS  MEDIAN LOS DAYS'.

       01  WS-WARD-LINE.
           03 WS-WL-WARD               PIC X(4).
           03 FILLER                   PIC X(5)  VALUE SPACES.
           03 WS-WL-ENDED              PIC ZZZZZZ9.
           03 FILLER                   PIC X(5)  VALUE SPACES.
           03 WS-WL-DISCHARGES         PIC ZZZZZZ9.
           03 FILLER                   PIC X(8)  VALUE SPACES.
           03 WS-WL-TRANSFERS          PIC ZZZZZZ9.
           03 FILLER                   PIC X(7)  VALUE SPACES.
           03 WS-WL-MEAN               PIC ZZZZ9.9.
           03 FILLER                   PIC X(10) VALUE SPACES.
           03 WS-WL-MEDIAN             PIC ZZZZ9.9.
           03 WS-WL-MEDIAN-X REDEFINES WS-WL-MEDIAN
                                       PIC X(7).
           03 FILLER                   PIC X(26) VALUE SPACES.

       01  WS-READMIT-HEADING-1.
           03 FILLER                   PIC X(50)
             VALUE 'READMISSIONS WITHIN 30 DAYS OF A DISCHARGE       '.
           03 FILLER                   PIC X(50) VALUE SPACES.

       01  WS-READMIT-HEADING-2.
           03 FILLER                   PIC X(50)
             VALUE 'PATIENT    WARD DISCHARGED       PROBLEM    WARD '.
           03 FILLER                   PIC X(50)
             VALUE 'READMITTED       PROBLEM    DAYS'.

       01  WS-READMIT-LINE.
           03 WS-RL-PATIENT            PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-RL-FIRST-WARD         PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-RL-DISCHARGED         PIC X(16).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-RL-FIRST-PROBLEM      PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-RL-SECOND-WARD        PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-RL-READMITTED         PIC X(16).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-RL-SECOND-PROBLEM     PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-RL-DAYS               PIC Z9.
           03 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-RATE-LINE.
           03 FILLER                   PIC X(19)
                                        VALUE 'READMISSION RATE: '.
           03 WS-RT-PCT                PIC ZZ9.9.
           03 FILLER                   PIC X(3)  VALUE '% ('.
           03 WS-RT-READMITS           PIC ZZZZZZ9.
           03 FILLER                   PIC X(4)  VALUE ' OF '.
           03 WS-RT-DISCHARGES         PIC ZZZZZZ9.
           03 FILLER                   PIC X(12) VALUE ' DISCHARGES)'.
           03 FILLER                   PIC X(43) VALUE SPACES.

       01  WS-TREND-HEADING-1.
           03 FILLER                   PIC X(50)
             VALUE 'TWELVE-MONTH TREND                                '.
           03 FILLER                   PIC X(50) VALUE SPACES.

       01  WS-TREND-HEADING-2.
           03 FILLER                   PIC X(50)
             VALUE 'MONTH    DISCHARGES  MEAN LOS DAYS  READMISSIONS  '.
           03 FILLER                   PIC X(50)
             VALUE 'RATE %'.

       01  WS-TREND-LINE.
           03 WS-TL-MONTH              PIC X(7).
           03 FILLER                   PIC X(5)  VALUE SPACES.
           03 WS-TL-DISCHARGES         PIC ZZZZZZ9.
           03 FILLER                   PIC X(8)  VALUE SPACES.
           03 WS-TL-MEAN               PIC ZZZZ9.9.
           03 FILLER                   PIC X(7)  VALUE SPACES.
           03 WS-TL-READMITS           PIC ZZZZZZ9.
           03 FILLER                   PIC X(3)  VALUE SPACES.
           03 WS-TL-RATE               PIC ZZ9.9.
           03 FILLER                   PIC X(44) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-REPORT-MONTH            PIC X(7).
       01  DB2-TREND-MONTH             PIC X(7).
       01  DB2-MONTHS-BACK             PIC S9(4) COMP.
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-LOS-MINUTES             PIC S9(9) COMP.
       01  DB2-END-TYPE                PIC X(1).
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-FIRST-WARD              PIC X(4).
       01  DB2-FIRST-ADMIT             PIC X(26).
       01  DB2-FIRST-DISCH             PIC X(26).
       01  DB2-SECOND-WARD             PIC X(4).
       01  DB2-SECOND-ADMIT            PIC X(26).
       01  DB2-GAP-DAYS                PIC S9(9) COMP.
       01  DB2-ADMIT-DATE              PIC X(10).
       01  DB2-PRB-CODE                PIC X(10).
       01  DB2-DISCHARGES              PIC S9(9) COMP.
       01  DB2-AVG-MINUTES             PIC S9(9) COMP.
       01  DB2-READMITS                PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCLSBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * WARDSTAY datetimes are DB2 TIMESTAMP strings, yyyy-mm-dd in
      * 1-10, so a month is a 7-character prefix compare.

      * Every stay that ended in the month, by ward and shortest
      * first, with its length in minutes and whether the close was
      * a transfer out ('T') or a discharge ('D')
           EXEC SQL
               DECLARE LOSCUR CURSOR FOR
                   SELECT S.WARDCODE,
                          TIMESTAMPDIFF(4, CHAR(
                              TIMESTAMP(S.DISCHARGEDATETIME) -
                              TIMESTAMP(S.ADMITDATETIME))),
                          CASE WHEN EXISTS
                               (SELECT 1 FROM WARDSTAY T
                                 WHERE T.PATIENTID = S.PATIENTID
                                   AND T.ADMITDATETIME =
                                       S.DISCHARGEDATETIME)
                               THEN 'T' ELSE 'D' END
                     FROM WARDSTAY S
                    WHERE S.DISCHARGEDATETIME <> ' '
                      AND SUBSTR(S.DISCHARGEDATETIME, 1, 7) =
                          :DB2-REPORT-MONTH
                 ORDER BY 1, 2
           END-EXEC.

      * Every admission in the month that is not a transfer in, paired
      * with the patient's last close before it when that was within
      * thirty days - the last close before a fresh admission can only
      * have been a discharge
           EXEC SQL
               DECLARE RDMCUR CURSOR FOR
                   SELECT R.PATIENTID, D.WARDCODE, D.ADMITDATETIME,
                          D.DISCHARGEDATETIME, R.WARDCODE,
                          R.ADMITDATETIME,
                          DAYS(TIMESTAMP(R.ADMITDATETIME)) -
                          DAYS(TIMESTAMP(D.DISCHARGEDATETIME))
                     FROM WARDSTAY R, WARDSTAY D
                    WHERE SUBSTR(R.ADMITDATETIME, 1, 7) =
                          :DB2-REPORT-MONTH
                      AND NOT EXISTS
                          (SELECT 1 FROM WARDSTAY T
                            WHERE T.PATIENTID = R.PATIENTID
                              AND T.DISCHARGEDATETIME =
                                  R.ADMITDATETIME)
                      AND D.PATIENTID = R.PATIENTID
                      AND D.DISCHARGEDATETIME =
                          (SELECT MAX(D2.DISCHARGEDATETIME)
                             FROM WARDSTAY D2
                            WHERE D2.PATIENTID = R.PATIENTID
                              AND D2.DISCHARGEDATETIME <> ' '
                              AND D2.DISCHARGEDATETIME <
                                  R.ADMITDATETIME)
                      AND TIMESTAMP(R.ADMITDATETIME) <=
                          TIMESTAMP(D.DISCHARGEDATETIME) + 30 DAYS
                 ORDER BY R.PATIENTID, R.ADMITDATETIME
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * prior calendar month, in the yyyy-mm prefix form
           MOVE 1 TO WS-MONTHS-BACK.
           PERFORM SET-TREND-MONTH.
           MOVE DB2-TREND-MONTH TO DB2-REPORT-MONTH.

           OPEN OUTPUT REPORT-FILE.

           MOVE DB2-REPORT-MONTH TO WS-TTL-MONTH.
           MOVE WS-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM REPORT-WARD-STAYS.
           PERFORM REPORT-READMISSIONS.
           PERFORM REPORT-TWELVE-MONTH-TREND.

           CLOSE REPORT-FILE.

           DISPLAY 'HCLSBJ01 - month reported: ' DB2-REPORT-MONTH.
           DISPLAY 'HCLSBJ01 - wards reported: ' WS-WARD-COUNT.
           DISPLAY 'HCLSBJ01 - stays ended: ' WS-ALL-ENDED.
           DISPLAY 'HCLSBJ01 - thirty-day readmissions: '
                   WS-READMIT-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
      * The yyyy-mm of the month WS-MONTHS-BACK months before the run  *
      *----------------------------------------------------------------*
       SET-TREND-MONTH.
           MOVE WS-MONTHS-BACK TO DB2-MONTHS-BACK.
           MOVE ' SET TREND MONTH' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-TREND-MONTH =
                   SUBSTR(CHAR(CURRENT DATE - :DB2-MONTHS-BACK MONTHS,
                               ISO), 1, 7)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Section 1 - one line per ward from LOSCUR, the ward's lengths  *
      * held in WS-LOS-TABLE until the ward changes so the median can  *
      * be taken, then a line for all wards (mean only).               *
      *----------------------------------------------------------------*
       REPORT-WARD-STAYS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-WARD-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           INITIALIZE WS-WARD-TOTALS.
           MOVE 0 TO WS-LOS-IDX.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL OPEN LOSCUR END-EXEC.
           MOVE ' OPEN LOSCUR' TO EM-SQLREQ.
           PERFORM CHECK-OPEN-SQLCODE.
           PERFORM FETCH-NEXT-STAY
               UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE LOSCUR END-EXEC.

           IF WS-PREV-WARD NOT = SPACES
              PERFORM WRITE-WARD-LINE
           END-IF.

           MOVE 'ALL '            TO WS-WL-WARD.
           MOVE WS-ALL-ENDED      TO WS-WL-ENDED.
           MOVE WS-ALL-DISCHARGES TO WS-WL-DISCHARGES.
           MOVE WS-ALL-TRANSFERS  TO WS-WL-TRANSFERS.
           MOVE ZERO TO WS-MEAN-DAYS.
           IF WS-ALL-ENDED > 0
              COMPUTE WS-MEAN-DAYS ROUNDED =
                      WS-ALL-MINUTES / WS-ALL-ENDED / 1440
           END-IF.
           MOVE WS-MEAN-DAYS      TO WS-WL-MEAN.
           MOVE SPACES            TO WS-WL-MEDIAN-X.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-WARD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-NEXT-STAY.
           MOVE ' FETCH LOSCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH LOSCUR
               INTO :DB2-WARD-CODE, :DB2-LOS-MINUTES, :DB2-END-TYPE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-WARD-CODE NOT = WS-PREV-WARD
                  IF WS-PREV-WARD NOT = SPACES
                     PERFORM WRITE-WARD-LINE
                  END-IF
                  INITIALIZE WS-WARD-TOTALS
                  MOVE 0 TO WS-LOS-IDX
                  MOVE DB2-WARD-CODE TO WS-PREV-WARD
               END-IF
               PERFORM ACCUMULATE-STAY
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * A ward ending more stays in a month than the table holds keeps *
      * its counts and mean exact; its median is taken over the first  *
      * WS-LOS-MAX, and the job log says so.                           *
      *----------------------------------------------------------------*
       ACCUMULATE-STAY.
           ADD 1 TO WS-WRD-ENDED.
           ADD 1 TO WS-ALL-ENDED.
           IF DB2-END-TYPE = 'T'
              ADD 1 TO WS-WRD-TRANSFERS
              ADD 1 TO WS-ALL-TRANSFERS
           ELSE
              ADD 1 TO WS-WRD-DISCHARGES
              ADD 1 TO WS-ALL-DISCHARGES
           END-IF.
           IF DB2-LOS-MINUTES > 0
              ADD DB2-LOS-MINUTES TO WS-WRD-MINUTES
              ADD DB2-LOS-MINUTES TO WS-ALL-MINUTES
           END-IF.
           IF WS-LOS-IDX < WS-LOS-MAX
              ADD 1 TO WS-LOS-IDX
              MOVE DB2-LOS-MINUTES TO WS-LOS-MINUTES (WS-LOS-IDX)
           ELSE
              IF WS-LOS-IDX = WS-LOS-MAX
                 DISPLAY 'HCLSBJ01 - ward ' DB2-WARD-CODE
                         ' over table size, median partial'
                 ADD 1 TO WS-LOS-IDX
              END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Mean from the minutes total, median from the middle of the     *
      * ascending table (the average of the two middle stays when the  *
      * count is even), both in days.                                  *
      *----------------------------------------------------------------*
       WRITE-WARD-LINE.
           ADD 1 TO WS-WARD-COUNT.
           IF WS-LOS-IDX > WS-LOS-MAX
              MOVE WS-LOS-MAX TO WS-LOS-IDX
           END-IF.

           MOVE ZERO TO WS-MEAN-DAYS.
           MOVE ZERO TO WS-MEDIAN-DAYS.
           IF WS-WRD-ENDED > 0
              COMPUTE WS-MEAN-DAYS ROUNDED =
                      WS-WRD-MINUTES / WS-WRD-ENDED / 1440
           END-IF.
           IF WS-LOS-IDX > 0
              DIVIDE WS-LOS-IDX BY 2 GIVING WS-LOS-MID
              IF WS-LOS-MID * 2 = WS-LOS-IDX
                 COMPUTE WS-MEDIAN-DAYS ROUNDED =
                         (WS-LOS-MINUTES (WS-LOS-MID) +
                          WS-LOS-MINUTES (WS-LOS-MID + 1)) / 2 / 1440
              ELSE
                 ADD 1 TO WS-LOS-MID
                 COMPUTE WS-MEDIAN-DAYS ROUNDED =
                         WS-LOS-MINUTES (WS-LOS-MID) / 1440
              END-IF
           END-IF.

           MOVE WS-PREV-WARD      TO WS-WL-WARD.
           MOVE WS-WRD-ENDED      TO WS-WL-ENDED.
           MOVE WS-WRD-DISCHARGES TO WS-WL-DISCHARGES.
           MOVE WS-WRD-TRANSFERS  TO WS-WL-TRANSFERS.
           MOVE WS-MEAN-DAYS      TO WS-WL-MEAN.
           MOVE WS-MEDIAN-DAYS    TO WS-WL-MEDIAN.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-WARD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Section 2 - the month's readmissions from RDMCUR, then the     *
      * rate against the month's discharges                            *
      *----------------------------------------------------------------*
       REPORT-READMISSIONS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-READMIT-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-READMIT-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL OPEN RDMCUR END-EXEC.
           MOVE ' OPEN RDMCUR' TO EM-SQLREQ.
           PERFORM CHECK-OPEN-SQLCODE.
           PERFORM FETCH-NEXT-READMISSION
               UNTIL WS-NO-MORE-ROWS.
           EXEC SQL CLOSE RDMCUR END-EXEC.

           MOVE ZERO TO WS-RATE-PCT.
           IF WS-ALL-DISCHARGES > 0
              COMPUTE WS-RATE-PCT ROUNDED =
                      WS-READMIT-COUNT * 100 / WS-ALL-DISCHARGES
           END-IF.
           MOVE WS-RATE-PCT       TO WS-RT-PCT.
           MOVE WS-READMIT-COUNT  TO WS-RT-READMITS.
           MOVE WS-ALL-DISCHARGES TO WS-RT-DISCHARGES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-RATE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-NEXT-READMISSION.
           MOVE ' FETCH RDMCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH RDMCUR
               INTO :DB2-PATIENT-ID, :DB2-FIRST-WARD,
                    :DB2-FIRST-ADMIT, :DB2-FIRST-DISCH,
                    :DB2-SECOND-WARD, :DB2-SECOND-ADMIT,
                    :DB2-GAP-DAYS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-READMISSION-LINE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-READMISSION-LINE.
           ADD 1 TO WS-READMIT-COUNT.
           MOVE DB2-PATIENT-ID         TO WS-RL-PATIENT.
           MOVE DB2-FIRST-WARD         TO WS-RL-FIRST-WARD.
           MOVE DB2-FIRST-DISCH(1:16)  TO WS-RL-DISCHARGED.
           MOVE DB2-FIRST-ADMIT(1:10)  TO DB2-ADMIT-DATE.
           PERFORM GET-ADMISSION-PROBLEM.
           MOVE DB2-PRB-CODE           TO WS-RL-FIRST-PROBLEM.
           MOVE DB2-SECOND-WARD        TO WS-RL-SECOND-WARD.
           MOVE DB2-SECOND-ADMIT(1:16) TO WS-RL-READMITTED.
           MOVE DB2-SECOND-ADMIT(1:10) TO DB2-ADMIT-DATE.
           PERFORM GET-ADMISSION-PROBLEM.
           MOVE DB2-PRB-CODE           TO WS-RL-SECOND-PROBLEM.
           MOVE DB2-GAP-DAYS           TO WS-RL-DAYS.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-READMIT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * The primary problem at an admission - the active PROBLEM row   *
      * with the latest onset on or before the admit date, the same    *
      * choice HCCLBJ01 makes for the claim diagnosis. None leaves the *
      * column blank.                                                  *
      *----------------------------------------------------------------*
       GET-ADMISSION-PROBLEM.
           MOVE SPACES TO DB2-PRB-CODE.
           MOVE ' SELECT ADMISSION PROBLEM' TO EM-SQLREQ.
           EXEC SQL
               SELECT PROBLEMCODE
                 INTO :DB2-PRB-CODE
                 FROM PROBLEM
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'A'
                  AND ONSETDATE <= :DB2-ADMIT-DATE
                ORDER BY ONSETDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACES TO DB2-PRB-CODE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE SPACES TO DB2-PRB-CODE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Section 3 - one line per month, twelve months back to last     *
      * month, on the same discharge and readmission rules as above    *
      *----------------------------------------------------------------*
       REPORT-TWELVE-MONTH-TREND.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TREND-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TREND-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 12 TO WS-MONTHS-BACK.
           PERFORM WRITE-TREND-LINE
               UNTIL WS-MONTHS-BACK < 1.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-TREND-LINE.
           PERFORM SET-TREND-MONTH.

      * mean length over every stay ended in the month, as section 1
           MOVE 0 TO DB2-AVG-MINUTES.
           MOVE ' SELECT TREND LENGTH' TO EM-SQLREQ.
           EXEC SQL
               SELECT COALESCE(AVG(TIMESTAMPDIFF(4, CHAR(
                          TIMESTAMP(DISCHARGEDATETIME) -
                          TIMESTAMP(ADMITDATETIME)))), 0)
                 INTO :DB2-AVG-MINUTES
                 FROM WARDSTAY
                WHERE DISCHARGEDATETIME <> ' '
                  AND SUBSTR(DISCHARGEDATETIME, 1, 7) =
                      :DB2-TREND-MONTH
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           MOVE 0 TO DB2-DISCHARGES.
           MOVE ' SELECT TREND DISCHARGES' TO EM-SQLREQ.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-DISCHARGES
                 FROM WARDSTAY S
                WHERE S.DISCHARGEDATETIME <> ' '
                  AND SUBSTR(S.DISCHARGEDATETIME, 1, 7) =
                      :DB2-TREND-MONTH
                  AND NOT EXISTS
                      (SELECT 1 FROM WARDSTAY T
                        WHERE T.PATIENTID = S.PATIENTID
                          AND T.ADMITDATETIME = S.DISCHARGEDATETIME)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           MOVE 0 TO DB2-READMITS.
           MOVE ' SELECT TREND READMITS' TO EM-SQLREQ.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-READMITS
                 FROM WARDSTAY R
                WHERE SUBSTR(R.ADMITDATETIME, 1, 7) =
                      :DB2-TREND-MONTH
                  AND NOT EXISTS
                      (SELECT 1 FROM WARDSTAY T
                        WHERE T.PATIENTID = R.PATIENTID
                          AND T.DISCHARGEDATETIME = R.ADMITDATETIME)
                  AND EXISTS
                      (SELECT 1 FROM WARDSTAY D
                        WHERE D.PATIENTID = R.PATIENTID
                          AND D.DISCHARGEDATETIME <> ' '
                          AND D.DISCHARGEDATETIME < R.ADMITDATETIME
                          AND TIMESTAMP(R.ADMITDATETIME) <=
                              TIMESTAMP(D.DISCHARGEDATETIME) + 30 DAYS)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           COMPUTE WS-MEAN-DAYS ROUNDED = DB2-AVG-MINUTES / 1440.
           MOVE ZERO TO WS-RATE-PCT.
           IF DB2-DISCHARGES > 0
              COMPUTE WS-RATE-PCT ROUNDED =
                      DB2-READMITS * 100 / DB2-DISCHARGES
           END-IF.
           MOVE DB2-TREND-MONTH TO WS-TL-MONTH.
           MOVE DB2-DISCHARGES  TO WS-TL-DISCHARGES.
           MOVE WS-MEAN-DAYS    TO WS-TL-MEAN.
           MOVE DB2-READMITS    TO WS-TL-READMITS.
           MOVE WS-RATE-PCT     TO WS-TL-RATE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-TREND-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           SUBTRACT 1 FROM WS-MONTHS-BACK.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-OPEN-SQLCODE.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCLSBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
