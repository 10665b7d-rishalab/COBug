      ******************************************************************
      *    HCRFBJ01 - Overdue referral weekly batch job                *
      *                                                                *
      *    Every REFERRAL (HCRFDB01) not yet CLOSED that has sat at    *
      *    its current status longer than its urgency allows, to       *
      *    HCRFOVD grouped under the referring user, so each referrer  *
      *    gets one list to chase instead of finding out when the      *
      *    patient comes back. Days allowed at each status:            *
      *                                                                *
      *                  SENT  ACKNOWLEDGED  BOOKED  SEEN              *
      *       U urgent     2         3          14      7              *
      *       S soon       7         7          42     14              *
      *       R routine   14        14         120     30              *
      *                                                                *
      *    SEEN waits on the specialist's letter back before the       *
      *    referral can be CLOSED. A patient recorded DECEASED is left *
      *    off the list.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRFBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERDUE-FILE ASSIGN TO HCRFOVD
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERDUE-FILE
           RECORDING MODE IS F.
       01  OVERDUE-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRFBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-REFERRALS               VALUE 'Y'.
       01  WS-OPEN-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-OVERDUE-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-USER-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-PREV-USER                PIC X(8)  VALUE SPACES.

      * Days allowed at a status, by urgency (row: U, S, R) and status
      * (column: SENT, ACKNOWLEDGED, BOOKED, SEEN)
       01  WS-LIMIT-VALUES.
           03 FILLER                   PIC X(12) VALUE '002003014007'.
           03 FILLER                   PIC X(12) VALUE '007007042014'.
           03 FILLER                   PIC X(12) VALUE '014014120030'.
       01  WS-LIMIT-TABLE REDEFINES WS-LIMIT-VALUES.
           03 WS-LIMIT-URGENCY OCCURS 3 TIMES.
              05 WS-LIMIT-DAYS         PIC 9(3) OCCURS 4 TIMES.
       01  WS-URGENCY-IDX              PIC S9(4) COMP VALUE +0.
       01  WS-STATUS-IDX               PIC S9(4) COMP VALUE +0.
       01  WS-ALLOWED-DAYS             PIC 9(3)  VALUE ZERO.

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'REFERRALS OVERDUE AT THEIR STATUS - BY REFERRING U'.
           03 FILLER                   PIC X(50)
                 VALUE 'SER'.

       01  WS-USER-HEADER-LINE.
           03 FILLER                   PIC X(16)
                                        VALUE 'REFERRING USER: '.
           03 WS-HDR-USER              PIC X(8).
           03 FILLER                   PIC X(76) VALUE SPACES.

       01  WS-HEADING-LINE.
           03 FILLER                   PIC X(50)
             VALUE '  PATIENT    LAST NAME       REFERRAL  SPECIALTY  '.
           03 FILLER                   PIC X(50)
             VALUE '     U STATUS       SINCE      DAYS ALLOWED'.

       01  WS-OVERDUE-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-OV-PATIENT            PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-OV-LAST-NAME          PIC X(15).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-OV-REFERRAL           PIC 9(9).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-OV-SPECIALTY          PIC X(15).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-OV-URGENCY            PIC X(1).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-OV-STATUS             PIC X(12).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-OV-SINCE              PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-OV-DAYS               PIC ZZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-OV-ALLOWED            PIC ZZZ9.
           03 FILLER                   PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-REF-USER                PIC X(8).
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-LAST-NAME               PIC X(20).
       01  DB2-REFERRAL-ID             PIC S9(9) COMP.
       01  DB2-SPECIALTY               PIC X(15).
       01  DB2-URGENCY                 PIC X(1).
       01  DB2-STATUS                  PIC X(12).
       01  DB2-STATUS-DTIME            PIC X(26).
       01  DB2-DAYS-AT-STATUS          PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCRFBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every open referral with the whole days since its status was
      * set - referrer order so the list splits per user, longest
      * waits first within each
           EXEC SQL
               DECLARE OVDCUR CURSOR FOR
                   SELECT R.REFERRINGUSER, R.PATIENTID, P.LASTNAME,
                          R.REFERRALID, R.SPECIALTY, R.URGENCY,
                          R.STATUS, R.STATUSDATETIME,
                          DAYS(CURRENT DATE) -
                          DAYS(TIMESTAMP(R.STATUSDATETIME))
                     FROM REFERRAL R, PATIENT P
                    WHERE R.PATIENTID = P.PATIENTID
                      AND R.STATUS <> 'CLOSED'
                      AND P.DECEASED <> 'Y'
                 ORDER BY R.REFERRINGUSER, 9 DESC
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN OUTPUT OVERDUE-FILE.

           MOVE WS-TITLE-LINE TO OVERDUE-RECORD.
           WRITE OVERDUE-RECORD.

           EXEC SQL OPEN OVDCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN OVDCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-REFERRAL
               UNTIL WS-NO-MORE-REFERRALS.

           EXEC SQL CLOSE OVDCUR END-EXEC.

           CLOSE OVERDUE-FILE.

           DISPLAY 'HCRFBJ01 - open referrals checked: '
                   WS-OPEN-COUNT.
           DISPLAY 'HCRFBJ01 - overdue referrals: ' WS-OVERDUE-COUNT.
           DISPLAY 'HCRFBJ01 - referring users listed: '
                   WS-USER-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       PROCESS-NEXT-REFERRAL.
           MOVE ' FETCH OVDCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH OVDCUR
               INTO :DB2-REF-USER, :DB2-PATIENT-ID,
                    :DB2-LAST-NAME, :DB2-REFERRAL-ID,
                    :DB2-SPECIALTY, :DB2-URGENCY,
                    :DB2-STATUS, :DB2-STATUS-DTIME,
                    :DB2-DAYS-AT-STATUS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-OPEN-COUNT
               PERFORM CHECK-REFERRAL-OVERDUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Look up the days allowed for the referral's urgency and status *
      * - an urgency or status outside the table is held to the        *
      * routine limit for SENT so it still surfaces.                   *
      *----------------------------------------------------------------*
       CHECK-REFERRAL-OVERDUE.
           EVALUATE DB2-URGENCY
             WHEN 'U'
               MOVE 1 TO WS-URGENCY-IDX
             WHEN 'S'
               MOVE 2 TO WS-URGENCY-IDX
             WHEN OTHER
               MOVE 3 TO WS-URGENCY-IDX
           END-EVALUATE.
           EVALUATE DB2-STATUS
             WHEN 'ACKNOWLEDGED'
               MOVE 2 TO WS-STATUS-IDX
             WHEN 'BOOKED'
               MOVE 3 TO WS-STATUS-IDX
             WHEN 'SEEN'
               MOVE 4 TO WS-STATUS-IDX
             WHEN OTHER
               MOVE 1 TO WS-STATUS-IDX
           END-EVALUATE.
           MOVE WS-LIMIT-DAYS (WS-URGENCY-IDX, WS-STATUS-IDX)
             TO WS-ALLOWED-DAYS.

           IF DB2-DAYS-AT-STATUS > WS-ALLOWED-DAYS
              PERFORM WRITE-OVERDUE-LINE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One header per referring user, then one line per referral      *
      *----------------------------------------------------------------*
       WRITE-OVERDUE-LINE.
           IF DB2-REF-USER NOT = WS-PREV-USER
              ADD 1 TO WS-USER-COUNT
              MOVE SPACES TO OVERDUE-RECORD
              WRITE OVERDUE-RECORD
              MOVE DB2-REF-USER TO WS-HDR-USER
              MOVE WS-USER-HEADER-LINE TO OVERDUE-RECORD
              WRITE OVERDUE-RECORD
              MOVE WS-HEADING-LINE TO OVERDUE-RECORD
              WRITE OVERDUE-RECORD
              MOVE DB2-REF-USER TO WS-PREV-USER
           END-IF.

           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE DB2-PATIENT-ID         TO WS-OV-PATIENT.
           MOVE DB2-LAST-NAME          TO WS-OV-LAST-NAME.
           MOVE DB2-REFERRAL-ID        TO WS-OV-REFERRAL.
           MOVE DB2-SPECIALTY          TO WS-OV-SPECIALTY.
           MOVE DB2-URGENCY            TO WS-OV-URGENCY.
           MOVE DB2-STATUS             TO WS-OV-STATUS.
           MOVE DB2-STATUS-DTIME(1:10) TO WS-OV-SINCE.
           MOVE DB2-DAYS-AT-STATUS     TO WS-OV-DAYS.
           MOVE WS-ALLOWED-DAYS        TO WS-OV-ALLOWED.
           MOVE SPACES TO OVERDUE-RECORD.
           MOVE WS-OVERDUE-LINE TO OVERDUE-RECORD.
           WRITE OVERDUE-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCRFBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
