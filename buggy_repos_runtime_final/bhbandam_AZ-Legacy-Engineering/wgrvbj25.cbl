      ******************************************************************
      *    WGRVBJ25 - End-of-day business-date rollover batch job      *
      *                                                                *
      *    The nightly jobs each took their date from their own        *
      *    parameter record or the machine clock, so after a holiday   *
      *    five files were hand-edited and a standing order falling    *
      *    on a Sunday ran on the Sunday. The bank's business date     *
      *    now lives in one place: the 'BUSDATE' control record on     *
      *    the keyed WBBDTDB file, which WGRVBJ05/07/08/09/11/12/15/24 *
      *    and 26/27/28/29 read instead. Each of those jobs keeps a    *
      *    WBBDTDB record under its own program name with the last     *
      *    business date it completed, and refuses a second run for    *
      *    the same date. This job runs last in the end-of-day         *
      *    schedule and advances the control date to the next          *
      *    business day: a Saturday or Sunday is not a business day, a *
      *    weekday is, and either can be overridden by a WBCALDB bank- *
      *    calendar entry for the date (H holiday - closed, B open). A *
      *    run when the business date is already ahead of the calendar *
      *    date has already rolled tonight and is refused. An          *
      *    optional WGRVBDRC parameter record sets the business date   *
      *    outright instead of advancing it - the first load of the    *
      *    control record, or recovery - and the date must itself be   *
      *    a business day. WGRVBDTR reports the old and new dates and  *
      *    every job's last completed business date, flagging any      *
      *    job that did not complete for the day being closed.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ25.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WBCALDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CAL-REC-KEY
                  FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CRITERIA-FILE ASSIGN TO WGRVBDRC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CRIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVBDTR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Business-date control - key 'BUSDATE' carries the bank's
      * current business date and the one before it; every other key
      * is a batch program name carrying the last business date that
      * job completed
       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD.
           05 BDT-REC-KEY                  PIC X(8).
           05 BDT-DATE                     PIC X(8).
           05 BDT-PRIOR-DATE               PIC X(8).
           05 BDT-STAMP-DATE               PIC X(8).
           05 BDT-STAMP-TIME               PIC X(6).

      * Bank calendar - one record per date that is not what its day
      * of the week says: H a weekday holiday, B a weekend opening
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-REC-KEY.
              10 CAL-DATE                  PIC X(8).
           05 CAL-DAY-TYPE                 PIC X(1).
           05 CAL-DESCRIPTION              PIC X(30).

      * One optional record - a business date (yyyymmdd) to set the
      * control record to instead of advancing it
       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD.
           05 CRIT-SET-DATE                PIC X(8).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'WGRVBJ25------WS'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CAL-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CRIT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-CONTROLS                 VALUE 'Y'.
       01  WS-CONTROL-SWITCH           PIC X     VALUE 'N'.
           88 WS-CONTROL-FOUND                    VALUE 'Y'.
       01  WS-BUS-DAY-SWITCH           PIC X     VALUE 'N'.
           88 WS-BUSINESS-DAY                     VALUE 'Y'.
       01  WS-SET-DATE                  PIC X(8)  VALUE SPACES.
       01  WS-TODAY                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-OLD-BUS-DATE              PIC X(8)  VALUE SPACES.
       01  WS-OLD-PRIOR-DATE            PIC X(8)  VALUE SPACES.
       01  WS-NEW-BUS-DATE              PIC X(8)  VALUE SPACES.
       01  WS-JOB-COUNT                 PIC 9(7)  VALUE ZERO.
       01  WS-BEHIND-COUNT              PIC 9(7)  VALUE ZERO.
      * a calendar with a month of closed days in a row is mis-keyed -
      * the search for the next business day stops there
       01  WS-MAX-CLOSED-DAYS           PIC 9(3)  VALUE 31.
       01  WS-DAYS-TRIED                PIC 9(3)  VALUE ZERO.

      * Day-of-week arithmetic - INTEGER-OF-DATE counts from Monday
      * 1601-01-01 as day 1, so the remainder by 7 is 1 Monday through
      * 6 Saturday and 0 Sunday
       01  WS-CHECK-DATE-NUM            PIC 9(8)  VALUE ZERO.
       01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-NUM
                                         PIC X(8).
       01  WS-CHECK-INTEGER             PIC S9(9) COMP VALUE ZERO.
       01  WS-CHECK-WEEKS               PIC S9(9) COMP VALUE ZERO.
       01  WS-CHECK-WEEKDAY             PIC S9(4) COMP VALUE ZERO.

       01  WS-DATE-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'BUSINESS DATE WAS:  '.
           03 WS-RPT-OLD-DATE           PIC X(8).
           03 FILLER                    PIC X(14)
                                         VALUE '   ROLLED TO: '.
           03 WS-RPT-NEW-DATE           PIC X(8).
           03 FILLER                    PIC X(30) VALUE SPACES.

       01  WS-SET-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'BUSINESS DATE SET:  '.
           03 WS-RPT-SET-DATE           PIC X(8).
           03 FILLER                    PIC X(52) VALUE SPACES.

       01  WS-JOB-LINE.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 WS-RPT-JOB                PIC X(8).
           03 FILLER                    PIC X(16)
                                         VALUE '  LAST RUN FOR: '.
           03 WS-RPT-JOB-DATE           PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-RPT-JOB-NOTE           PIC X(20).
           03 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-BEHIND-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'JOBS NOT COMPLETED: '.
           03 WS-RPT-BEHIND             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           PERFORM READ-SET-DATE.

           OPEN I-O BUSDATE-FILE.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ25 ERROR - OPEN BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ25 ERROR - OPEN CALENDAR-FILE STATUS='
                       WS-CAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-CONTROL-SWITCH.
           MOVE 'BUSDATE' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CONTROL-SWITCH
               MOVE BDT-DATE TO WS-OLD-BUS-DATE
               MOVE BDT-PRIOR-DATE TO WS-OLD-PRIOR-DATE
           ELSE
               IF WS-BDT-FILE-STATUS NOT = '23'
                   DISPLAY 'WGRVBJ25 ERROR - READ BUSDATE-FILE STATUS='
                           WS-BDT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF WS-SET-DATE NOT = SPACES
               PERFORM SET-BUSINESS-DATE
           ELSE
               PERFORM ROLL-BUSINESS-DATE
           END-IF.

           PERFORM WRITE-CONTROL-RECORD.

           OPEN OUTPUT REPORT-FILE.
           IF WS-SET-DATE NOT = SPACES
               MOVE WS-NEW-BUS-DATE TO WS-RPT-SET-DATE
               MOVE WS-SET-LINE TO REPORT-RECORD
           ELSE
               MOVE WS-OLD-BUS-DATE TO WS-RPT-OLD-DATE
               MOVE WS-NEW-BUS-DATE TO WS-RPT-NEW-DATE
               MOVE WS-DATE-LINE TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM LIST-JOB-CONTROLS.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-BEHIND-COUNT TO WS-RPT-BEHIND.
           MOVE WS-BEHIND-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           CLOSE BUSDATE-FILE.
           CLOSE CALENDAR-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'WGRVBJ25 - business date was: ' WS-OLD-BUS-DATE.
           DISPLAY 'WGRVBJ25 - business date now: ' WS-NEW-BUS-DATE.
           DISPLAY 'WGRVBJ25 - jobs not completed: ' WS-BEHIND-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
      * An optional date to set outright - blank or missing means the  *
      * normal advance                                                 *
      *----------------------------------------------------------------*
       READ-SET-DATE.
           OPEN INPUT CRITERIA-FILE.
           IF WS-CRIT-FILE-STATUS = '00'
               READ CRITERIA-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CRIT-FILE-STATUS = '00'
                  AND CRIT-SET-DATE NOT = SPACES
                   MOVE CRIT-SET-DATE TO WS-SET-DATE
               END-IF
               CLOSE CRITERIA-FILE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The set date must be a valid business day - the jobs would     *
      * otherwise post a day the bank was closed                       *
      *----------------------------------------------------------------*
       SET-BUSINESS-DATE.
           IF WS-SET-DATE IS NOT NUMERIC
               DISPLAY 'WGRVBJ25 ERROR - SET DATE NOT YYYYMMDD: '
                       WS-SET-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SET-DATE TO WS-CHECK-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM) NOT = ZERO
               DISPLAY 'WGRVBJ25 ERROR - SET DATE NOT A VALID DATE: '
                       WS-SET-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-BUSINESS-DAY.
           IF NOT WS-BUSINESS-DAY
               DISPLAY 'WGRVBJ25 ERROR - SET DATE NOT A BUSINESS DAY: '
                       WS-SET-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SET-DATE TO WS-NEW-BUS-DATE.
           EXIT.

      *----------------------------------------------------------------*
      * The normal end-of-day advance - refused if the control date is *
      * already past the calendar date (tonight's rollover has run)    *
      *----------------------------------------------------------------*
       ROLL-BUSINESS-DATE.
           IF NOT WS-CONTROL-FOUND
               DISPLAY 'WGRVBJ25 ERROR - NO BUSINESS DATE ON WBBDTDB, '
                       'SET ONE THROUGH WGRVBDRC'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OLD-BUS-DATE > WS-TODAY
               DISPLAY 'WGRVBJ25 ERROR - BUSINESS DATE '
                       WS-OLD-BUS-DATE
                       ' ALREADY AHEAD OF TODAY, NOT ROLLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-OLD-BUS-DATE TO WS-CHECK-DATE.
           MOVE ZERO TO WS-DAYS-TRIED.
           MOVE 'N' TO WS-BUS-DAY-SWITCH.
           PERFORM NEXT-CALENDAR-DAY
               UNTIL WS-BUSINESS-DAY
                  OR WS-DAYS-TRIED NOT < WS-MAX-CLOSED-DAYS.
           IF NOT WS-BUSINESS-DAY
               DISPLAY 'WGRVBJ25 ERROR - NO BUSINESS DAY IN '
                       WS-MAX-CLOSED-DAYS ' DAYS AFTER '
                       WS-OLD-BUS-DATE ', CHECK WBCALDB'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CHECK-DATE TO WS-NEW-BUS-DATE.
           EXIT.

      *----------------------------------------------------------------*
       NEXT-CALENDAR-DAY.
           ADD 1 TO WS-DAYS-TRIED.
           COMPUTE WS-CHECK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM) + 1.
           COMPUTE WS-CHECK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER).
           PERFORM CHECK-BUSINESS-DAY.
           EXIT.

      *----------------------------------------------------------------*
      * Weekdays are open and weekends closed unless WBCALDB says      *
      * otherwise for the date                                         *
      *----------------------------------------------------------------*
       CHECK-BUSINESS-DAY.
           COMPUTE WS-CHECK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM).
           DIVIDE WS-CHECK-INTEGER BY 7 GIVING WS-CHECK-WEEKS
                   REMAINDER WS-CHECK-WEEKDAY.
           IF WS-CHECK-WEEKDAY = 0 OR WS-CHECK-WEEKDAY = 6
               MOVE 'N' TO WS-BUS-DAY-SWITCH
           ELSE
               MOVE 'Y' TO WS-BUS-DAY-SWITCH
           END-IF.

           MOVE WS-CHECK-DATE TO CAL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CAL-FILE-STATUS = '00'
               IF CAL-DAY-TYPE = 'H'
                   MOVE 'N' TO WS-BUS-DAY-SWITCH
               END-IF
               IF CAL-DAY-TYPE = 'B'
                   MOVE 'Y' TO WS-BUS-DAY-SWITCH
               END-IF
           ELSE
               IF WS-CAL-FILE-STATUS NOT = '23'
                   DISPLAY 'WGRVBJ25 ERROR - READ CALENDAR-FILE STATUS='
                           WS-CAL-FILE-STATUS ' DATE=' WS-CHECK-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The day being closed becomes the prior business date - except  *
      * when setting the same date again, which keeps the old prior    *
      *----------------------------------------------------------------*
       WRITE-CONTROL-RECORD.
           MOVE 'BUSDATE' TO BDT-REC-KEY.
           IF WS-CONTROL-FOUND AND WS-OLD-BUS-DATE = WS-NEW-BUS-DATE
               MOVE WS-OLD-PRIOR-DATE TO BDT-PRIOR-DATE
           ELSE
               MOVE WS-OLD-BUS-DATE TO BDT-PRIOR-DATE
           END-IF.
           MOVE WS-NEW-BUS-DATE TO BDT-DATE.
           MOVE WS-TODAY TO BDT-STAMP-DATE.
           MOVE WS-RUN-TIME-RAW(1:6) TO BDT-STAMP-TIME.
           IF WS-CONTROL-FOUND
               REWRITE BUSDATE-RECORD
               END-REWRITE
           ELSE
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ25 ERROR - UPDATE BUSINESS DATE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Every job's last completed business date - a job short of the  *
      * day just closed did not finish it and is flagged               *
      *----------------------------------------------------------------*
       LIST-JOB-CONTROLS.
           MOVE LOW-VALUES TO BDT-REC-KEY.
           START BUSDATE-FILE KEY IS NOT LESS THAN BDT-REC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM READ-NEXT-CONTROL.
           PERFORM REPORT-JOB-CONTROL
               UNTIL WS-NO-MORE-CONTROLS.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-CONTROL.
           IF NOT WS-NO-MORE-CONTROLS
               READ BUSDATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
               IF WS-BDT-FILE-STATUS NOT = '00' AND
                  WS-BDT-FILE-STATUS NOT = '10'
                   DISPLAY 'WGRVBJ25 ERROR - READ BUSDATE-FILE STATUS='
                           WS-BDT-FILE-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       REPORT-JOB-CONTROL.
           IF BDT-REC-KEY NOT = 'BUSDATE'
               ADD 1 TO WS-JOB-COUNT
               MOVE BDT-REC-KEY TO WS-RPT-JOB
               MOVE BDT-DATE TO WS-RPT-JOB-DATE
               MOVE SPACES TO WS-RPT-JOB-NOTE
               IF WS-SET-DATE = SPACES
                  AND BDT-DATE < WS-OLD-BUS-DATE
                   MOVE '** NOT COMPLETED' TO WS-RPT-JOB-NOTE
                   ADD 1 TO WS-BEHIND-COUNT
               END-IF
               MOVE WS-JOB-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM READ-NEXT-CONTROL.
           EXIT.

       END PROGRAM WGRVBJ25.
