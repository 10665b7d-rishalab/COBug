      ******************************************************************
      *    WGRVBJ28 - Daily fraud-hold report                          *
      *                                                                *
      *    Transfers (WGRVXFER) and teller withdrawals (WGRVPOST) that *
      *    the WGRVFRCK fraud rules stop - over the hold threshold,    *
      *    soon after a name, address or phone change or a PIN unlock  *
      *    on the customer - are queued on the keyed WBFHLDDB file for *
      *    a supervisor to release or reject on the WGRVFRVW review    *
      *    screen. This job reads the queue once per section and lists *
      *    on WGRVFHRR the items held, the items released and the      *
      *    items rejected since the previous business date, up to and  *
      *    including the business date on the WBBDTDB control record,  *
      *    with a count and amount for each and the number still       *
      *    awaiting a decision however old. Nothing is changed. A      *
      *    second run for the same business date is refused.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ28.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDQ-FILE ASSIGN TO WBFHLDDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FHQ-REC-KEY
                  FILE STATUS IS WS-FHQ-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVFHRR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Fraud-hold queue - the layout WGRVXFER and WGRVPOST write and
      * WGRVFRVW decides; key fields lead the record
       FD  HOLDQ-FILE.
       01  FRAUD-HOLD-RECORD.
           05 FHQ-REC-KEY.
              10 FHQ-HELD-DATE             PIC X(8).
              10 FHQ-HELD-TIME             PIC X(6).
              10 FHQ-HELD-TASK             PIC 9(7).
           05 FHQ-KIND                     PIC X(1).
               88 FHQ-TRANSFER             VALUE 'X'.
               88 FHQ-WITHDRAWAL           VALUE 'W'.
           05 FHQ-SSN                      PIC X(9).
           05 FHQ-FROM-NUM                 PIC X(10).
           05 FHQ-TO-SSN                   PIC X(9).
           05 FHQ-TO-NUM                   PIC X(10).
           05 FHQ-AMOUNT                   PIC S9(16)V99 COMP-3.
           05 FHQ-PENALTY-AMOUNT           PIC S9(16)V99 COMP-3.
           05 FHQ-EARLY-BREAK              PIC X(1).
           05 FHQ-REASON                   PIC X(30).
           05 FHQ-CHANGE-DATE              PIC X(8).
           05 FHQ-HELD-BY                  PIC X(8).
           05 FHQ-STATUS                   PIC X(1).
               88 FHQ-PENDING              VALUE 'P'.
               88 FHQ-RELEASED             VALUE 'R'.
               88 FHQ-REJECTED             VALUE 'J'.
           05 FHQ-DECIDED-BY               PIC X(8).
           05 FHQ-DECIDED-DATE             PIC X(8).
           05 FHQ-DECIDED-TIME             PIC X(6).

      * Business-date control - 'BUSDATE' carries the bank's current
      * business date; the record under this program's name carries
      * the last business date it completed
       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD.
           05 BDT-REC-KEY                  PIC X(8).
           05 BDT-DATE                     PIC X(8).
           05 BDT-PRIOR-DATE               PIC X(8).
           05 BDT-STAMP-DATE               PIC X(8).
           05 BDT-STAMP-TIME               PIC X(6).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'WGRVBJ28------WS'.
       01  WS-FHQ-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ITEMS                    VALUE 'Y'.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
      * Items dated after this and up to the business date are today's
       01  WS-PRIOR-BUS-DATE            PIC X(8)  VALUE SPACES.

      * Which section the current pass over the queue reports:
      * H held, R released, J rejected
       01  WS-SECTION                   PIC X(1)  VALUE SPACE.
           88 WS-HELD-SECTION                     VALUE 'H'.
           88 WS-RELEASED-SECTION                 VALUE 'R'.
           88 WS-REJECTED-SECTION                 VALUE 'J'.
       01  WS-ITEM-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-SECTION-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-SECTION-TOTAL             PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-HELD-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-RELEASED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-PENDING-COUNT             PIC 9(7)  VALUE ZERO.

       01  WS-REPORT-HEADING.
           03 FILLER                    PIC X(40)
              VALUE 'FRAUD-HOLD REPORT - BUSINESS DATE       '.
           03 WS-RPH-DATE               PIC X(8).
           03 FILLER                    PIC X(14)
                                         VALUE '  AFTER       '.
           03 WS-RPH-PRIOR              PIC X(8).
           03 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-SECTION-HEADING.
           03 WS-SCH-TITLE              PIC X(40).
           03 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-SECTION-COLUMNS.
           03 FILLER                    PIC X(40)
              VALUE 'DATE     K FROM-ACCT  TO-ACCT           '.
           03 FILLER                    PIC X(40)
              VALUE '   AMOUNT BY       CHANGED              '.

       01  WS-ITEM-LINE.
           03 WS-ITL-DATE               PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITL-KIND               PIC X(1).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITL-FROM               PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITL-TO                 PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITL-AMOUNT             PIC -(12)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITL-BY                 PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITL-REASON             PIC X(21).

       01  WS-SECTION-TOTAL-LINE.
           03 WS-STL-LABEL              PIC X(20).
           03 WS-RPT-COUNT              PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-RPT-TOTAL              PIC -(14)9.99.
           03 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-PENDING-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'STILL PENDING:      '.
           03 WS-RPT-PENDING            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-RPH-DATE.
           MOVE WS-PRIOR-BUS-DATE TO WS-RPH-PRIOR.
           MOVE WS-REPORT-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'H' TO WS-SECTION.
           MOVE 'ITEMS HELD FOR REVIEW' TO WS-SCH-TITLE.
           MOVE 'ITEMS HELD:' TO WS-STL-LABEL.
           PERFORM REPORT-SECTION.
           MOVE WS-SECTION-COUNT TO WS-HELD-COUNT.

           MOVE 'R' TO WS-SECTION.
           MOVE 'ITEMS RELEASED AND POSTED' TO WS-SCH-TITLE.
           MOVE 'ITEMS RELEASED:' TO WS-STL-LABEL.
           PERFORM REPORT-SECTION.
           MOVE WS-SECTION-COUNT TO WS-RELEASED-COUNT.

           MOVE 'J' TO WS-SECTION.
           MOVE 'ITEMS REJECTED - NOT POSTED' TO WS-SCH-TITLE.
           MOVE 'ITEMS REJECTED:' TO WS-STL-LABEL.
           PERFORM REPORT-SECTION.
           MOVE WS-SECTION-COUNT TO WS-REJECTED-COUNT.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-PENDING-COUNT TO WS-RPT-PENDING.
           MOVE WS-PENDING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ28 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ28 - items held: ' WS-HELD-COUNT.
           DISPLAY 'WGRVBJ28 - items released: ' WS-RELEASED-COUNT.
           DISPLAY 'WGRVBJ28 - items rejected: ' WS-REJECTED-COUNT.
           DISPLAY 'WGRVBJ28 - still pending: ' WS-PENDING-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
      * The business date is the bank's control date on WBBDTDB,       *
      * advanced by the WGRVBJ25 end-of-day rollover; the control      *
      * record's prior date opens the day's window. No control record, *
      * or this job having already completed for the date, stops the   *
      * run before anything is read.                                   *
      *----------------------------------------------------------------*
       READ-BUSINESS-DATE.
           OPEN I-O BUSDATE-FILE.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ28 ERROR - OPEN BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ28 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.
           MOVE BDT-PRIOR-DATE TO WS-PRIOR-BUS-DATE.

           MOVE 'WGRVBJ28' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ28 ERROR - ALREADY RUN FOR BUSINESS DATE '
                       BDT-DATE ', NOT RUN AGAIN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The run completed - record the business date against this job  *
      * so a second run for it is refused                              *
      *----------------------------------------------------------------*
       MARK-BUSINESS-DATE-RUN.
           MOVE 'WGRVBJ28' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
               MOVE BDT-DATE TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               REWRITE BUSDATE-RECORD
               END-REWRITE
           ELSE
               MOVE 'WGRVBJ28' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ28 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.

      *----------------------------------------------------------------*
      * One pass over the queue for the section in WS-SECTION - the    *
      * heading, every item in the day's window, then its total        *
      *----------------------------------------------------------------*
       REPORT-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-TOTAL.
           MOVE 'N' TO WS-EOF-SWITCH.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-SECTION-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-SECTION-COLUMNS TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           OPEN INPUT HOLDQ-FILE.
           IF WS-FHQ-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ28 ERROR - OPEN HOLDQ-FILE STATUS='
                       WS-FHQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-NEXT-ITEM.
           PERFORM REPORT-ITEM
               UNTIL WS-NO-MORE-ITEMS.
           CLOSE HOLDQ-FILE.

           MOVE WS-SECTION-COUNT TO WS-RPT-COUNT.
           MOVE WS-SECTION-TOTAL TO WS-RPT-TOTAL.
           MOVE WS-SECTION-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       READ-NEXT-ITEM.
           READ HOLDQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-FHQ-FILE-STATUS NOT = '00' AND
              WS-FHQ-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ28 ERROR - READ HOLDQ-FILE STATUS='
                       WS-FHQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * A held item belongs to the day it was held; a released or      *
      * rejected one to the day it was decided. The held pass also     *
      * counts everything still awaiting a decision.                   *
      *----------------------------------------------------------------*
       REPORT-ITEM.
           MOVE SPACES TO WS-ITEM-DATE.
           EVALUATE TRUE
               WHEN WS-HELD-SECTION
                   MOVE FHQ-HELD-DATE TO WS-ITEM-DATE
                   MOVE FHQ-HELD-BY TO WS-ITL-BY
                   IF FHQ-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               WHEN WS-RELEASED-SECTION
                   IF FHQ-RELEASED
                       MOVE FHQ-DECIDED-DATE TO WS-ITEM-DATE
                       MOVE FHQ-DECIDED-BY TO WS-ITL-BY
                   END-IF
               WHEN WS-REJECTED-SECTION
                   IF FHQ-REJECTED
                       MOVE FHQ-DECIDED-DATE TO WS-ITEM-DATE
                       MOVE FHQ-DECIDED-BY TO WS-ITL-BY
                   END-IF
           END-EVALUATE.

           IF WS-ITEM-DATE NOT = SPACES
              AND WS-ITEM-DATE > WS-PRIOR-BUS-DATE
              AND WS-ITEM-DATE NOT > WS-BUSINESS-DATE
               MOVE WS-ITEM-DATE TO WS-ITL-DATE
               MOVE FHQ-KIND TO WS-ITL-KIND
               MOVE FHQ-FROM-NUM TO WS-ITL-FROM
               MOVE FHQ-TO-NUM TO WS-ITL-TO
               MOVE FHQ-AMOUNT TO WS-ITL-AMOUNT
               MOVE FHQ-REASON TO WS-ITL-REASON
               MOVE WS-ITEM-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-SECTION-COUNT
               ADD FHQ-AMOUNT TO WS-SECTION-TOTAL
           END-IF.

           PERFORM READ-NEXT-ITEM.
           EXIT.

       END PROGRAM WGRVBJ28.
