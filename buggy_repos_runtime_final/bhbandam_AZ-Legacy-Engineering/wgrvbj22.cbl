      ******************************************************************
      *    WGRVBJ22 - Nightly sanctions rescreen                       *
      *                                                                *
      *    Runs every night after the WGRVBJ21 slot. When the WGRVSDNC *
      *    control record shows a list date later than the one last    *
      *    screened against (kept on WGRVSDNS), every customer on      *
      *    WBCUSTDB is screened against the new WBSANCDB on the same   *
      *    normalized name and street/city keys WTIADDC uses at add    *
      *    time. For a customer who hits:                              *
      *      - no WBSCRNDB record yet - one is written in pending      *
      *        status, which blocks WGRVPOST, WGRVXFER and WGRVOPEN,   *
      *        and the customer is listed as a NEW HIT;                *
      *      - already pending or confirmed - counted, nothing else;   *
      *      - cleared by compliance against the same list entry -     *
      *        left cleared, the false match having been worked;       *
      *      - cleared against a different entry - reopened as         *
      *        pending and listed as a NEW HIT.                        *
      *    With no new list the job reports so and ends. WGRVSDNS is   *
      *    only moved on when the whole file screened without an I/O   *
      *    error, so a failed run is simply rerun.                     *
      *    New hits and the run totals go to WGRVSDNR.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ22.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO WGRVSDNC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT SCREENED-FILE ASSIGN TO WGRVSDNS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LAST-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO WBCUSTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CUST-REC-KEY
                  FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT SANCTIONS-FILE ASSIGN TO WBSANCDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SANC-REC-KEY
                  FILE STATUS IS WS-SANC-FILE-STATUS.
           SELECT SCREEN-FILE ASSIGN TO WBSCRNDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SCRN-SSN
                  FILE STATUS IS WS-SCRN-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVSDNR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Control record written by WGRVBJ21 at each list load
       FD  CONTROL-FILE.
       01  SANC-CONTROL-RECORD.
           05 CTL-LIST-DATE                PIC X(8).
           05 CTL-LOAD-DATE                PIC X(8).
           05 CTL-ENTRY-COUNT              PIC 9(7).
           05 CTL-KEY-COUNT                PIC 9(7).

      * The list date the customer file was last fully screened on
       FD  SCREENED-FILE.
       01  SCREENED-RECORD.
           05 LAST-LIST-DATE               PIC X(8).
           05 LAST-SCREEN-DATE             PIC X(8).

       FD  CUSTOMER-FILE.
       01 CUST-REC-KEY.
           05 NAME                         PIC X(30).
       01  CUSTOMER-RECORD.
           05 CUSTOMER-NAME             PIC X(30).
           05 CUSTOMER-SSN              PIC X(9).
           05 CUSTOMER-ADDRESS.
              10 CUSTOMER-STREET        PIC X(20).
              10 CUSTOMER-CITY          PIC X(10).
              10 CUSTOMER-STATE         PIC X(4).
              10 CUSTOMER-ZIP           PIC 9(5).
           05 CUSTOMER-PHONE            PIC X(13).
           05 CUSTOMER-ACCESS-PIN       PIC X(4).
           05 CUSTOMER-PIN-FAILS        PIC 9(1).
           05 CUSTOMER-LOCK-FLAG        PIC X(1).
           05 CUSTOMER-CYCLE-CODE       PIC X(1).

      * key fields lead the record - the list as WGRVBJ21 loaded it
       FD  SANCTIONS-FILE.
       01  SANCTIONS-RECORD.
           05 SANC-REC-KEY.
              10 SANC-MATCH-TYPE           PIC X(1).
              10 SANC-MATCH-VALUE          PIC X(40).
           05 SANC-ENTRY-ID                PIC X(10).
           05 SANC-LIST-DATE               PIC X(8).

      * key fields lead the record - the compliance review record the
      * online programs check before any activity
       FD  SCREEN-FILE.
       01  SCREEN-RECORD.
           05 SCRN-SSN                     PIC X(9).
           05 SCRN-STATUS                  PIC X(1).
              88 SCRN-PENDING              VALUE 'P'.
              88 SCRN-CLEARED              VALUE 'C'.
              88 SCRN-CONFIRMED            VALUE 'X'.
           05 SCRN-MATCH-TYPE              PIC X(1).
           05 SCRN-ENTRY-ID                PIC X(10).
           05 SCRN-MATCH-VALUE             PIC X(40).
           05 SCRN-HIT-DATE                PIC X(8).
           05 SCRN-SOURCE                  PIC X(8).
           05 SCRN-REVIEWED-BY             PIC X(8).
           05 SCRN-REVIEWED-DATE           PIC X(8).

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
                                        VALUE 'WGRVBJ22------WS'.
       01  WS-CTL-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-LAST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CUST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SANC-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SCRN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CUST-EOF-SWITCH          PIC X     VALUE 'N'.
           88 WS-NO-MORE-CUSTOMERS                VALUE 'Y'.
       01  WS-SCREEN-HIT-SWITCH        PIC X     VALUE 'N'.
           88 WS-SCREEN-HIT                       VALUE 'Y'.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-NEW-LIST-DATE             PIC X(8)  VALUE SPACES.
       01  WS-LAST-LIST-DATE            PIC X(8)  VALUE SPACES.

      * Normalization - upper case, letters and digits only, the rule
      * WGRVBJ21 built the list keys with. The letter ranges are split
      * to skip the gaps between I-J and R-S in the EBCDIC sequence
       01  WS-NORM-INPUT                PIC X(60) VALUE SPACES.
       01  WS-NORM-OUTPUT               PIC X(40) VALUE SPACES.
       01  WS-NORM-IDX                  PIC S9(4) COMP VALUE ZERO.
       01  WS-NORM-LEN                  PIC S9(4) COMP VALUE ZERO.
       01  WS-NORM-CHAR                 PIC X(1)  VALUE SPACE.
           88 WS-NORM-KEEP              VALUES 'A' THRU 'I'
                                               'J' THRU 'R'
                                               'S' THRU 'Z'
                                               '0' THRU '9'.

       01  WS-SCREENED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-NEW-HIT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-HELD-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-CLEARED-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-ERROR-COUNT               PIC 9(7)  VALUE ZERO.

      * One line per customer newly put on compliance hold
       01  WS-HIT-LINE.
           03 FILLER                    PIC X(9)
                                         VALUE 'NEW HIT: '.
           03 WS-HIT-SSN                PIC X(9).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-HIT-NAME               PIC X(30).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-HIT-TYPE               PIC X(1).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-HIT-ENTRY-ID           PIC X(10).
           03 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-NOLIST-LINE.
           03 FILLER                    PIC X(40) VALUE
              'NO NEW SANCTIONS LIST - RESCREEN SKIPPED'.
           03 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-LISTDATE-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'LIST DATE:         '.
           03 WS-RPT-LIST-DATE          PIC X(8).
           03 FILLER                    PIC X(52) VALUE SPACES.

       01  WS-SCREENED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'CUSTOMERS SCREENED:'.
           03 WS-RPT-SCREENED           PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-NEWHIT-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'NEW HITS:          '.
           03 WS-RPT-NEW-HITS           PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-HELD-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ALREADY HELD:      '.
           03 WS-RPT-HELD               PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-CLEARED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'CLEARED, SAME HIT: '.
           03 WS-RPT-CLEARED            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-ERRORS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'I/O ERRORS:        '.
           03 WS-RPT-ERRORS             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ22 ERROR - OPEN CONTROL-FILE STATUS='
                       WS-CTL-FILE-STATUS
               STOP RUN
           END-IF.
           READ CONTROL-FILE
               AT END
                   DISPLAY 'WGRVBJ22 ERROR - CONTROL-FILE IS EMPTY'
                   CLOSE CONTROL-FILE
                   STOP RUN
           END-READ.
           MOVE CTL-LIST-DATE TO WS-NEW-LIST-DATE.
           CLOSE CONTROL-FILE.

           PERFORM READ-LAST-SCREENED.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-NEW-LIST-DATE TO WS-RPT-LIST-DATE.
           MOVE WS-LISTDATE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-NEW-LIST-DATE NOT > WS-LAST-LIST-DATE
               MOVE WS-NOLIST-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY 'WGRVBJ22 - no new list since '
                       WS-LAST-LIST-DATE
           ELSE
               PERFORM RESCREEN-ALL-CUSTOMERS
               CLOSE REPORT-FILE
           END-IF.

           PERFORM MARK-BUSINESS-DATE-RUN.
           DISPLAY 'WGRVBJ22 - business date: ' WS-BUSINESS-DATE.

           STOP RUN.

      *----------------------------------------------------------------*
      * The business date is the bank's control date on WBBDTDB,       *
      * advanced by the WGRVBJ25 end-of-day rollover. No control       *
      * record, or this job having already completed for the date,     *
      * stops the run before anything is read or posted.               *
      *----------------------------------------------------------------*
       READ-BUSINESS-DATE.
           OPEN I-O BUSDATE-FILE.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ22 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ22 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ22' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ22 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ22' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ22' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ22 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.

      *----------------------------------------------------------------*
      * The list date last screened against - a missing file means no  *
      * rescreen has ever run, so any loaded list is new               *
      *----------------------------------------------------------------*
       READ-LAST-SCREENED.
           MOVE SPACES TO WS-LAST-LIST-DATE.
           OPEN INPUT SCREENED-FILE.
           IF WS-LAST-FILE-STATUS = '00'
               READ SCREENED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LAST-LIST-DATE TO WS-LAST-LIST-DATE
               END-READ
               CLOSE SCREENED-FILE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       RESCREEN-ALL-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ22 ERROR - OPEN CUSTOMER-FILE STATUS='
                       WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT SANCTIONS-FILE.
           IF WS-SANC-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ22 ERROR - OPEN SANCTIONS-FILE STATUS='
                       WS-SANC-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O SCREEN-FILE.
           IF WS-SCRN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ22 ERROR - OPEN SCREEN-FILE STATUS='
                       WS-SCRN-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM READ-NEXT-CUSTOMER.
           PERFORM SCREEN-CUSTOMER
               UNTIL WS-NO-MORE-CUSTOMERS.

           PERFORM WRITE-CONTROL-REPORT.

           CLOSE CUSTOMER-FILE.
           CLOSE SANCTIONS-FILE.
           CLOSE SCREEN-FILE.

      * a run with errors leaves the last-screened date alone, so the
      * next night screens the whole file against this list again
           IF WS-ERROR-COUNT = ZERO
               OPEN OUTPUT SCREENED-FILE
               MOVE WS-NEW-LIST-DATE TO LAST-LIST-DATE
               MOVE WS-BUSINESS-DATE TO LAST-SCREEN-DATE
               WRITE SCREENED-RECORD
               CLOSE SCREENED-FILE
           END-IF.

           DISPLAY 'WGRVBJ22 - list date: ' WS-NEW-LIST-DATE.
           DISPLAY 'WGRVBJ22 - customers screened: ' WS-SCREENED-COUNT.
           DISPLAY 'WGRVBJ22 - new hits: ' WS-NEW-HIT-COUNT.
           DISPLAY 'WGRVBJ22 - already held: ' WS-HELD-COUNT.
           DISPLAY 'WGRVBJ22 - cleared, same hit: ' WS-CLEARED-COUNT.
           DISPLAY 'WGRVBJ22 - I/O errors: ' WS-ERROR-COUNT.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-READ.
           IF WS-CUST-FILE-STATUS NOT = '00' AND
              WS-CUST-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ22 ERROR - READ CUSTOMER-FILE STATUS='
                       WS-CUST-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Name first, then street and city - the first key that is on    *
      * the list is the hit recorded                                   *
      *----------------------------------------------------------------*
       SCREEN-CUSTOMER.
           ADD 1 TO WS-SCREENED-COUNT.
           MOVE 'N' TO WS-SCREEN-HIT-SWITCH.

           MOVE SPACES TO WS-NORM-INPUT.
           MOVE CUSTOMER-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-SCREEN-TEXT.
           MOVE 'N' TO SANC-MATCH-TYPE.
           PERFORM READ-SANCTIONS-LIST.

           IF NOT WS-SCREEN-HIT
               MOVE SPACES TO WS-NORM-INPUT
               MOVE CUSTOMER-STREET TO WS-NORM-INPUT(1:20)
               MOVE CUSTOMER-CITY TO WS-NORM-INPUT(21:10)
               PERFORM NORMALIZE-SCREEN-TEXT
               MOVE 'A' TO SANC-MATCH-TYPE
               PERFORM READ-SANCTIONS-LIST
           END-IF.

           IF WS-SCREEN-HIT
               PERFORM RECORD-SCREEN-HIT
           END-IF.

           PERFORM READ-NEXT-CUSTOMER.
           EXIT.

      *----------------------------------------------------------------*
       READ-SANCTIONS-LIST.
           IF WS-NORM-OUTPUT NOT = SPACES
               MOVE WS-NORM-OUTPUT TO SANC-MATCH-VALUE
               READ SANCTIONS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-SANC-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-SCREEN-HIT-SWITCH
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'WGRVBJ22 ERROR - READ SANCTIONS-FILE '
                               'STATUS=' WS-SANC-FILE-STATUS
                               ' SSN=' CUSTOMER-SSN
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Open, reopen or leave the customer's review record - see the   *
      * rules in the program banner                                    *
      *----------------------------------------------------------------*
       RECORD-SCREEN-HIT.
           MOVE CUSTOMER-SSN TO SCRN-SSN.
           READ SCREEN-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-SCRN-FILE-STATUS
               WHEN '23'
                   PERFORM BUILD-SCREEN-HOLD
                   WRITE SCREEN-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM CHECK-SCREEN-UPDATE
               WHEN '00'
                   IF SCRN-PENDING OR SCRN-CONFIRMED
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       IF SCRN-ENTRY-ID = SANC-ENTRY-ID
                           ADD 1 TO WS-CLEARED-COUNT
                       ELSE
                           PERFORM BUILD-SCREEN-HOLD
                           REWRITE SCREEN-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           PERFORM CHECK-SCREEN-UPDATE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'WGRVBJ22 ERROR - READ SCREEN-FILE STATUS='
                           WS-SCRN-FILE-STATUS ' SSN=' CUSTOMER-SSN
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       BUILD-SCREEN-HOLD.
           MOVE CUSTOMER-SSN TO SCRN-SSN.
           MOVE 'P' TO SCRN-STATUS.
           MOVE SANC-MATCH-TYPE TO SCRN-MATCH-TYPE.
           MOVE SANC-ENTRY-ID TO SCRN-ENTRY-ID.
           MOVE WS-NORM-OUTPUT TO SCRN-MATCH-VALUE.
           MOVE WS-BUSINESS-DATE TO SCRN-HIT-DATE.
           MOVE 'WGRVBJ22' TO SCRN-SOURCE.
           MOVE SPACES TO SCRN-REVIEWED-BY.
           MOVE SPACES TO SCRN-REVIEWED-DATE.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-SCREEN-UPDATE.
           IF WS-SCRN-FILE-STATUS = '00'
               ADD 1 TO WS-NEW-HIT-COUNT
               MOVE CUSTOMER-SSN TO WS-HIT-SSN
               MOVE CUSTOMER-NAME TO WS-HIT-NAME
               MOVE SCRN-MATCH-TYPE TO WS-HIT-TYPE
               MOVE SCRN-ENTRY-ID TO WS-HIT-ENTRY-ID
               MOVE WS-HIT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               DISPLAY 'WGRVBJ22 ERROR - UPDATE SCREEN-FILE STATUS='
                       WS-SCRN-FILE-STATUS ' SSN=' CUSTOMER-SSN
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Normalize WS-NORM-INPUT into WS-NORM-OUTPUT                    *
      *----------------------------------------------------------------*
       NORMALIZE-SCREEN-TEXT.
           MOVE SPACES TO WS-NORM-OUTPUT.
           MOVE ZERO TO WS-NORM-LEN.
           INSPECT WS-NORM-INPUT
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > LENGTH OF WS-NORM-INPUT
                      OR WS-NORM-LEN >= LENGTH OF WS-NORM-OUTPUT
               MOVE WS-NORM-INPUT(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF WS-NORM-KEEP
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUTPUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CONTROL-REPORT.
           MOVE WS-SCREENED-COUNT TO WS-RPT-SCREENED.
           MOVE WS-SCREENED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-NEW-HIT-COUNT TO WS-RPT-NEW-HITS.
           MOVE WS-NEWHIT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HELD-COUNT TO WS-RPT-HELD.
           MOVE WS-HELD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-CLEARED-COUNT TO WS-RPT-CLEARED.
           MOVE WS-CLEARED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ERROR-COUNT TO WS-RPT-ERRORS.
           MOVE WS-ERRORS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       END PROGRAM WGRVBJ22.
