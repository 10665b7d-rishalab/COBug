      *    hand as WGRVXFER transfers on the day they fall due. The    *
      *    WGRVSMNT screen now records them once on the WBSORDDB       *
      *    standing-order file; this job runs nightly, picks up every  *
      *    order whose next-run date has arrived by the business date  *
      *    on the WBBDTDB control record (advanced by WGRVBJ25 over    *
      *    weekends and WBCALDB holidays, so an order falling on a     *
      *    day the bank is closed is moved to the next business day)   *
      *    and is not past its end date, and executes it the way       *
      *    WGRVXFER would online:                                      *
      *    both WBACCTDB balances updated and a withdrawal plus a      *
      *    deposit TRANSACTION-RECORD written under the next TRAN-SEQ  *
      *    (the same numbering WGRVPTRN assigns online, walked the     *
      *    WGRVBJ07 posting reconciliation like any teller entry.      *
      *    The order's next-run date is then advanced one week or one  *
      *    month per its frequency. Every order touched is reported    *
      *    to WGRVSORR with its outcome. A second run for the same     *
      *    business date is refused.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ09.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRAN-REC-KEY
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVSORR
                  ORGANIZATION IS LINE SEQUENTIAL.

           05 TRANSACTION-REVERSAL-OF      PIC 9(6).
           05 TRANSACTION-REVERSED-FLAG    PIC X(1).

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
       01  WS-SORD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ORDERS                   VALUE 'Y'.
       01  WS-ACCT-STOP-SWITCH        PIC X     VALUE 'N'.
           88 WS-REPAIR-NEEDED                    VALUE 'Y'.
       01  WS-DEBIT-SEQ                PIC 9(6)  VALUE ZERO.
       01  WS-TRAN-REVERSAL-OF         PIC 9(6)  VALUE ZERO.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(6)  VALUE SPACES.
       01  WS-ORDER-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-EXECUTED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-FAILED-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-MOVED-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-SEARCH-ACCTNUM            PIC X(10) VALUE SPACES.
       01  WS-LAST-SEQ                  PIC 9(6)  VALUE ZERO.
       01  WS-TRAN-ACCOUNT              PIC X(10) VALUE SPACES.
           03 WS-RPT-EXECUTED           PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-MOVED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'MOVED TO BUS DAY:   '.
           03 WS-RPT-MOVED              PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-FAIL-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ORDERS FAILED:      '.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.

           MOVE WS-EXECUTED-COUNT TO WS-RPT-EXECUTED.
           MOVE WS-EXEC-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-MOVED-COUNT TO WS-RPT-MOVED.
           MOVE WS-MOVED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-FAILED-COUNT TO WS-RPT-FAILED.
           MOVE WS-FAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE TRANSACTION-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ09 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ09 - orders read: ' WS-ORDER-COUNT.
           DISPLAY 'WGRVBJ09 - orders executed: ' WS-EXECUTED-COUNT.
           DISPLAY 'WGRVBJ09 - moved to business day: ' WS-MOVED-COUNT.
           DISPLAY 'WGRVBJ09 - orders failed: ' WS-FAILED-COUNT.

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
               DISPLAY 'WGRVBJ09 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ09 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ09' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ09 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ09' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ09' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ09 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
       READ-NEXT-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
           EXIT.

      *----------------------------------------------------------------*
      * One order: due tonight means the next-run date has arrived by  *
      * the business date and falls on or before the end date (spaces  *
      * = open-ended). A next-run date that fell on a weekend or       *
      * holiday arrives at the next business date and is executed      *
      * then - its end date is judged on the day it fell due, not the  *
      * day it is paid. An executed order has its next-run date        *
      * advanced from the date it fell due, so the schedule does not   *
      * drift; a failed one keeps its date so the next run retries it. *
      *----------------------------------------------------------------*
       PROCESS-STANDING-ORDER.
           ADD 1 TO WS-ORDER-COUNT.

           IF SORD-NEXT-RUN-DATE NOT > WS-BUSINESS-DATE
              AND (SORD-END-DATE = SPACES OR
                   SORD-NEXT-RUN-DATE NOT > SORD-END-DATE)
               PERFORM EXECUTE-ORDER-TRANSFER
               IF NOT WS-EXEC-FAILED
                   ADD 1 TO WS-EXECUTED-COUNT
                   MOVE 'EXECUTED' TO WS-ORD-RESULT
                   IF SORD-NEXT-RUN-DATE < WS-BUSINESS-DATE
                       ADD 1 TO WS-MOVED-COUNT
                       MOVE 'EXECUTED - MOVED' TO WS-ORD-RESULT
                   END-IF
                   PERFORM ADVANCE-NEXT-RUN-DATE
                   REWRITE STANDING-ORDER-RECORD
                   END-REWRITE
                               WS-SORD-FILE-STATUS
                               ' ORDER=' SORD-ORDER-ID
                   END-IF
                   PERFORM WRITE-ORDER-LINE
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
      *----------------------------------------------------------------*
      * The transfer itself, in the WGRVXFER order of events: locate   *
      * both accounts first so a bad target fails before anything      *
      * posts (a term deposit or instalment loan on either side is     *
      * rejected, as WGRVXFER refuses them), refuse a transfer the     *
      * from-balance cannot cover, then write each movement before     *
      * its balance change - the same movement-first discipline        *
      * WGRVBJ05 applies - so the file never shows a balance change    *
      * without its movement.                                          *
      *----------------------------------------------------------------*
       EXECUTE-ORDER-TRANSFER.
           MOVE 'N' TO WS-EXEC-FAIL-SWITCH.
           PERFORM FIND-ACCOUNT-BY-NUMBER.
           IF WS-ACCOUNT-FOUND
               MOVE ACCT-REC-KEY TO WS-FROM-ACCT-KEY
               IF ACCOUNT-TYPE = 'TD'
                   MOVE 'FROM-ACCT IS TD' TO WS-ORD-RESULT
                   MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
               END-IF
               IF ACCOUNT-TYPE = 'LN'
                   MOVE 'FROM-ACCT IS LOAN' TO WS-ORD-RESULT
                   MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
               END-IF
           ELSE
               MOVE 'FROM-ACCT MISSING' TO WS-ORD-RESULT
               MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
               PERFORM FIND-ACCOUNT-BY-NUMBER
               IF WS-ACCOUNT-FOUND
                   MOVE ACCT-REC-KEY TO WS-TO-ACCT-KEY
                   IF ACCOUNT-TYPE = 'TD'
                       MOVE 'TO-ACCT IS TD' TO WS-ORD-RESULT
                       MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
                   END-IF
                   IF ACCOUNT-TYPE = 'LN'
                       MOVE 'TO-ACCT IS LOAN' TO WS-ORD-RESULT
                       MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
                   END-IF
               ELSE
                   MOVE 'TO-ACCT MISSING' TO WS-ORD-RESULT
                   MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
                       MOVE 'Y' TO WS-REPAIR-SWITCH
               END-READ
               IF NOT WS-REPAIR-NEEDED
      * a transfer leg keeps its identity once reversed ('R')
                   IF TRANSACTION-REVERSED-FLAG = 'T'
                       MOVE 'R' TO TRANSACTION-REVERSED-FLAG
                   ELSE
                       MOVE 'Y' TO TRANSACTION-REVERSED-FLAG
                   END-IF
                   REWRITE TRANSACTION-RECORD
                   END-REWRITE
                   IF WS-TRAN-FILE-STATUS NOT = '00'
           COMPUTE TRAN-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-TRAN-TYPE TO TRANSACTION-TYPE.
           MOVE WS-TRAN-AMOUNT TO TRANSACTION-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANSACTION-DATE.
           MOVE WS-RUN-TIME TO TRANSACTION-TIME.
           MOVE 'WGRVBJ09' TO TRANSACTION-TELLER.
      * zero for a normal movement - the compensation path points
      * its offsetting deposit at the debit it backs out
           MOVE WS-TRAN-REVERSAL-OF TO TRANSACTION-REVERSAL-OF.
           MOVE ZERO TO WS-TRAN-REVERSAL-OF.
      * both legs of an order are a transfer between our own accounts
      * ('T' - 'R' once reversed); a compensation is not
           IF TRANSACTION-REVERSAL-OF = ZERO
               MOVE 'T' TO TRANSACTION-REVERSED-FLAG
           ELSE
               MOVE 'N' TO TRANSACTION-REVERSED-FLAG
           END-IF.

           WRITE TRANSACTION-RECORD
               INVALID KEY
