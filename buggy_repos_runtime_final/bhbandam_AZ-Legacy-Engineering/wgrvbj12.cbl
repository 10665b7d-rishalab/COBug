      *    green-bar. This job walks WBACCTDB (SSN leads the key, so   *
      *    a customer's accounts arrive together) and, for each        *
      *    account, sums the business date's deposits and withdrawals  *
      *    off WBTRANDB (the business date is the WBBDTDB control      *
      *    date). Against the WGRVCTRC threshold amount it reports to  *
      *    WGRVCTRR:                                                   *
      *      - every single transaction over the threshold, and        *
      *      - every customer whose same-day total per direction,      *
      *        summed across all their accounts, either exceeds the    *
           SELECT CRITERIA-FILE ASSIGN TO WGRVCTRC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CRIT-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVCTRR
                  ORGANIZATION IS LINE SEQUENTIAL.

           05 TRANSACTION-REVERSAL-OF      PIC 9(6).
           05 TRANSACTION-REVERSED-FLAG    PIC X(1).

      * One record of criteria - the reporting threshold amount. The
      * first eight bytes are not read: the business date is the
      * WBBDTDB control date
       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD.
           05 FILLER                       PIC X(8).
           05 FILLER                       PIC X(1).
           05 CRIT-THRESHOLD               PIC 9(9)V99.

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
       01  REPORT-RECORD                   PIC X(100).
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CRIT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-SELECTION-CRITERIA.
           COMPUTE WS-NEAR-THRESHOLD ROUNDED =
                   WS-THRESHOLD * 0.9.
           CLOSE TRANSACTION-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ12 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ12 - large transactions: ' WS-LARGE-COUNT.
           DISPLAY 'WGRVBJ12 - customers over: ' WS-OVER-CUST-COUNT.
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
               DISPLAY 'WGRVBJ12 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ12 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ12' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ12 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ12' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ12' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ12 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
      * The reporting threshold - a missing feed keeps the statutory   *
      * default                                                        *
      *----------------------------------------------------------------*
       READ-SELECTION-CRITERIA.
           OPEN INPUT CRITERIA-FILE.
                   AT END CONTINUE
               END-READ
               IF WS-CRIT-FILE-STATUS = '00'
                   IF CRIT-THRESHOLD IS NUMERIC AND
                      CRIT-THRESHOLD > ZERO
                       MOVE CRIT-THRESHOLD TO WS-THRESHOLD
               END-IF
               CLOSE CRITERIA-FILE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
                       IF TRANSACTION-DATE = WS-BUSINESS-DATE
                          AND TRANSACTION-REVERSAL-OF = ZERO
                          AND TRANSACTION-REVERSED-FLAG NOT = 'Y'
                          AND TRANSACTION-REVERSED-FLAG NOT = 'R'
                           EVALUATE TRANSACTION-TYPE
                               WHEN 'D'
                                   ADD TRANSACTION-AMOUNT TO
