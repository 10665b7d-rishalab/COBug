      *    writes nightly, stays at or above the threshold; an         *
      *    account with no snapshots in the month cannot be averaged   *
      *    and is skipped rather than charged blind. A fee-income      *
      *    summary goes to WGRVFEER for finance. An LN (instalment     *
      *    loan) is never charged - it holds no deposit.               *
      *    Postings are dated the business date on the WBBDTDB control *
      *    record (advanced by WGRVBJ25), and a second run for the     *
      *    same business date is refused.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ11.
           SELECT CRITERIA-FILE ASSIGN TO WGRVFEEC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CRIT-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVFEER
                  ORGANIZATION IS LINE SEQUENTIAL.

           05 FILLER                       PIC X(1).
           05 CRIT-WAIVE-BAL               PIC 9(9)V99.

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
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SNAP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CRIT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01  WS-SNAP-STOP-SWITCH         PIC X     VALUE 'N'.
                                                   VALUE ZERO.
       01  WS-WAIVE-BAL                 PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(6)  VALUE SPACES.
       01  WS-ACCOUNT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-CHARGED-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-WAIVED-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-NOSNAP-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-LOAN-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-TOTAL-FEES                PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-SNAP-SUM                  PIC S9(18)V99 COMP-3
           03 WS-RPT-NOSNAP             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-LOAN-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'LOAN ACCTS SKIPPED: '.
           03 WS-RPT-LOAN               PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-INCOME-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'FEE INCOME:         '.
               STOP RUN
           END-IF.

           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.

           CLOSE SNAPSHOT-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ11 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ11 - fee month: ' WS-FEE-MONTH.
           DISPLAY 'WGRVBJ11 - accounts charged: ' WS-CHARGED-COUNT.
           DISPLAY 'WGRVBJ11 - accounts waived: ' WS-WAIVED-COUNT.
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
               DISPLAY 'WGRVBJ11 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ11 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ11' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ11 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ11' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ11' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ11 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
      * A missing or mis-keyed fee feed stops the run outright -       *
      * charging a book of accounts a wrong fee is worse than          *
      * charging none, the same stance WGRVBJ05 takes on its rate      *
       ASSESS-ACCOUNT-FEE.
           ADD 1 TO WS-ACCOUNT-COUNT.

      * a loan owes its balance - there is no deposit to charge
           IF ACCOUNT-TYPE = 'LN'
               ADD 1 TO WS-LOAN-COUNT
           ELSE
               PERFORM AVERAGE-MONTH-SNAPSHOTS
               IF WS-SNAP-DAYS = ZERO
                   ADD 1 TO WS-NOSNAP-COUNT
               ELSE
                   IF WS-AVG-BALANCE NOT < WS-WAIVE-BAL
                       ADD 1 TO WS-WAIVED-COUNT
                   ELSE
                       PERFORM WRITE-FEE-TRANSACTION
                       IF NOT WS-TRAN-STOP-BROWSE
                           SUBTRACT WS-FEE-AMOUNT FROM ACCOUNT-BALANCE
                           SUBTRACT WS-FEE-AMOUNT FROM
                                    ACCOUNT-AVAIL-BALANCE
                           REWRITE ACCOUNT-RECORD
                           END-REWRITE
                           IF WS-ACCT-FILE-STATUS = '00'
                               ADD 1 TO WS-CHARGED-COUNT
                               ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
                               PERFORM WRITE-FEE-LINE
                           ELSE
                               DISPLAY 'WGRVBJ11 ERROR - REWRITE '
                                       'STATUS=' WS-ACCT-FILE-STATUS
                                       ' ACCOUNT=' ACCOUNT-NUMBER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           COMPUTE TRAN-SEQ = WS-LAST-SEQ + 1.
           MOVE 'F' TO TRANSACTION-TYPE.
           MOVE WS-FEE-AMOUNT TO TRANSACTION-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANSACTION-DATE.
           MOVE WS-RUN-TIME TO TRANSACTION-TIME.
           MOVE 'WGRVBJ11' TO TRANSACTION-TELLER.
           MOVE ZERO TO TRANSACTION-REVERSAL-OF.
           MOVE WS-NOSNAP-COUNT TO WS-RPT-NOSNAP.
           MOVE WS-NOSNAP-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-LOAN-COUNT TO WS-RPT-LOAN.
           MOVE WS-LOAN-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-FEES TO WS-RPT-INCOME.
           MOVE WS-INCOME-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
