      ******************************************************************
      *    WGRVBJ26 - Nightly loan repayment and delinquency job       *
      *                                                                *
      *    WGRVOPEN opens an LN (instalment loan) owing its principal  *
      *    and writes the full amortization schedule to WBLSCHDB. This *
      *    job runs nightly, walks WBLOANDB, and for every active      *
      *    loan collects each unpaid instalment due by the business    *
      *    date on the WBBDTDB control record (advanced by WGRVBJ25),  *
      *    oldest first, from the customer's nominated deposit account *
      *    the way WGRVBJ09 executes a standing order: a withdrawal    *
      *    on the deposit account and a deposit of the whole           *
      *    instalment on the loan account (both transfer legs), plus   *
      *    the instalment's interest charged to the loan as a negative *
      *    type-I movement - so the loan balance falls by exactly the  *
      *    principal part. All are TRANSACTION-RECORDs under the next  *
      *    TRAN-SEQ, the same numbering WGRVPTRN assigns online, so    *
      *    they show in WGRVTRAN history, on WGRVBJ03 statements, in   *
      *    the WGRVBJ07 posting reconciliation and in the WGRVBJ24 GL  *
      *    journal like any movement. An instalment the deposit        *
      *    account cannot cover is missed; later instalments are not   *
      *    tried ahead of it. Missed instalments are aged from the     *
      *    oldest one's due date into 30/60/90-day delinquency buckets *
      *    kept on the loan record. Every instalment tried is reported *
      *    to WGRVLNCR; every loan in arrears goes to the WGRVLNDR     *
      *    delinquency report for collections with bucket totals. A    *
      *    loan with every instalment paid is marked paid off. A       *
      *    second run for the same business date is refused.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO WBLOANDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LOAN-REC-KEY
                  FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO WBLSCHDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LSCH-REC-KEY
                  FILE STATUS IS WS-LSCH-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO WBACCTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-REC-KEY
                  FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO WBTRANDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRAN-REC-KEY
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVLNCR
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELINQ-FILE ASSIGN TO WGRVLNDR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Loan terms - the layout WGRVOPEN writes, keyed the same SSN+NUM
      * as the loan account; key fields lead the record
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           05 LOAN-REC-KEY.
              10 LOAN-SSN                  PIC X(9).
              10 LOAN-NUM                  PIC X(10).
           05 LOAN-PRINCIPAL               PIC S9(16)V99 COMP-3.
           05 LOAN-RATE-PCT                PIC 9(3)V9(4).
           05 LOAN-TERM-MONTHS             PIC 9(3).
           05 LOAN-REPAY-DAY               PIC 9(2).
           05 LOAN-COLLECT-ACCOUNT         PIC X(10).
           05 LOAN-INSTALMENT              PIC S9(16)V99 COMP-3.
           05 LOAN-OPEN-DATE               PIC X(8).
           05 LOAN-STATUS                  PIC X(1).
               88 LOAN-ACTIVE              VALUE 'A'.
               88 LOAN-PAID-OFF            VALUE 'P'.
           05 LOAN-PAID-COUNT              PIC 9(3).
           05 LOAN-LAST-PAID-DATE          PIC X(8).
           05 LOAN-ARREARS-COUNT           PIC 9(3).
           05 LOAN-ARREARS-AMOUNT          PIC S9(16)V99 COMP-3.
           05 LOAN-DAYS-PAST-DUE           PIC 9(5).
           05 LOAN-DELINQ-BUCKET           PIC X(2).

      * One amortization line per instalment - the layout WGRVOPEN
      * writes; key fields lead the record. R marks an instalment
      * whose collection half-posted and was left for manual repair.
       FD  SCHEDULE-FILE.
       01  LSCH-RECORD.
           05 LSCH-REC-KEY.
              10 LSCH-SSN                  PIC X(9).
              10 LSCH-NUM                  PIC X(10).
              10 LSCH-INSTALMENT-NO        PIC 9(3).
           05 LSCH-DUE-DATE                PIC X(8).
           05 LSCH-PRINCIPAL               PIC S9(16)V99 COMP-3.
           05 LSCH-INTEREST                PIC S9(16)V99 COMP-3.
           05 LSCH-BALANCE                 PIC S9(16)V99 COMP-3.
           05 LSCH-STATUS                  PIC X(1).
               88 LSCH-UNPAID              VALUE 'U'.
               88 LSCH-PAID                VALUE 'P'.
               88 LSCH-REPAIR              VALUE 'R'.
           05 LSCH-PAID-DATE               PIC X(8).

      * key fields lead the record - a second 01 under the FD would
      * overlay the balance on the key bytes
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05 ACCT-REC-KEY.
              10 SSN                       PIC X(9).
              10 NUM                       PIC X(10).
           05 ACCOUNT-NUMBER               PIC X(10).
           05 ACCOUNT-BALANCE              PIC S9(18)V99 COMP-3.
           05 ACCOUNT-OD-LIMIT             PIC S9(16)V99 COMP-3.
           05 ACCOUNT-TYPE                 PIC X(2).
           05 ACCOUNT-AVAIL-BALANCE        PIC S9(18)V99 COMP-3.

      * key fields lead the record - a second 01 under the FD would
      * overlay the movement data on the key bytes
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-REC-KEY.
              10 TRAN-ACCOUNT-NUMBER       PIC X(10).
              10 TRAN-SEQ                  PIC 9(6).
           05 TRANSACTION-TYPE             PIC X(1).
           05 TRANSACTION-AMOUNT           PIC S9(16)V99 COMP-3.
           05 TRANSACTION-DATE             PIC X(8).
           05 TRANSACTION-TIME             PIC X(6).
           05 TRANSACTION-TELLER           PIC X(8).
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

       FD  DELINQ-FILE
           RECORDING MODE IS F.
       01  DELINQ-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'WGRVBJ26------WS'.
       01  WS-LOAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-LSCH-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-LOANS                    VALUE 'Y'.
       01  WS-LSCH-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-LSCH-STOP-BROWSE                 VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-TRAN-STOP-BROWSE                 VALUE 'Y'.
      * set by the first instalment that cannot be collected - the
      * later ones are not tried ahead of it, only aged
       01  WS-COLLECT-STOP-SWITCH      PIC X     VALUE 'N'.
           88 WS-COLLECT-STOPPED                  VALUE 'Y'.
       01  WS-EXEC-FAIL-SWITCH         PIC X     VALUE 'N'.
           88 WS-EXEC-FAILED                      VALUE 'Y'.
      * set once the deposit account has actually been debited -
      * from then on a failure must compensate, never silently retry
       01  WS-DEBIT-POSTED-SWITCH      PIC X     VALUE 'N'.
           88 WS-DEBIT-POSTED                     VALUE 'Y'.
      * set once a movement has been written to the loan account -
      * past that point the debit cannot simply be backed out
       01  WS-LOAN-LEG-SWITCH          PIC X     VALUE 'N'.
           88 WS-LOAN-LEG-WRITTEN                 VALUE 'Y'.
       01  WS-REPAIR-SWITCH            PIC X     VALUE 'N'.
           88 WS-REPAIR-NEEDED                    VALUE 'Y'.
       01  WS-DEBIT-SEQ                PIC 9(6)  VALUE ZERO.
       01  WS-TRAN-REVERSAL-OF         PIC 9(6)  VALUE ZERO.
       01  WS-TRAN-FLAG                PIC X(1)  VALUE 'N'.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(6)  VALUE SPACES.
       01  WS-LOAN-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-PAID-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-MISSED-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-PAID-OFF-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-REPAIR-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-DELINQ-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-TOTAL-PRINCIPAL           PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-TOTAL-INTEREST            PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-LAST-SEQ                  PIC 9(6)  VALUE ZERO.
       01  WS-TRAN-ACCOUNT              PIC X(10) VALUE SPACES.
       01  WS-TRAN-TYPE                 PIC X(1)  VALUE SPACE.
       01  WS-TRAN-AMOUNT               PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
      * The whole instalment - principal plus interest
       01  WS-DUE-AMOUNT                PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
      * How far the deposit balance can fall - available balance plus
      * the authorized overdraft limit, same rule WGRVBJ09 applies
       01  WS-OD-ROOM                   PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.

      * Full keys of the two accounts - both sit under the loan's SSN
       01  WS-COLLECT-ACCT-KEY.
           03 WS-COLLECT-SSN            PIC X(9).
           03 WS-COLLECT-NUM            PIC X(10).
       01  WS-LOAN-ACCT-KEY.
           03 WS-LOAN-ACCT-SSN          PIC X(9).
           03 WS-LOAN-ACCT-NUM          PIC X(10).

      * The loan's arrears as the schedule walk finds them - the
      * oldest missed due date drives the ageing
       01  WS-ARREARS-COUNT             PIC 9(3)  VALUE ZERO.
       01  WS-ARREARS-AMOUNT            PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-OLDEST-DUE-DATE           PIC X(8)  VALUE SPACES.
       01  WS-OLDEST-DUE-NUM            PIC 9(8)  VALUE ZERO.
       01  WS-BUSINESS-DATE-NUM         PIC 9(8)  VALUE ZERO.
       01  WS-DAYS-PAST-DUE             PIC S9(9) COMP VALUE ZERO.
       01  WS-BUCKET-IDX                PIC 9(1)  VALUE ZERO.

      * Delinquency buckets - 1 under 30 days, 2 30-59, 3 60-89,
      * 4 90 and over; the code kept on LOAN-DELINQ-BUCKET and the
      * label printed for collections
       01  WS-BUCKET-CODES              PIC X(8)  VALUE '01306090'.
       01  WS-BUCKET-CODE-TABLE REDEFINES WS-BUCKET-CODES.
           03 WS-BUCKET-CODE            PIC X(2)  OCCURS 4 TIMES.
       01  WS-BUCKET-LABELS             PIC X(20)
                                         VALUE '0-29 30-5960-8990+  '.
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           03 WS-BUCKET-LABEL           PIC X(5)  OCCURS 4 TIMES.
       01  WS-BUCKET-TOTALS.
           03 WS-BUCKET-ENTRY OCCURS 4 TIMES.
              05 WS-BKT-COUNT           PIC 9(7).
              05 WS-BKT-AMOUNT          PIC S9(18)V99 COMP-3.

       01  WS-COLLECT-LINE.
           03 WS-COL-ACCT               PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-COL-INST               PIC 9(3).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-COL-DUE                PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-COL-FROM               PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-COL-AMOUNT             PIC -(12)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-COL-RESULT             PIC X(20).
           03 FILLER                    PIC X(8)  VALUE SPACES.

       01  WS-PAID-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'INSTALMENTS PAID:   '.
           03 WS-RPT-PAID               PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-MISSED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'INSTALMENTS MISSED: '.
           03 WS-RPT-MISSED             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-REPAIR-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'MANUAL REPAIR:      '.
           03 WS-RPT-REPAIR             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-PAID-OFF-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'LOANS PAID OFF:     '.
           03 WS-RPT-PAID-OFF           PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-PRINCIPAL-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'PRINCIPAL COLLECTED:'.
           03 WS-RPT-PRINCIPAL          PIC -(14)9.99.
           03 FILLER                    PIC X(42) VALUE SPACES.

       01  WS-INTEREST-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'INTEREST COLLECTED: '.
           03 WS-RPT-INTEREST           PIC -(14)9.99.
           03 FILLER                    PIC X(42) VALUE SPACES.

       01  WS-DELINQ-HEADING.
           03 FILLER                    PIC X(40)
              VALUE 'LOAN DELINQUENCY REPORT - BUSINESS DATE '.
           03 WS-DLQ-HEAD-DATE          PIC X(8).
           03 FILLER                    PIC X(32) VALUE SPACES.

       01  WS-DELINQ-COLUMNS.
           03 FILLER                    PIC X(40)
              VALUE 'SSN       LOAN ACCT  MSD  AMOUNT OVERDUE'.
           03 FILLER                    PIC X(40)
              VALUE '   OLDEST   DAYS  BUCKT COLLECT-FROM    '.

       01  WS-DELINQ-LINE.
           03 WS-DLQ-SSN                PIC X(9).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-DLQ-ACCT               PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-DLQ-MISSED             PIC ZZ9.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-DLQ-AMOUNT             PIC -(12)9.99.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-DLQ-OLDEST             PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-DLQ-DAYS               PIC ZZZZ9.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-DLQ-BUCKET             PIC X(5).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-DLQ-FROM               PIC X(10).
           03 FILLER                    PIC X(6)  VALUE SPACES.

       01  WS-BUCKET-LINE.
           03 FILLER                    PIC X(7)  VALUE 'BUCKET '.
           03 WS-BKT-LABEL-OUT          PIC X(5).
           03 FILLER                    PIC X(8)  VALUE ' DAYS:  '.
           03 WS-BKT-COUNT-OUT          PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-BKT-AMOUNT-OUT         PIC -(14)9.99.
           03 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-DELINQ-TOTAL-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'LOANS IN ARREARS:   '.
           03 WS-RPT-DELINQ             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.
           INITIALIZE WS-BUCKET-TOTALS.

           OPEN I-O LOAN-FILE.
           IF WS-LOAN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ26 ERROR - OPEN LOAN-FILE STATUS='
                       WS-LOAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O SCHEDULE-FILE.
           IF WS-LSCH-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ26 ERROR - OPEN SCHEDULE-FILE STATUS='
                       WS-LSCH-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ26 ERROR - OPEN ACCOUNT-FILE STATUS='
                       WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ26 ERROR - OPEN TRANSACTION-FILE STATUS='
                       WS-TRAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT DELINQ-FILE.

           MOVE WS-BUSINESS-DATE TO WS-DLQ-HEAD-DATE.
           MOVE WS-DELINQ-HEADING TO DELINQ-RECORD.
           WRITE DELINQ-RECORD.
           MOVE WS-DELINQ-COLUMNS TO DELINQ-RECORD.
           WRITE DELINQ-RECORD.

           PERFORM READ-NEXT-LOAN.
           PERFORM PROCESS-LOAN
               UNTIL WS-NO-MORE-LOANS.

           PERFORM WRITE-COLLECTION-SUMMARY.
           PERFORM WRITE-DELINQUENCY-SUMMARY.

           CLOSE LOAN-FILE.
           CLOSE SCHEDULE-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE REPORT-FILE.
           CLOSE DELINQ-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ26 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ26 - loans read: ' WS-LOAN-COUNT.
           DISPLAY 'WGRVBJ26 - instalments paid: ' WS-PAID-COUNT.
           DISPLAY 'WGRVBJ26 - instalments missed: ' WS-MISSED-COUNT.
           DISPLAY 'WGRVBJ26 - loans in arrears: ' WS-DELINQ-COUNT.
           DISPLAY 'WGRVBJ26 - loans paid off: ' WS-PAID-OFF-COUNT.
           DISPLAY 'WGRVBJ26 - manual repair: ' WS-REPAIR-COUNT.

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
               DISPLAY 'WGRVBJ26 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ26 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ26' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ26 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ26' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ26' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ26 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
       READ-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-LOAN-FILE-STATUS NOT = '00' AND
              WS-LOAN-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ26 ERROR - READ LOAN-FILE STATUS='
                       WS-LOAN-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One loan: walk its schedule in instalment order collecting     *
      * what is due, then age whatever is still owed and rewrite the   *
      * loan record with the paid count and the arrears position. A    *
      * paid-off loan is passed over.                                  *
      *----------------------------------------------------------------*
       PROCESS-LOAN.
           ADD 1 TO WS-LOAN-COUNT.

           IF LOAN-ACTIVE
               MOVE 'N' TO WS-COLLECT-STOP-SWITCH
               MOVE ZERO TO WS-ARREARS-COUNT
               MOVE ZERO TO WS-ARREARS-AMOUNT
               MOVE SPACES TO WS-OLDEST-DUE-DATE
               MOVE LOAN-SSN TO WS-COLLECT-SSN
               MOVE LOAN-COLLECT-ACCOUNT TO WS-COLLECT-NUM
               MOVE LOAN-SSN TO WS-LOAN-ACCT-SSN
               MOVE LOAN-NUM TO WS-LOAN-ACCT-NUM

               PERFORM WALK-LOAN-SCHEDULE
               PERFORM AGE-LOAN-ARREARS

               IF LOAN-PAID-COUNT NOT < LOAN-TERM-MONTHS
                   MOVE 'P' TO LOAN-STATUS
                   ADD 1 TO WS-PAID-OFF-COUNT
               END-IF
               REWRITE LOAN-RECORD
               END-REWRITE
               IF WS-LOAN-FILE-STATUS NOT = '00'
                   DISPLAY 'WGRVBJ26 ERROR - REWRITE LOAN STATUS='
                           WS-LOAN-FILE-STATUS
                           ' LOAN=' LOAN-NUM
               END-IF
           END-IF.

           PERFORM READ-NEXT-LOAN.
           EXIT.

      *----------------------------------------------------------------*
      * The loan's instalments in order (SSN+NUM lead the schedule     *
      * key) up to the first one not yet due. Paid lines and lines     *
      * left for repair are passed over; an unpaid one is collected    *
      * unless an earlier one has already failed tonight, and once     *
      * one fails it and everything due after it count as arrears.     *
      *----------------------------------------------------------------*
       WALK-LOAN-SCHEDULE.
           MOVE 'N' TO WS-LSCH-STOP-SWITCH.
           MOVE LOAN-SSN TO LSCH-SSN.
           MOVE LOAN-NUM TO LSCH-NUM.
           MOVE ZERO TO LSCH-INSTALMENT-NO.

           START SCHEDULE-FILE KEY IS NOT LESS THAN LSCH-REC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LSCH-STOP-SWITCH
           END-START.

           PERFORM UNTIL WS-LSCH-STOP-BROWSE
               READ SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LSCH-STOP-SWITCH
               END-READ
               IF NOT WS-LSCH-STOP-BROWSE
                   IF WS-LSCH-FILE-STATUS NOT = '00'
                       DISPLAY 'WGRVBJ26 ERROR - READ SCHEDULE STATUS='
                               WS-LSCH-FILE-STATUS
                               ' LOAN=' LOAN-NUM
                       MOVE 'Y' TO WS-LSCH-STOP-SWITCH
                   END-IF
               END-IF
               IF NOT WS-LSCH-STOP-BROWSE
                   IF LSCH-SSN NOT = LOAN-SSN OR
                      LSCH-NUM NOT = LOAN-NUM OR
                      LSCH-DUE-DATE > WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-LSCH-STOP-SWITCH
                   ELSE
                       IF LSCH-UNPAID
                           IF NOT WS-COLLECT-STOPPED
                               PERFORM COLLECT-INSTALMENT
                           END-IF
                           IF WS-COLLECT-STOPPED
                               PERFORM COUNT-MISSED-INSTALMENT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *----------------------------------------------------------------*
      * Collect one instalment and mark its schedule line paid. A      *
      * plain failure stops tonight's collection for the loan; a       *
      * half-posted one is marked R for manual repair so it is never   *
      * taken from the customer twice.                                 *
      *----------------------------------------------------------------*
       COLLECT-INSTALMENT.
           COMPUTE WS-DUE-AMOUNT = LSCH-PRINCIPAL + LSCH-INTEREST.
           PERFORM EXECUTE-INSTALMENT-TRANSFER.

           IF NOT WS-EXEC-FAILED
               MOVE 'P' TO LSCH-STATUS
               MOVE WS-BUSINESS-DATE TO LSCH-PAID-DATE
               ADD 1 TO LOAN-PAID-COUNT
               MOVE WS-BUSINESS-DATE TO LOAN-LAST-PAID-DATE
               ADD 1 TO WS-PAID-COUNT
               ADD LSCH-PRINCIPAL TO WS-TOTAL-PRINCIPAL
               ADD LSCH-INTEREST TO WS-TOTAL-INTEREST
               MOVE 'PAID' TO WS-COL-RESULT
               IF LSCH-DUE-DATE < WS-BUSINESS-DATE
                   MOVE 'PAID - LATE' TO WS-COL-RESULT
               END-IF
           ELSE
               IF WS-REPAIR-NEEDED
                   MOVE 'R' TO LSCH-STATUS
                   ADD 1 TO WS-REPAIR-COUNT
               ELSE
                   MOVE 'Y' TO WS-COLLECT-STOP-SWITCH
               END-IF
           END-IF.

           IF NOT LSCH-UNPAID
               REWRITE LSCH-RECORD
               END-REWRITE
               IF WS-LSCH-FILE-STATUS NOT = '00'
                   DISPLAY 'WGRVBJ26 ERROR - REWRITE SCHEDULE STATUS='
                           WS-LSCH-FILE-STATUS
                           ' LOAN=' LOAN-NUM
                           ' INSTALMENT=' LSCH-INSTALMENT-NO
               END-IF
           END-IF.

           PERFORM WRITE-COLLECT-LINE.
           EXIT.

      *----------------------------------------------------------------*
      * The repayment in the WGRVBJ09 order of events: both accounts   *
      * found and the deposit balance able to cover the instalment     *
      * before anything posts, then each movement written before its   *
      * balance change. The loan account takes the whole instalment    *
      * as a deposit and the interest part as a negative type-I        *
      * charge, and its balance moves by the principal part alone.     *
      *----------------------------------------------------------------*
       EXECUTE-INSTALMENT-TRANSFER.
           MOVE 'N' TO WS-EXEC-FAIL-SWITCH.
           MOVE 'N' TO WS-DEBIT-POSTED-SWITCH.
           MOVE 'N' TO WS-LOAN-LEG-SWITCH.
           MOVE 'N' TO WS-REPAIR-SWITCH.
           MOVE ZERO TO WS-DEBIT-SEQ.

           MOVE WS-LOAN-ACCT-KEY TO ACCT-REC-KEY.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
           END-READ.
           IF WS-EXEC-FAILED
               MOVE 'LOAN ACCT MISSING' TO WS-COL-RESULT
           END-IF.

      * debit side
           IF NOT WS-EXEC-FAILED
               MOVE WS-COLLECT-ACCT-KEY TO ACCT-REC-KEY
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
               END-READ
               IF WS-EXEC-FAILED
                   MOVE 'COLLECT ACCT MISSING' TO WS-COL-RESULT
               ELSE
                   COMPUTE WS-OD-ROOM =
                           ACCOUNT-AVAIL-BALANCE + ACCOUNT-OD-LIMIT
                   IF WS-OD-ROOM < WS-DUE-AMOUNT
                       MOVE 'NO FUNDS' TO WS-COL-RESULT
                       MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-EXEC-FAILED
               MOVE LOAN-COLLECT-ACCOUNT TO WS-TRAN-ACCOUNT
               MOVE 'W' TO WS-TRAN-TYPE
               MOVE WS-DUE-AMOUNT TO WS-TRAN-AMOUNT
               MOVE 'T' TO WS-TRAN-FLAG
               PERFORM WRITE-LOAN-TRANSACTION
               IF WS-TRAN-STOP-BROWSE
                   MOVE 'TRAN WRITE ERR' TO WS-COL-RESULT
                   MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
               ELSE
                   MOVE TRAN-SEQ TO WS-DEBIT-SEQ
               END-IF
           END-IF.

           IF NOT WS-EXEC-FAILED
               SUBTRACT WS-DUE-AMOUNT FROM ACCOUNT-BALANCE
               SUBTRACT WS-DUE-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
               END-REWRITE
               IF WS-ACCT-FILE-STATUS NOT = '00'
                   MOVE 'COLLECT ACCT UPD ERR' TO WS-COL-RESULT
                   MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
                   DISPLAY 'WGRVBJ26 ERROR - REWRITE STATUS='
                           WS-ACCT-FILE-STATUS
                           ' ACCOUNT=' LOAN-COLLECT-ACCOUNT
               ELSE
                   MOVE 'Y' TO WS-DEBIT-POSTED-SWITCH
               END-IF
           END-IF.

      * credit side - the loan account
           IF NOT WS-EXEC-FAILED
               MOVE WS-LOAN-ACCT-KEY TO ACCT-REC-KEY
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
               END-READ
               IF WS-EXEC-FAILED
                   MOVE 'LOAN ACCT READ ERR' TO WS-COL-RESULT
               END-IF
           END-IF.

           IF NOT WS-EXEC-FAILED
               MOVE LOAN-NUM TO WS-TRAN-ACCOUNT
               MOVE 'D' TO WS-TRAN-TYPE
               MOVE WS-DUE-AMOUNT TO WS-TRAN-AMOUNT
               MOVE 'T' TO WS-TRAN-FLAG
               PERFORM WRITE-LOAN-TRANSACTION
               IF WS-TRAN-STOP-BROWSE
                   MOVE 'TRAN WRITE ERR' TO WS-COL-RESULT
                   MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
               ELSE
                   MOVE 'Y' TO WS-LOAN-LEG-SWITCH
               END-IF
           END-IF.

           IF NOT WS-EXEC-FAILED AND LSCH-INTEREST > ZERO
               MOVE LOAN-NUM TO WS-TRAN-ACCOUNT
               MOVE 'I' TO WS-TRAN-TYPE
               COMPUTE WS-TRAN-AMOUNT = LSCH-INTEREST * -1
               MOVE 'N' TO WS-TRAN-FLAG
               PERFORM WRITE-LOAN-TRANSACTION
               IF WS-TRAN-STOP-BROWSE
                   MOVE 'TRAN WRITE ERR' TO WS-COL-RESULT
                   MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
               END-IF
           END-IF.

           IF NOT WS-EXEC-FAILED
               ADD LSCH-PRINCIPAL TO ACCOUNT-BALANCE
               ADD LSCH-PRINCIPAL TO ACCOUNT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
               END-REWRITE
               IF WS-ACCT-FILE-STATUS NOT = '00'
                   MOVE 'LOAN ACCT UPD ERR' TO WS-COL-RESULT
                   MOVE 'Y' TO WS-EXEC-FAIL-SWITCH
                   DISPLAY 'WGRVBJ26 ERROR - REWRITE STATUS='
                           WS-ACCT-FILE-STATUS
                           ' ACCOUNT=' LOAN-NUM
               END-IF
           END-IF.

      * a failure on the loan side after the customer was debited
      * must not wait for tomorrow's retry - before anything reached
      * the loan account the debit is compensated here; after, or if
      * even that fails, the instalment goes to manual repair
           IF WS-EXEC-FAILED AND WS-DEBIT-POSTED
               IF WS-LOAN-LEG-WRITTEN
                   MOVE 'Y' TO WS-REPAIR-SWITCH
                   MOVE 'MANUAL REPAIR' TO WS-COL-RESULT
                   DISPLAY 'WGRVBJ26 ERROR - LOAN SIDE HALF POSTED, '
                           'MANUAL REPAIR LOAN=' LOAN-NUM
                           ' INSTALMENT=' LSCH-INSTALMENT-NO
               ELSE
                   PERFORM COMPENSATE-INSTALMENT-DEBIT
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Back the half-executed repayment out: an offsetting deposit   *
      * movement pointing at the debit (the same linkage WGRVRVSL     *
      * uses online), the debit marked reversed, and the deposit      *
      * balance restored. Any failure here leaves money in flight, so *
      * the instalment is flagged for manual repair instead.          *
      *----------------------------------------------------------------*
       COMPENSATE-INSTALMENT-DEBIT.
           MOVE LOAN-COLLECT-ACCOUNT TO WS-TRAN-ACCOUNT.
           MOVE 'D' TO WS-TRAN-TYPE.
           MOVE WS-DUE-AMOUNT TO WS-TRAN-AMOUNT.
           MOVE WS-DEBIT-SEQ TO WS-TRAN-REVERSAL-OF.
           MOVE 'N' TO WS-TRAN-FLAG.
           PERFORM WRITE-LOAN-TRANSACTION.
           IF WS-TRAN-STOP-BROWSE
               MOVE 'Y' TO WS-REPAIR-SWITCH
           END-IF.

           IF NOT WS-REPAIR-NEEDED
               MOVE LOAN-COLLECT-ACCOUNT TO TRAN-ACCOUNT-NUMBER
               MOVE WS-DEBIT-SEQ TO TRAN-SEQ
               READ TRANSACTION-FILE
                   INVALID KEY
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
                       MOVE 'Y' TO WS-REPAIR-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-REPAIR-NEEDED
               MOVE WS-COLLECT-ACCT-KEY TO ACCT-REC-KEY
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-REPAIR-SWITCH
               END-READ
               IF NOT WS-REPAIR-NEEDED
                   ADD WS-DUE-AMOUNT TO ACCOUNT-BALANCE
                   ADD WS-DUE-AMOUNT TO ACCOUNT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                   END-REWRITE
                   IF WS-ACCT-FILE-STATUS NOT = '00'
                       MOVE 'Y' TO WS-REPAIR-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF WS-REPAIR-NEEDED
               MOVE 'MANUAL REPAIR' TO WS-COL-RESULT
               DISPLAY 'WGRVBJ26 ERROR - COMPENSATION FAILED, '
                       'MANUAL REPAIR LOAN=' LOAN-NUM
                       ' INSTALMENT=' LSCH-INSTALMENT-NO
           ELSE
               MOVE 'FAILED-COMPENSATED' TO WS-COL-RESULT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Write one movement under the next TRAN-SEQ for the account -   *
      * same numbering WGRVPTRN assigns online and WGRVBJ09 walks in   *
      * batch. WS-TRAN-FLAG carries the reversed-flag for the new      *
      * movement ('T' a transfer leg, 'N' otherwise - reversed, they   *
      * become 'R' and 'Y').                                           *
      * WS-TRAN-STOP-BROWSE doubles as the failure flag for the        *
      * caller.                                                        *
      *----------------------------------------------------------------*
       WRITE-LOAN-TRANSACTION.
           MOVE 'N' TO WS-TRAN-STOP-SWITCH.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE WS-TRAN-ACCOUNT TO TRAN-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO TRAN-SEQ.

           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-REC-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-TRAN-FILE-STATUS = '00'
               PERFORM FIND-LAST-TRAN-SEQ
                   UNTIL WS-TRAN-STOP-BROWSE
               MOVE 'N' TO WS-TRAN-STOP-SWITCH
           END-IF.

           MOVE WS-TRAN-ACCOUNT TO TRAN-ACCOUNT-NUMBER.
           COMPUTE TRAN-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-TRAN-TYPE TO TRANSACTION-TYPE.
           MOVE WS-TRAN-AMOUNT TO TRANSACTION-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANSACTION-DATE.
           MOVE WS-RUN-TIME TO TRANSACTION-TIME.
           MOVE 'WGRVBJ26' TO TRANSACTION-TELLER.
      * zero for a normal movement - the compensation path points
      * its offsetting deposit at the debit it backs out
           MOVE WS-TRAN-REVERSAL-OF TO TRANSACTION-REVERSAL-OF.
           MOVE ZERO TO WS-TRAN-REVERSAL-OF.
           MOVE WS-TRAN-FLAG TO TRANSACTION-REVERSED-FLAG.

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-WRITE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRAN-STOP-SWITCH
               DISPLAY 'WGRVBJ26 ERROR - WRITE TRANSACTION STATUS='
                       WS-TRAN-FILE-STATUS
                       ' ACCOUNT=' WS-TRAN-ACCOUNT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       FIND-LAST-TRAN-SEQ.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-READ.
           IF WS-TRAN-FILE-STATUS = '00' OR
              WS-TRAN-FILE-STATUS = '10'
               IF NOT WS-TRAN-STOP-BROWSE
                   IF TRAN-ACCOUNT-NUMBER NOT = WS-TRAN-ACCOUNT
                       MOVE 'Y' TO WS-TRAN-STOP-SWITCH
                   ELSE
                       MOVE TRAN-SEQ TO WS-LAST-SEQ
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * An unpaid instalment due by the business date that was not     *
      * collected - the first one seen is the oldest, since the walk   *
      * runs in instalment order                                       *
      *----------------------------------------------------------------*
       COUNT-MISSED-INSTALMENT.
           ADD 1 TO WS-ARREARS-COUNT.
           ADD 1 TO WS-MISSED-COUNT.
           ADD LSCH-PRINCIPAL TO WS-ARREARS-AMOUNT.
           ADD LSCH-INTEREST TO WS-ARREARS-AMOUNT.
           IF WS-OLDEST-DUE-DATE = SPACES
               MOVE LSCH-DUE-DATE TO WS-OLDEST-DUE-DATE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Age the loan's arrears from the oldest missed due date to the  *
      * business date - the same INTEGER-OF-DATE day arithmetic       *
      * WGRVBJ17 uses for its cutoffs - into the 30/60/90-day buckets, *
      * keep the position on the loan record and list it for           *
      * collections. A loan with nothing overdue is current.           *
      *----------------------------------------------------------------*
       AGE-LOAN-ARREARS.
           MOVE WS-ARREARS-COUNT TO LOAN-ARREARS-COUNT.
           MOVE WS-ARREARS-AMOUNT TO LOAN-ARREARS-AMOUNT.

           IF WS-ARREARS-COUNT = ZERO
               MOVE ZERO TO LOAN-DAYS-PAST-DUE
               MOVE SPACES TO LOAN-DELINQ-BUCKET
           ELSE
               MOVE WS-OLDEST-DUE-DATE TO WS-OLDEST-DUE-NUM
               COMPUTE WS-DAYS-PAST-DUE =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE-NUM)
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE < 30
                       MOVE 1 TO WS-BUCKET-IDX
                   WHEN WS-DAYS-PAST-DUE < 60
                       MOVE 2 TO WS-BUCKET-IDX
                   WHEN WS-DAYS-PAST-DUE < 90
                       MOVE 3 TO WS-BUCKET-IDX
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-IDX
               END-EVALUATE
               MOVE WS-DAYS-PAST-DUE TO LOAN-DAYS-PAST-DUE
               MOVE WS-BUCKET-CODE(WS-BUCKET-IDX) TO LOAN-DELINQ-BUCKET
               ADD 1 TO WS-DELINQ-COUNT
               ADD 1 TO WS-BKT-COUNT(WS-BUCKET-IDX)
               ADD WS-ARREARS-AMOUNT TO WS-BKT-AMOUNT(WS-BUCKET-IDX)
               PERFORM WRITE-DELINQ-LINE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-COLLECT-LINE.
           MOVE LOAN-NUM TO WS-COL-ACCT.
           MOVE LSCH-INSTALMENT-NO TO WS-COL-INST.
           MOVE LSCH-DUE-DATE TO WS-COL-DUE.
           MOVE LOAN-COLLECT-ACCOUNT TO WS-COL-FROM.
           MOVE WS-DUE-AMOUNT TO WS-COL-AMOUNT.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-COLLECT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-DELINQ-LINE.
           MOVE LOAN-SSN TO WS-DLQ-SSN.
           MOVE LOAN-NUM TO WS-DLQ-ACCT.
           MOVE WS-ARREARS-COUNT TO WS-DLQ-MISSED.
           MOVE WS-ARREARS-AMOUNT TO WS-DLQ-AMOUNT.
           MOVE WS-OLDEST-DUE-DATE TO WS-DLQ-OLDEST.
           MOVE LOAN-DAYS-PAST-DUE TO WS-DLQ-DAYS.
           MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO WS-DLQ-BUCKET.
           MOVE LOAN-COLLECT-ACCOUNT TO WS-DLQ-FROM.
           MOVE SPACES TO DELINQ-RECORD.
           MOVE WS-DELINQ-LINE TO DELINQ-RECORD.
           WRITE DELINQ-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-COLLECTION-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-PAID-COUNT TO WS-RPT-PAID.
           MOVE WS-PAID-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-MISSED-COUNT TO WS-RPT-MISSED.
           MOVE WS-MISSED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REPAIR-COUNT TO WS-RPT-REPAIR.
           MOVE WS-REPAIR-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-PAID-OFF-COUNT TO WS-RPT-PAID-OFF.
           MOVE WS-PAID-OFF-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-PRINCIPAL TO WS-RPT-PRINCIPAL.
           MOVE WS-PRINCIPAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-INTEREST TO WS-RPT-INTEREST.
           MOVE WS-INTEREST-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Bucket totals for collections - loans and amount overdue in    *
      * each ageing band                                               *
      *----------------------------------------------------------------*
       WRITE-DELINQUENCY-SUMMARY.
           MOVE SPACES TO DELINQ-RECORD.
           WRITE DELINQ-RECORD.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO WS-BKT-LABEL-OUT
               MOVE WS-BKT-COUNT(WS-BUCKET-IDX) TO WS-BKT-COUNT-OUT
               MOVE WS-BKT-AMOUNT(WS-BUCKET-IDX) TO WS-BKT-AMOUNT-OUT
               MOVE WS-BUCKET-LINE TO DELINQ-RECORD
               WRITE DELINQ-RECORD
           END-PERFORM.
           MOVE WS-DELINQ-COUNT TO WS-RPT-DELINQ.
           MOVE WS-DELINQ-TOTAL-LINE TO DELINQ-RECORD.
           WRITE DELINQ-RECORD.
           EXIT.

       END PROGRAM WGRVBJ26.
