      *    TRANSACTION-RECORDs account for the day's change in each    *
      *    ACCOUNT-BALANCE. For every account this job sums deposits   *
      *    (and posted interest) minus withdrawals dated the business  *
      *    date (the WBBDTDB control date WGRVBJ25 advances) and       *
      *    compares that to the balance movement since the account's   *
      *    latest WBSNAPDB snapshot before the business date (written  *
      *    nightly by WGRVBJ08). Every account where the two disagree  *
      *    is reported to WGRVRCNR - the hand-keyed balance            *
      *    adjustments that burned us twice now surface the next       *
      *    morning. The day's ACH movements (types C and E) are also   *
      *    totalled across all accounts and tied to the WGRVACHT       *
      *    control record WGRVBJ19 wrote for the business date; the    *
      *    card purchases WGRVBJ27 settles as type E are not ACH and   *
      *    are left out of that tie.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ07.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SNAP-REC-KEY
                  FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT ACH-CONTROL-FILE ASSIGN TO WGRVACHT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACHT-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVRCNR
                  ORGANIZATION IS LINE SEQUENTIAL.

              10 SNAP-DATE                 PIC X(8).
           05 SNAP-BALANCE                 PIC S9(18)V99 COMP-3.

      * The day's posted ACH totals - the layout WGRVBJ19 writes
       FD  ACH-CONTROL-FILE.
       01  ACH-CONTROL-RECORD.
           05 ACHT-BUS-DATE                PIC X(8).
           05 ACHT-CREDIT-COUNT            PIC 9(7).
           05 ACHT-CREDIT-AMOUNT           PIC 9(16)V99.
           05 ACHT-DEBIT-COUNT             PIC 9(7).
           05 ACHT-DEBIT-AMOUNT            PIC 9(16)V99.

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
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SNAP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACHT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-ACHT-EOF-SWITCH          PIC X     VALUE 'N'.
           88 WS-NO-MORE-ACH-CONTROLS             VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
                                                   VALUE ZERO.
       01  WS-BALANCE-MOVEMENT          PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
      * ACH movements on file for the business date, and the totals
      * WGRVBJ19 says it posted
       01  WS-ACH-CREDIT-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-ACH-CREDIT-TOTAL          PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-ACH-DEBIT-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-ACH-DEBIT-TOTAL           PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-ACHT-CREDIT-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-ACHT-CREDIT-TOTAL         PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-ACHT-DEBIT-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-ACHT-DEBIT-TOTAL          PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.

       01  WS-MISMATCH-LINE.
           03 WS-MIS-ACCT-NUM           PIC X(10).
           03 WS-MIS-NOTE               PIC X(12).
           03 FILLER                    PIC X(21) VALUE SPACES.

       01  WS-ACH-LINE.
           03 WS-ACH-LABEL              PIC X(12).
           03 FILLER                    PIC X(6)  VALUE 'TRAN='.
           03 WS-ACH-TRAN-COUNT         PIC ZZZZZZ9.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ACH-TRAN-TOTAL         PIC -(14)9.99.
           03 FILLER                    PIC X(9)  VALUE ' CONTROL='.
           03 WS-ACH-CTL-COUNT          PIC ZZZZZZ9.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ACH-CTL-TOTAL          PIC -(14)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ACH-NOTE               PIC X(14).
           03 FILLER                    PIC X(6)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ACCOUNTS IN ERROR:  '.
           PERFORM RECONCILE-ACCOUNT
               UNTIL WS-NO-MORE-ACCOUNTS.

           PERFORM TIE-ACH-TOTALS.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-MISMATCH-COUNT TO WS-RPT-MISMATCH.
           CLOSE SNAPSHOT-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ07 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ07 - accounts checked: ' WS-ACCOUNT-COUNT.
           DISPLAY 'WGRVBJ07 - accounts in error: ' WS-MISMATCH-COUNT.
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
               DISPLAY 'WGRVBJ07 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ07 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ07' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ07 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ07' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ07' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ07 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
                       MOVE 'Y' TO WS-TRAN-STOP-SWITCH
                   ELSE
                       IF TRANSACTION-DATE = WS-BUSINESS-DATE
      * withdrawals, service fees and ACH direct debits debit,
      * everything else credits
                           IF TRANSACTION-TYPE = 'W' OR
                              TRANSACTION-TYPE = 'F' OR
                              TRANSACTION-TYPE = 'E'
                               SUBTRACT TRANSACTION-AMOUNT FROM
                                        WS-DAY-NET
                           ELSE
                               ADD TRANSACTION-AMOUNT TO WS-DAY-NET
                           END-IF
                           IF TRANSACTION-TYPE = 'C'
                               ADD 1 TO WS-ACH-CREDIT-COUNT
                               ADD TRANSACTION-AMOUNT TO
                                   WS-ACH-CREDIT-TOTAL
                           END-IF
                           IF TRANSACTION-TYPE = 'E' AND
                              TRANSACTION-TELLER NOT = 'WGRVBJ27'
                               ADD 1 TO WS-ACH-DEBIT-COUNT
                               ADD TRANSACTION-AMOUNT TO
                                   WS-ACH-DEBIT-TOTAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * The day's C and E movements must equal what WGRVBJ19 reported  *
      * posting for the business date. No control record for the date  *
      * with ACH movements on file is itself out of balance.           *
      *----------------------------------------------------------------*
       TIE-ACH-TOTALS.
           OPEN INPUT ACH-CONTROL-FILE.
           IF WS-ACHT-FILE-STATUS = '00'
               PERFORM READ-ACH-CONTROL
                   UNTIL WS-NO-MORE-ACH-CONTROLS
               CLOSE ACH-CONTROL-FILE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ACH CREDITS ' TO WS-ACH-LABEL.
           MOVE WS-ACH-CREDIT-COUNT TO WS-ACH-TRAN-COUNT.
           MOVE WS-ACH-CREDIT-TOTAL TO WS-ACH-TRAN-TOTAL.
           MOVE WS-ACHT-CREDIT-COUNT TO WS-ACH-CTL-COUNT.
           MOVE WS-ACHT-CREDIT-TOTAL TO WS-ACH-CTL-TOTAL.
           MOVE SPACES TO WS-ACH-NOTE.
           IF WS-ACH-CREDIT-COUNT NOT = WS-ACHT-CREDIT-COUNT OR
              WS-ACH-CREDIT-TOTAL NOT = WS-ACHT-CREDIT-TOTAL
               MOVE 'OUT OF BALANCE' TO WS-ACH-NOTE
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-ACH-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ACH DEBITS  ' TO WS-ACH-LABEL.
           MOVE WS-ACH-DEBIT-COUNT TO WS-ACH-TRAN-COUNT.
           MOVE WS-ACH-DEBIT-TOTAL TO WS-ACH-TRAN-TOTAL.
           MOVE WS-ACHT-DEBIT-COUNT TO WS-ACH-CTL-COUNT.
           MOVE WS-ACHT-DEBIT-TOTAL TO WS-ACH-CTL-TOTAL.
           MOVE SPACES TO WS-ACH-NOTE.
           IF WS-ACH-DEBIT-COUNT NOT = WS-ACHT-DEBIT-COUNT OR
              WS-ACH-DEBIT-TOTAL NOT = WS-ACHT-DEBIT-TOTAL
               MOVE 'OUT OF BALANCE' TO WS-ACH-NOTE
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-ACH-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Only a control record for the business date counts - the file  *
      * is rewritten by every WGRVBJ19 run                             *
      *----------------------------------------------------------------*
       READ-ACH-CONTROL.
           READ ACH-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-ACHT-EOF-SWITCH
           END-READ.
           IF WS-ACHT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACHT-EOF-SWITCH
           END-IF.
           IF NOT WS-NO-MORE-ACH-CONTROLS
              AND ACHT-BUS-DATE = WS-BUSINESS-DATE
               ADD ACHT-CREDIT-COUNT TO WS-ACHT-CREDIT-COUNT
               ADD ACHT-CREDIT-AMOUNT TO WS-ACHT-CREDIT-TOTAL
               ADD ACHT-DEBIT-COUNT TO WS-ACHT-DEBIT-COUNT
               ADD ACHT-DEBIT-AMOUNT TO WS-ACHT-DEBIT-TOTAL
           END-IF.
           EXIT.

       END PROGRAM WGRVBJ07.
