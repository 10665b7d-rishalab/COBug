      ******************************************************************
      *    WGRVBJ20 - Term-deposit maturity batch job                  *
      *                                                                *
      *    Runs daily. Walks WBCUSTDB in NAME order and each           *
      *    customer's accounts the way WGRVBJ17 does; for every TD     *
      *    account whose WBTERMDB certificate is still active:         *
      *      - a certificate maturing within the next ten days that    *
      *        has had no notice gets a maturity-notice letter line    *
      *        on WGRVTDMN (name, address, balance, maturity date and  *
      *        instruction) and TERM-NOTICE-DATE set, so the letter    *
      *        is never sent twice;                                    *
      *      - a certificate at or past its maturity date has its      *
      *        instruction carried out:                                *
      *          R renew - a new term of the same length and rate      *
      *            from the old maturity date, the current balance     *
      *            (principal plus the interest WGRVBJ05 credited)     *
      *            becoming the new principal;                         *
      *          P pay out - the whole balance moved to the linked     *
      *            account as a type-W movement on the TD and a        *
      *            type-D movement on the linked account, each under   *
      *            its next TRAN-SEQ, status set to P;                 *
      *          H hold - status set to M, the funds left on the TD    *
      *            free to withdraw and earning the WGRVINTC TD rate.  *
      *        A pay-out whose linked account is no longer on file is  *
      *        held instead and listed; a certificate with nothing     *
      *        left on it (broken early through WGRVPOST) is simply    *
      *        marked paid.                                            *
      *    A summary of notices, renewals, pay-outs and holds goes to  *
      *    WGRVTDMR.                                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ20.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO WBCUSTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CUST-REC-KEY
                  FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO WBACCTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCT-REC-KEY
                  FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO WBTRANDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRAN-REC-KEY
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO WBTERMDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TERM-REC-KEY
                  FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO WGRVTDMN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVTDMR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * key fields lead the record - the certificate terms WGRVOPEN
      * writes for a TD, under the same SSN+NUM as its account
       FD  TERM-FILE.
       01  TERM-RECORD.
           05 TERM-REC-KEY.
              10 TERM-SSN                  PIC X(9).
              10 TERM-NUM                  PIC X(10).
           05 TERM-PRINCIPAL               PIC S9(16)V99 COMP-3.
           05 TERM-MONTHS                  PIC 9(3).
           05 TERM-RATE-PCT                PIC 9(3)V9(4).
           05 TERM-OPEN-DATE               PIC X(8).
           05 TERM-MATURITY-DATE           PIC X(8).
           05 TERM-INSTRUCTION             PIC X(1).
              88 TERM-RENEW                VALUE 'R'.
              88 TERM-PAY-OUT              VALUE 'P'.
              88 TERM-HOLD                 VALUE 'H'.
           05 TERM-PAYTO-ACCOUNT           PIC X(10).
           05 TERM-STATUS                  PIC X(1).
              88 TERM-ACTIVE               VALUE 'A'.
           05 TERM-NOTICE-DATE             PIC X(8).

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NOTICE-RECORD                   PIC X(120).

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
                                        VALUE 'WGRVBJ20------WS'.
       01  WS-CUST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TERM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CUST-EOF-SWITCH          PIC X     VALUE 'N'.
           88 WS-NO-MORE-CUSTOMERS                VALUE 'Y'.
       01  WS-ACCT-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-ACCT-STOP-BROWSE                 VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-TRAN-STOP-BROWSE                 VALUE 'Y'.
       01  WS-PAYOUT-FAIL-SWITCH       PIC X     VALUE 'N'.
           88 WS-PAYOUT-FAILED                    VALUE 'Y'.
       01  WS-TARGET-SSN                PIC X(9)  VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(6)  VALUE SPACES.
       01  WS-LAST-SEQ                  PIC 9(6)  VALUE ZERO.

      * Maturity letters go out this many days ahead of the date
       01  WS-NOTICE-DAYS               PIC 9(3)  VALUE 10.
       01  WS-NOTICE-HORIZON            PIC X(8)  VALUE SPACES.
       01  WS-BUSINESS-DATE-NUM         PIC 9(8)  VALUE ZERO.
       01  WS-HORIZON-INTEGER           PIC S9(9) COMP VALUE ZERO.
       01  WS-HORIZON-NUM               PIC 9(8)  VALUE ZERO.

      * New maturity on renewal - same month arithmetic WGRVOPEN
      * uses at opening, the day held to 28
       01  WS-MATURITY-DATE.
           05 WS-MAT-YEAR                 PIC 9(4).
           05 WS-MAT-MONTH                PIC 9(2).
           05 WS-MAT-DAY                  PIC 9(2).
       01  WS-MONTH-COUNT               PIC 9(5)  VALUE ZERO.
       01  WS-YEAR-ADD                  PIC 9(5)  VALUE ZERO.

      * The movement being written - account, type and amount are
      * set by the caller before WRITE-MATURITY-TRANSACTION
       01  WS-MOVE-ACCOUNT              PIC X(10) VALUE SPACES.
       01  WS-MOVE-TYPE                 PIC X(1)  VALUE SPACES.
       01  WS-MOVE-AMOUNT               PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.

      * The TD being paid out, kept while the linked account is read
      * and updated so the walk can be picked up again after it
       01  WS-TD-KEY.
           05 WS-TD-SSN                   PIC X(9).
           05 WS-TD-NUM                   PIC X(10).
       01  WS-TD-ACCOUNT-NUMBER         PIC X(10) VALUE SPACES.
       01  WS-PAYOUT-AMOUNT             PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.

       01  WS-TD-COUNT                  PIC 9(7)  VALUE ZERO.
       01  WS-NOTICE-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-RENEW-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-PAID-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-HELD-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-ERROR-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-PAID-TOTAL                PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.

       01  WS-NOTICE-LINE.
           03 WS-NTC-ACCT-NUM           PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-NTC-NAME               PIC X(30).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-NTC-STREET             PIC X(20).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-NTC-CITY               PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-NTC-STATE              PIC X(4).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-NTC-ZIP                PIC 9(5).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-NTC-BALANCE            PIC -(14)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-NTC-MATURITY           PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-NTC-INSTRUCTION        PIC X(1).
           03 FILLER                    PIC X(6)  VALUE SPACES.

      * One line per certificate the run could not carry out as
      * instructed, for operations to follow up
       01  WS-EXCEPTION-LINE.
           03 FILLER                    PIC X(11)
                                         VALUE 'EXCEPTION: '.
           03 WS-EXC-ACCT-NUM           PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-EXC-REASON             PIC X(40).
           03 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-NOTICED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'MATURITY NOTICES:   '.
           03 WS-RPT-NOTICED            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-RENEWED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'RENEWED:           '.
           03 WS-RPT-RENEWED            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-PAIDOUT-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'PAID OUT:          '.
           03 WS-RPT-PAIDOUT            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-HELD-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'HELD AT MATURITY:  '.
           03 WS-RPT-HELD               PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'AMOUNT PAID OUT:   '.
           03 WS-RPT-AMOUNT             PIC -(14)9.99.
           03 FILLER                    PIC X(44) VALUE SPACES.

       01  WS-ERRORS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'EXCEPTIONS:        '.
           03 WS-RPT-ERRORS             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.
           PERFORM COMPUTE-NOTICE-HORIZON.

           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ20 ERROR - OPEN CUSTOMER-FILE STATUS='
                       WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ20 ERROR - OPEN ACCOUNT-FILE STATUS='
                       WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ20 ERROR - OPEN TRANSACTION-FILE STATUS='
                       WS-TRAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TERM-FILE.
           IF WS-TERM-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ20 ERROR - OPEN TERM-FILE STATUS='
                       WS-TERM-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM READ-NEXT-CUSTOMER.
           PERFORM PROCESS-CUSTOMER-ACCOUNTS
               UNTIL WS-NO-MORE-CUSTOMERS.

           PERFORM WRITE-CONTROL-REPORT.

           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE TERM-FILE.
           CLOSE NOTICE-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ20 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ20 - term deposits checked: ' WS-TD-COUNT.
           DISPLAY 'WGRVBJ20 - maturity notices: ' WS-NOTICE-COUNT.
           DISPLAY 'WGRVBJ20 - renewed: ' WS-RENEW-COUNT.
           DISPLAY 'WGRVBJ20 - paid out: ' WS-PAID-COUNT.
           DISPLAY 'WGRVBJ20 - held: ' WS-HELD-COUNT.
           DISPLAY 'WGRVBJ20 - amount paid out: ' WS-PAID-TOTAL.

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
               DISPLAY 'WGRVBJ20 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ20 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ20' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ20 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ20' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ20' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ20 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.

      *----------------------------------------------------------------*
      * The business date and the last maturity date a notice is due   *
      * for - the same INTEGER-OF-DATE arithmetic WGRVBJ17 uses for    *
      * its cutoffs                                                    *
      *----------------------------------------------------------------*
       COMPUTE-NOTICE-HORIZON.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.
           COMPUTE WS-HORIZON-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
                   + WS-NOTICE-DAYS.
           COMPUTE WS-HORIZON-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-HORIZON-INTEGER).
           MOVE WS-HORIZON-NUM TO WS-NOTICE-HORIZON.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-READ.
           IF WS-CUST-FILE-STATUS NOT = '00' AND
              WS-CUST-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ20 ERROR - READ CUSTOMER-FILE STATUS='
                       WS-CUST-FILE-STATUS
               MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Generic-key walk of WBACCTDB for the customer's SSN - the      *
      * same START/READ NEXT technique WGRVBJ17 uses                   *
      *----------------------------------------------------------------*
       PROCESS-CUSTOMER-ACCOUNTS.
           MOVE CUSTOMER-SSN TO WS-TARGET-SSN.
           MOVE 'N' TO WS-ACCT-STOP-SWITCH.
           MOVE CUSTOMER-SSN TO SSN OF ACCT-REC-KEY.
           MOVE LOW-VALUES TO NUM OF ACCT-REC-KEY.

           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-REC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-STOP-SWITCH
           END-START.

           PERFORM UNTIL WS-ACCT-STOP-BROWSE
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-STOP-SWITCH
               END-READ
               IF NOT WS-ACCT-STOP-BROWSE
                   IF SSN OF ACCT-REC-KEY NOT = WS-TARGET-SSN
                       MOVE 'Y' TO WS-ACCT-STOP-SWITCH
                   ELSE
                       IF ACCOUNT-TYPE = 'TD'
                           ADD 1 TO WS-TD-COUNT
                           PERFORM CHECK-TERM-DEPOSIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM READ-NEXT-CUSTOMER.
           EXIT.

      *----------------------------------------------------------------*
      * One TD: only an active certificate has anything to do. A       *
      * certificate at maturity is carried out; one inside the notice  *
      * window without a letter yet gets its letter.                   *
      *----------------------------------------------------------------*
       CHECK-TERM-DEPOSIT.
           MOVE SSN OF ACCT-REC-KEY TO TERM-SSN.
           MOVE NUM OF ACCT-REC-KEY TO TERM-NUM.
           READ TERM-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TERM-FILE-STATUS NOT = '00'
               MOVE ACCOUNT-NUMBER TO WS-EXC-ACCT-NUM
               MOVE 'NO TERM RECORD FOR TD ACCOUNT' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF TERM-ACTIVE
                   IF TERM-MATURITY-DATE NOT > WS-BUSINESS-DATE
                       PERFORM MATURE-TERM-DEPOSIT
                   ELSE
                       IF TERM-MATURITY-DATE NOT > WS-NOTICE-HORIZON
                          AND TERM-NOTICE-DATE = SPACES
                           PERFORM ISSUE-MATURITY-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Maturity letter line, and the notice date stamped on the       *
      * certificate so tomorrow's run does not send it again           *
      *----------------------------------------------------------------*
       ISSUE-MATURITY-NOTICE.
           MOVE ACCOUNT-NUMBER TO WS-NTC-ACCT-NUM.
           MOVE CUSTOMER-NAME TO WS-NTC-NAME.
           MOVE CUSTOMER-STREET TO WS-NTC-STREET.
           MOVE CUSTOMER-CITY TO WS-NTC-CITY.
           MOVE CUSTOMER-STATE TO WS-NTC-STATE.
           MOVE CUSTOMER-ZIP TO WS-NTC-ZIP.
           MOVE ACCOUNT-BALANCE TO WS-NTC-BALANCE.
           MOVE TERM-MATURITY-DATE TO WS-NTC-MATURITY.
           MOVE TERM-INSTRUCTION TO WS-NTC-INSTRUCTION.
           MOVE SPACES TO NOTICE-RECORD.
           MOVE WS-NOTICE-LINE TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE WS-BUSINESS-DATE TO TERM-NOTICE-DATE.
           REWRITE TERM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-TERM-FILE-STATUS = '00'
               ADD 1 TO WS-NOTICE-COUNT
           ELSE
               DISPLAY 'WGRVBJ20 ERROR - REWRITE TERM STATUS='
                       WS-TERM-FILE-STATUS
                       ' ACCOUNT=' ACCOUNT-NUMBER
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Carry out the maturity instruction. Nothing left on the TD     *
      * (fully broken early) means nothing to renew or pay - the       *
      * certificate is just marked paid.                               *
      *----------------------------------------------------------------*
       MATURE-TERM-DEPOSIT.
           IF ACCOUNT-BALANCE NOT > ZERO
               MOVE 'P' TO TERM-STATUS
               PERFORM REWRITE-TERM-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN TERM-RENEW
                       PERFORM RENEW-TERM-DEPOSIT
                   WHEN TERM-PAY-OUT
                       PERFORM PAY-OUT-TERM-DEPOSIT
                   WHEN OTHER
                       PERFORM HOLD-TERM-DEPOSIT
               END-EVALUATE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Renew: the new term runs from the old maturity date, so a      *
      * late run does not shorten it, and the balance rolls over as    *
      * the new principal. The notice date is cleared for the next     *
      * maturity.                                                      *
      *----------------------------------------------------------------*
       RENEW-TERM-DEPOSIT.
           MOVE TERM-MATURITY-DATE TO TERM-OPEN-DATE.
           MOVE TERM-MATURITY-DATE TO WS-MATURITY-DATE.
           COMPUTE WS-MONTH-COUNT =
                   WS-MAT-MONTH - 1 + TERM-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
                  GIVING WS-YEAR-ADD
                  REMAINDER WS-MONTH-COUNT.
           ADD WS-YEAR-ADD TO WS-MAT-YEAR.
           COMPUTE WS-MAT-MONTH = WS-MONTH-COUNT + 1.
           IF WS-MAT-DAY > 28
               MOVE 28 TO WS-MAT-DAY
           END-IF.
           MOVE WS-MATURITY-DATE TO TERM-MATURITY-DATE.
           MOVE ACCOUNT-BALANCE TO TERM-PRINCIPAL.
           MOVE SPACES TO TERM-NOTICE-DATE.
           PERFORM REWRITE-TERM-RECORD.
           IF WS-TERM-FILE-STATUS = '00'
               ADD 1 TO WS-RENEW-COUNT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Hold: the funds stay where they are, free of the term          *
      *----------------------------------------------------------------*
       HOLD-TERM-DEPOSIT.
           MOVE 'M' TO TERM-STATUS.
           PERFORM REWRITE-TERM-RECORD.
           IF WS-TERM-FILE-STATUS = '00'
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Pay out to the linked account under the same SSN. The linked   *
      * account is read first, so a pay-out with nowhere to go is      *
      * held instead and nothing is written. The credit side is        *
      * posted before the debit side; the random reads move the        *
      * browse, so the walk is restarted just past the TD afterwards.  *
      *----------------------------------------------------------------*
       PAY-OUT-TERM-DEPOSIT.
           MOVE 'N' TO WS-PAYOUT-FAIL-SWITCH.
           MOVE ACCT-REC-KEY TO WS-TD-KEY.
           MOVE ACCOUNT-NUMBER TO WS-TD-ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO WS-PAYOUT-AMOUNT.

           MOVE WS-TD-SSN TO SSN OF ACCT-REC-KEY.
           MOVE TERM-PAYTO-ACCOUNT TO NUM OF ACCT-REC-KEY.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               MOVE WS-TD-ACCOUNT-NUMBER TO WS-EXC-ACCT-NUM
               MOVE 'PAY-TO ACCOUNT NOT ON FILE - HELD'
                    TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM HOLD-TERM-DEPOSIT
           ELSE
               PERFORM CREDIT-PAYTO-ACCOUNT
               IF NOT WS-PAYOUT-FAILED
                   PERFORM DEBIT-TERM-DEPOSIT
               END-IF
               IF WS-PAYOUT-FAILED
                   MOVE WS-TD-ACCOUNT-NUMBER TO WS-EXC-ACCT-NUM
                   MOVE 'PAY-OUT FAILED - SEE JOB LOG' TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   MOVE 'P' TO TERM-STATUS
                   PERFORM REWRITE-TERM-RECORD
                   ADD 1 TO WS-PAID-COUNT
                   ADD WS-PAYOUT-AMOUNT TO WS-PAID-TOTAL
               END-IF
           END-IF.

           MOVE WS-TD-KEY TO ACCT-REC-KEY.
           START ACCOUNT-FILE KEY IS GREATER THAN ACCT-REC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-STOP-SWITCH
           END-START.
           EXIT.

      *----------------------------------------------------------------*
      * Credit side of the pay-out - the linked account is the record  *
      * just read; movement first, then the balance                    *
      *----------------------------------------------------------------*
       CREDIT-PAYTO-ACCOUNT.
           MOVE ACCOUNT-NUMBER TO WS-MOVE-ACCOUNT.
           MOVE 'D' TO WS-MOVE-TYPE.
           MOVE WS-PAYOUT-AMOUNT TO WS-MOVE-AMOUNT.
           PERFORM WRITE-MATURITY-TRANSACTION.
           IF WS-TRAN-STOP-BROWSE
               MOVE 'Y' TO WS-PAYOUT-FAIL-SWITCH
           ELSE
               ADD WS-PAYOUT-AMOUNT TO ACCOUNT-BALANCE
               ADD WS-PAYOUT-AMOUNT TO ACCOUNT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-ACCT-FILE-STATUS NOT = '00'
                   DISPLAY 'WGRVBJ20 ERROR - REWRITE ACCOUNT STATUS='
                           WS-ACCT-FILE-STATUS
                           ' ACCOUNT=' ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-PAYOUT-FAIL-SWITCH
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Debit side - the TD is read back by its saved key, the whole   *
      * balance written off it as a type-W movement                    *
      *----------------------------------------------------------------*
       DEBIT-TERM-DEPOSIT.
           MOVE WS-TD-KEY TO ACCT-REC-KEY.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ20 ERROR - REREAD TD STATUS='
                       WS-ACCT-FILE-STATUS
                       ' ACCOUNT=' WS-TD-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-PAYOUT-FAIL-SWITCH
           ELSE
               MOVE WS-TD-ACCOUNT-NUMBER TO WS-MOVE-ACCOUNT
               MOVE 'W' TO WS-MOVE-TYPE
               MOVE WS-PAYOUT-AMOUNT TO WS-MOVE-AMOUNT
               PERFORM WRITE-MATURITY-TRANSACTION
               IF WS-TRAN-STOP-BROWSE
                   MOVE 'Y' TO WS-PAYOUT-FAIL-SWITCH
               ELSE
                   SUBTRACT WS-PAYOUT-AMOUNT FROM ACCOUNT-BALANCE
                   SUBTRACT WS-PAYOUT-AMOUNT FROM
                            ACCOUNT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-ACCT-FILE-STATUS NOT = '00'
                       DISPLAY 'WGRVBJ20 ERROR - REWRITE ACCOUNT '
                               'STATUS=' WS-ACCT-FILE-STATUS
                               ' ACCOUNT=' ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-PAYOUT-FAIL-SWITCH
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       REWRITE-TERM-RECORD.
           REWRITE TERM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-TERM-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ20 ERROR - REWRITE TERM STATUS='
                       WS-TERM-FILE-STATUS
                       ' ACCOUNT=' TERM-NUM
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-EXCEPTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * One movement under the next TRAN-SEQ for WS-MOVE-ACCOUNT -     *
      * same numbering WGRVPTRN assigns online, so the trial balance   *
      * and GL reconciliation see the pay-out like any movement.       *
      * WS-TRAN-STOP-BROWSE doubles as the failure flag.               *
      *----------------------------------------------------------------*
       WRITE-MATURITY-TRANSACTION.
           MOVE 'N' TO WS-TRAN-STOP-SWITCH.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE WS-MOVE-ACCOUNT TO TRAN-ACCOUNT-NUMBER.
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

           MOVE WS-MOVE-ACCOUNT TO TRAN-ACCOUNT-NUMBER.
           COMPUTE TRAN-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-MOVE-TYPE TO TRANSACTION-TYPE.
           MOVE WS-MOVE-AMOUNT TO TRANSACTION-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANSACTION-DATE.
           MOVE WS-RUN-TIME TO TRANSACTION-TIME.
           MOVE 'WGRVBJ20' TO TRANSACTION-TELLER.
           MOVE ZERO TO TRANSACTION-REVERSAL-OF.
      * the pay-out moves money between two of our own accounts -
      * 'T' marks a transfer leg; only 'Y' means reversed
           MOVE 'T' TO TRANSACTION-REVERSED-FLAG.

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-WRITE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRAN-STOP-SWITCH
               DISPLAY 'WGRVBJ20 ERROR - WRITE TRANSACTION STATUS='
                       WS-TRAN-FILE-STATUS
                       ' ACCOUNT=' WS-MOVE-ACCOUNT
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
                   IF TRAN-ACCOUNT-NUMBER NOT = WS-MOVE-ACCOUNT
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
       WRITE-CONTROL-REPORT.
           MOVE WS-NOTICE-COUNT TO WS-RPT-NOTICED.
           MOVE WS-NOTICED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-RENEW-COUNT TO WS-RPT-RENEWED.
           MOVE WS-RENEWED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-PAID-COUNT TO WS-RPT-PAIDOUT.
           MOVE WS-PAIDOUT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HELD-COUNT TO WS-RPT-HELD.
           MOVE WS-HELD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-PAID-TOTAL TO WS-RPT-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ERROR-COUNT TO WS-RPT-ERRORS.
           MOVE WS-ERRORS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       END PROGRAM WGRVBJ20.
