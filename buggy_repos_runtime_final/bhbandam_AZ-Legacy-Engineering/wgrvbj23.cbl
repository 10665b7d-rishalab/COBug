      ******************************************************************
      *    WGRVBJ23 - Monthly KYC review and activity-gap report       *
      *                                                                *
      *    Runs at the start of each month. Every customer on WBCUSTDB *
      *    is checked against their due-diligence profile on WBKYCDB   *
      *    (captured by WTIADDC, kept by WGRVKYCM) and listed on       *
      *    WGRVKYCR when:                                              *
      *      - there is no profile at all (customers added before      *
      *        profiles were kept);                                    *
      *      - the next periodic review date has been reached;         *
      *      - the ID document on file has expired.                    *
      *    Each of the customer's accounts is then measured for the    *
      *    prior calendar month off WBTRANDB - deposits, withdrawals   *
      *    and ACH credits and debits, less corrections and the        *
      *    entries they corrected, as WGRVBJ12 counts customer cash -  *
      *    and any account whose activity exceeds the declared         *
      *    expected monthly activity times the WGRVKYCC multiple, or   *
      *    the floor amount if that is higher, is listed as an         *
      *    ACTIVITY OVER line. The month is the one before the         *
      *    business date on WBBDTDB. WGRVKYCC (multiple, floor) is     *
      *    optional: missing, the multiple is three and the floor      *
      *    1,000.00.                                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ23.
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
           SELECT KYC-FILE ASSIGN TO WBKYCDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KYC-SSN
                  FILE STATUS IS WS-KYC-FILE-STATUS.
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
           SELECT CRITERIA-FILE ASSIGN TO WGRVKYCC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CRIT-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVKYCR
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

      * key fields lead the record - the profile WTIADDC writes
       FD  KYC-FILE.
       01  KYC-PROFILE-RECORD.
           05 KYC-SSN                      PIC X(9).
           05 KYC-ID-TYPE                  PIC X(2).
           05 KYC-ID-NUMBER                PIC X(20).
           05 KYC-ID-EXPIRY                PIC X(8).
           05 KYC-OCCUPATION               PIC X(20).
           05 KYC-EXPECTED-MONTHLY         PIC S9(13)V99 COMP-3.
           05 KYC-RISK-RATING              PIC X(1).
           05 KYC-NEXT-REVIEW              PIC X(8).
           05 KYC-LAST-REVIEW              PIC X(8).
           05 KYC-UPDATED-BY               PIC X(8).

       FD  ACCOUNT-FILE.
       01 ACCT-REC-KEY.
           05 SSN                          PIC X(9).
           05 NUM                          PIC X(10).
       01  ACCOUNT-RECORD.
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

      * Unused (formerly a run date - the business date governs), the
      * multiple of declared activity that is tolerated and the floor
      * amount below which no account is flagged
       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD.
           05 FILLER                       PIC X(8).
           05 FILLER                       PIC X(1).
           05 CRIT-MULTIPLE                PIC 9(3).
           05 FILLER                       PIC X(1).
           05 CRIT-FLOOR                   PIC 9(9)V99.

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
                                        VALUE 'WGRVBJ23------WS'.
       01  WS-CUST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-KYC-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CRIT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CUST-EOF-SWITCH          PIC X     VALUE 'N'.
           88 WS-NO-MORE-CUSTOMERS                VALUE 'Y'.
       01  WS-ACCT-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-ACCT-STOP-BROWSE                 VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-TRAN-STOP-BROWSE                 VALUE 'Y'.
       01  WS-PROFILE-SWITCH           PIC X     VALUE 'N'.
           88 WS-PROFILE-FOUND                    VALUE 'Y'.
       01  WS-TARGET-SSN                PIC X(9)  VALUE SPACES.

       01  WS-BUSINESS-DATE.
           03 WS-BUS-YEAR               PIC 9(4).
           03 WS-BUS-MONTH              PIC 9(2).
           03 WS-BUS-DAY                PIC 9(2).
      * The prior calendar month - day 31 as the upper bound serves
      * every month, transaction dates being compared as text
       01  WS-PERIOD-FROM.
           03 WS-FROM-YEAR              PIC 9(4).
           03 WS-FROM-MONTH             PIC 9(2).
           03 WS-FROM-DAY               PIC 9(2).
       01  WS-PERIOD-TO.
           03 WS-TO-YEAR                PIC 9(4).
           03 WS-TO-MONTH               PIC 9(2).
           03 WS-TO-DAY                 PIC 9(2).

       01  WS-MULTIPLE                  PIC 9(3)  VALUE 3.
       01  WS-FLOOR                     PIC 9(9)V99 VALUE 1000.00.
       01  WS-ACTIVITY-LIMIT            PIC S9(16)V99 COMP-3
                                                  VALUE ZERO.
       01  WS-ACCT-ACTIVITY             PIC S9(16)V99 COMP-3
                                                  VALUE ZERO.

       01  WS-CUSTOMER-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-NO-PROFILE-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-REVIEW-DUE-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-ID-EXPIRED-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-ACCOUNT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-OVER-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-ERROR-COUNT               PIC 9(7)  VALUE ZERO.

      * One line per customer profile exception
       01  WS-KYC-LINE.
           03 WS-KYC-REASON             PIC X(16).
           03 WS-KYC-SSN                PIC X(9).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-KYC-NAME               PIC X(30).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-KYC-DATE               PIC X(8).
           03 FILLER                    PIC X(15) VALUE SPACES.

      * One line per account whose month ran past its limit
       01  WS-OVER-LINE.
           03 FILLER                    PIC X(15)
                                         VALUE 'ACTIVITY OVER: '.
           03 WS-OVER-SSN               PIC X(9).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-OVER-ACCT-NUM          PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-OVER-ACTIVITY          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-OVER-LIMIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                    PIC X(7)  VALUE SPACES.

       01  WS-PERIOD-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ACTIVITY PERIOD:    '.
           03 WS-RPT-FROM               PIC X(8).
           03 FILLER                    PIC X(4)  VALUE ' TO '.
           03 WS-RPT-TO                 PIC X(8).
           03 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-CUSTOMERS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'CUSTOMERS CHECKED:  '.
           03 WS-RPT-CUSTOMERS          PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-NOPROF-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'NO KYC PROFILE:     '.
           03 WS-RPT-NO-PROFILE         PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-DUE-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'REVIEWS DUE:        '.
           03 WS-RPT-DUE                PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-EXPIRED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ID EXPIRED:         '.
           03 WS-RPT-EXPIRED            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-ACCOUNTS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ACCOUNTS MEASURED:  '.
           03 WS-RPT-ACCOUNTS           PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-OVERS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ACCOUNTS OVER:      '.
           03 WS-RPT-OVERS              PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-ERRORS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'I/O ERRORS:         '.
           03 WS-RPT-ERRORS             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-SELECTION-CRITERIA.
           PERFORM SET-ACTIVITY-PERIOD.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ23 ERROR - OPEN CUSTOMER-FILE STATUS='
                       WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT KYC-FILE.
           IF WS-KYC-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ23 ERROR - OPEN KYC-FILE STATUS='
                       WS-KYC-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ23 ERROR - OPEN ACCOUNT-FILE STATUS='
                       WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ23 ERROR - OPEN TRANSACTION-FILE STATUS='
                       WS-TRAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-PERIOD-FROM TO WS-RPT-FROM.
           MOVE WS-PERIOD-TO TO WS-RPT-TO.
           MOVE WS-PERIOD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM READ-NEXT-CUSTOMER.
           PERFORM CHECK-CUSTOMER
               UNTIL WS-NO-MORE-CUSTOMERS.

           PERFORM WRITE-CONTROL-REPORT.

           CLOSE CUSTOMER-FILE.
           CLOSE KYC-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ23 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ23 - activity period: ' WS-PERIOD-FROM
                   ' to ' WS-PERIOD-TO.
           DISPLAY 'WGRVBJ23 - customers checked: ' WS-CUSTOMER-COUNT.
           DISPLAY 'WGRVBJ23 - no KYC profile: ' WS-NO-PROFILE-COUNT.
           DISPLAY 'WGRVBJ23 - reviews due: ' WS-REVIEW-DUE-COUNT.
           DISPLAY 'WGRVBJ23 - ID expired: ' WS-ID-EXPIRED-COUNT.
           DISPLAY 'WGRVBJ23 - accounts measured: ' WS-ACCOUNT-COUNT.
           DISPLAY 'WGRVBJ23 - accounts over: ' WS-OVER-COUNT.
           DISPLAY 'WGRVBJ23 - I/O errors: ' WS-ERROR-COUNT.

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
               DISPLAY 'WGRVBJ23 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ23 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ23' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ23 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ23' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ23' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ23 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.

      *----------------------------------------------------------------*
      * The multiple and floor - a missing feed keeps three times      *
      * declared activity and 1,000.00                                 *
      *----------------------------------------------------------------*
       READ-SELECTION-CRITERIA.
           OPEN INPUT CRITERIA-FILE.
           IF WS-CRIT-FILE-STATUS = '00'
               READ CRITERIA-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CRIT-FILE-STATUS = '00'
                   IF CRIT-MULTIPLE IS NUMERIC AND
                      CRIT-MULTIPLE > ZERO
                       MOVE CRIT-MULTIPLE TO WS-MULTIPLE
                   END-IF
                   IF CRIT-FLOOR IS NUMERIC AND
                      CRIT-FLOOR > ZERO
                       MOVE CRIT-FLOOR TO WS-FLOOR
                   END-IF
               END-IF
               CLOSE CRITERIA-FILE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * First to last day of the month before the business date        *
      *----------------------------------------------------------------*
       SET-ACTIVITY-PERIOD.
           MOVE WS-BUS-YEAR TO WS-FROM-YEAR.
           IF WS-BUS-MONTH = 1
               SUBTRACT 1 FROM WS-FROM-YEAR
               MOVE 12 TO WS-FROM-MONTH
           ELSE
               COMPUTE WS-FROM-MONTH = WS-BUS-MONTH - 1
           END-IF.
           MOVE 1 TO WS-FROM-DAY.
           MOVE WS-PERIOD-FROM TO WS-PERIOD-TO.
           MOVE 31 TO WS-TO-DAY.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-READ.
           IF WS-CUST-FILE-STATUS NOT = '00' AND
              WS-CUST-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ23 ERROR - READ CUSTOMER-FILE STATUS='
                       WS-CUST-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One customer - the profile checks, then every account measured *
      * against the profile's declared activity                        *
      *----------------------------------------------------------------*
       CHECK-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           PERFORM CHECK-KYC-PROFILE.
           PERFORM MEASURE-CUSTOMER-ACCOUNTS.
           PERFORM READ-NEXT-CUSTOMER.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-KYC-PROFILE.
           MOVE 'N' TO WS-PROFILE-SWITCH.
           MOVE CUSTOMER-SSN TO KYC-SSN.
           READ KYC-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CUSTOMER-SSN TO WS-KYC-SSN.
           MOVE CUSTOMER-NAME TO WS-KYC-NAME.
           EVALUATE WS-KYC-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-PROFILE-SWITCH
                   IF KYC-NEXT-REVIEW NOT > WS-BUSINESS-DATE
                       ADD 1 TO WS-REVIEW-DUE-COUNT
                       MOVE 'REVIEW DUE:     ' TO WS-KYC-REASON
                       MOVE KYC-NEXT-REVIEW TO WS-KYC-DATE
                       MOVE WS-KYC-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
                   IF KYC-ID-EXPIRY < WS-BUSINESS-DATE
                       ADD 1 TO WS-ID-EXPIRED-COUNT
                       MOVE 'ID EXPIRED:     ' TO WS-KYC-REASON
                       MOVE KYC-ID-EXPIRY TO WS-KYC-DATE
                       MOVE WS-KYC-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               WHEN '23'
                   ADD 1 TO WS-NO-PROFILE-COUNT
                   MOVE 'NO KYC PROFILE: ' TO WS-KYC-REASON
                   MOVE SPACES TO WS-KYC-DATE
                   MOVE WS-KYC-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN OTHER
                   DISPLAY 'WGRVBJ23 ERROR - READ KYC-FILE STATUS='
                           WS-KYC-FILE-STATUS ' SSN=' CUSTOMER-SSN
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
      * no profile declares nothing, so only the floor applies
           IF WS-PROFILE-FOUND
               COMPUTE WS-ACTIVITY-LIMIT =
                       KYC-EXPECTED-MONTHLY * WS-MULTIPLE
           ELSE
               MOVE ZERO TO WS-ACTIVITY-LIMIT
           END-IF.
           IF WS-ACTIVITY-LIMIT < WS-FLOOR
               MOVE WS-FLOOR TO WS-ACTIVITY-LIMIT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Generic-key walk of WBACCTDB for the customer's SSN - START    *
      * at SSN+LOW-VALUES and READ NEXT while SSN still matches        *
      *----------------------------------------------------------------*
       MEASURE-CUSTOMER-ACCOUNTS.
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
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM SUM-ACCOUNT-ACTIVITY
                       IF WS-ACCT-ACTIVITY > WS-ACTIVITY-LIMIT
                           PERFORM WRITE-OVER-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *----------------------------------------------------------------*
      * The account's customer cash for the period, both directions.   *
      * Corrections and corrected entries are not customer cash, and   *
      * interest and fee postings are the bank's own movements         *
      *----------------------------------------------------------------*
       SUM-ACCOUNT-ACTIVITY.
           MOVE ZERO TO WS-ACCT-ACTIVITY.
           MOVE 'N' TO WS-TRAN-STOP-SWITCH.
           MOVE ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER.
           MOVE ZERO TO TRAN-SEQ.
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-REC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-START.
           PERFORM UNTIL WS-TRAN-STOP-BROWSE
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRAN-STOP-SWITCH
               END-READ
               IF NOT WS-TRAN-STOP-BROWSE
                   IF TRAN-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-TRAN-STOP-SWITCH
                   ELSE
                       IF TRANSACTION-DATE NOT < WS-PERIOD-FROM
                          AND TRANSACTION-DATE NOT > WS-PERIOD-TO
                          AND TRANSACTION-REVERSAL-OF = ZERO
                          AND TRANSACTION-REVERSED-FLAG NOT = 'Y'
                          AND TRANSACTION-REVERSED-FLAG NOT = 'R'
                           EVALUATE TRANSACTION-TYPE
                               WHEN 'D'
                               WHEN 'W'
                               WHEN 'C'
                               WHEN 'E'
                                   ADD TRANSACTION-AMOUNT TO
                                       WS-ACCT-ACTIVITY
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-OVER-LINE.
           ADD 1 TO WS-OVER-COUNT.
           MOVE CUSTOMER-SSN TO WS-OVER-SSN.
           MOVE ACCOUNT-NUMBER TO WS-OVER-ACCT-NUM.
           MOVE WS-ACCT-ACTIVITY TO WS-OVER-ACTIVITY.
           MOVE WS-ACTIVITY-LIMIT TO WS-OVER-LIMIT.
           MOVE WS-OVER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CONTROL-REPORT.
           MOVE WS-CUSTOMER-COUNT TO WS-RPT-CUSTOMERS.
           MOVE WS-CUSTOMERS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-NO-PROFILE-COUNT TO WS-RPT-NO-PROFILE.
           MOVE WS-NOPROF-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REVIEW-DUE-COUNT TO WS-RPT-DUE.
           MOVE WS-DUE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ID-EXPIRED-COUNT TO WS-RPT-EXPIRED.
           MOVE WS-EXPIRED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ACCOUNT-COUNT TO WS-RPT-ACCOUNTS.
           MOVE WS-ACCOUNTS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-OVER-COUNT TO WS-RPT-OVERS.
           MOVE WS-OVERS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ERROR-COUNT TO WS-RPT-ERRORS.
           MOVE WS-ERRORS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       END PROGRAM WGRVBJ23.
