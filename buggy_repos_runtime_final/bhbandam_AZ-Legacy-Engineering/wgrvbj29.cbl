      ******************************************************************
      *    WGRVBJ29 - Nightly legal-order remittance batch job         *
      *                                                                *
      *    WGRVLGOR registers court garnishments and tax levies on     *
      *    WBLGORDB and freezes up to the amount demanded across the   *
      *    customer's accounts, taking each freeze off the account's   *
      *    available balance and recording it on WBLGFZDB. This job    *
      *    walks WBCUSTDB in NAME order and each customer's orders the *
      *    way WGRVBJ20 walks accounts. An active order not yet        *
      *    noticed gets a freeze letter on WGRVLGLT (name, address,    *
      *    amount frozen and the date it will be paid over) and its    *
      *    notice date set, so the letter is sent once. An active      *
      *    order whose statutory waiting period has ended by the       *
      *    business date on the WBBDTDB control record is remitted:    *
      *    each freeze still held posts as a type-W movement under the *
      *    account's next TRAN-SEQ, the WGRVPTRN numbering, teller     *
      *    WGRVBJ29, coming off the ledger balance only, and is marked *
      *    remitted; a payment instruction for the authority goes to   *
      *    WGRVLGRM and a remittance letter to WGRVLGLT, and the order *
      *    is marked remitted. A freeze that cannot be remitted is     *
      *    listed as an exception and the order left active for the    *
      *    next run. Every order on file is listed on the WGRVLGRR     *
      *    legal register with its status and what the run did. A      *
      *    second run for the same business date is refused.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ29.
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
           SELECT ORDER-FILE ASSIGN TO WBLGORDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LGO-REC-KEY
                  FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT FREEZE-FILE ASSIGN TO WBLGFZDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LGF-REC-KEY
                  FILE STATUS IS WS-FRZ-FILE-STATUS.
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
           SELECT LETTER-FILE ASSIGN TO WGRVLGLT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-FILE ASSIGN TO WGRVLGRM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO WGRVLGRR
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

      * Legal orders - the layout WGRVLGOR writes; key fields lead the
      * record
       FD  ORDER-FILE.
       01  LEGAL-ORDER-RECORD.
           05 LGO-REC-KEY.
              10 LGO-SSN                   PIC X(9).
              10 LGO-ORDER-REF             PIC X(12).
           05 LGO-TYPE                     PIC X(1).
               88 LGO-GARNISHMENT          VALUE 'G'.
               88 LGO-LEVY                 VALUE 'L'.
           05 LGO-AUTHORITY                PIC X(30).
           05 LGO-AMOUNT                   PIC S9(16)V99 COMP-3.
           05 LGO-RECEIVED-DATE            PIC X(8).
           05 LGO-REMIT-DATE               PIC X(8).
           05 LGO-FROZEN-AMOUNT            PIC S9(16)V99 COMP-3.
           05 LGO-REMITTED-AMOUNT          PIC S9(16)V99 COMP-3.
           05 LGO-STATUS                   PIC X(1).
               88 LGO-ACTIVE               VALUE 'A'.
               88 LGO-REMITTED             VALUE 'R'.
               88 LGO-LIFTED               VALUE 'C'.
           05 LGO-REGISTERED-BY            PIC X(8).
           05 LGO-REGISTERED-DATE          PIC X(8).
           05 LGO-NOTICE-DATE              PIC X(8).
           05 LGO-CLOSED-BY                PIC X(8).
           05 LGO-CLOSED-DATE              PIC X(8).

      * Funds frozen for an order, one per account - the layout
      * WGRVLGOR writes; key fields lead the record
       FD  FREEZE-FILE.
       01  LEGAL-FREEZE-RECORD.
           05 LGF-REC-KEY.
              10 LGF-SSN                   PIC X(9).
              10 LGF-ORDER-REF             PIC X(12).
              10 LGF-ACCOUNT-NUM           PIC X(10).
           05 LGF-OWNER-SSN                PIC X(9).
           05 LGF-AMOUNT                   PIC S9(16)V99 COMP-3.
           05 LGF-STATUS                   PIC X(1).
               88 LGF-FROZEN               VALUE 'A'.
               88 LGF-REMITTED             VALUE 'R'.
               88 LGF-RELEASED             VALUE 'C'.
           05 LGF-FROZEN-DATE              PIC X(8).
           05 LGF-CLOSED-DATE              PIC X(8).

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

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD                   PIC X(120).

       FD  REMIT-FILE
           RECORDING MODE IS F.
       01  REMIT-RECORD                    PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'WGRVBJ29------WS'.
       01  WS-CUST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ORDER-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-FRZ-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CUST-EOF-SWITCH          PIC X     VALUE 'N'.
           88 WS-NO-MORE-CUSTOMERS                VALUE 'Y'.
       01  WS-ORDER-STOP-SWITCH        PIC X     VALUE 'N'.
           88 WS-ORDER-STOP-BROWSE                VALUE 'Y'.
       01  WS-FRZ-STOP-SWITCH          PIC X     VALUE 'N'.
           88 WS-FRZ-STOP-BROWSE                  VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-TRAN-STOP-BROWSE                 VALUE 'Y'.
       01  WS-REMIT-FAIL-SWITCH        PIC X     VALUE 'N'.
           88 WS-REMIT-FAILED                     VALUE 'Y'.
       01  WS-TARGET-SSN                PIC X(9)  VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(6)  VALUE SPACES.
       01  WS-LAST-SEQ                  PIC 9(6)  VALUE ZERO.
       01  WS-TRAN-ACCOUNT              PIC X(10) VALUE SPACES.
       01  WS-TRAN-AMOUNT               PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-ORDER-REMITTED            PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.

       01  WS-ORDER-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-ACTIVE-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-NOTICE-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-REMIT-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-EXCEPTION-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-REMIT-TOTAL               PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.

      * One letter line to the customer - F the freeze notice, sent
      * once when the order is first seen, R the remittance letter
       01  WS-LETTER-LINE.
           03 WS-LTR-TYPE               PIC X(1).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-LTR-ORDER-REF          PIC X(12).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-LTR-NAME               PIC X(30).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-LTR-STREET             PIC X(20).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-LTR-CITY               PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-LTR-STATE              PIC X(4).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-LTR-ZIP                PIC 9(5).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-LTR-AMOUNT             PIC -(12)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-LTR-DATE               PIC X(8).
           03 FILLER                    PIC X(6)  VALUE SPACES.

      * One payment instruction per order remitted, for treasury to
      * pay the authority - amount unsigned with two implied decimals
       01  WS-REMIT-LINE.
           03 WS-RMT-AUTHORITY          PIC X(30).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RMT-ORDER-REF          PIC X(12).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RMT-SSN                PIC X(9).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RMT-AMOUNT             PIC 9(13)V99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RMT-DATE               PIC X(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.

       01  WS-REGISTER-HEADING.
           03 FILLER                    PIC X(40)
              VALUE 'LEGAL ORDER REGISTER - BUSINESS DATE    '.
           03 WS-RGH-DATE               PIC X(8).
           03 FILLER                    PIC X(32) VALUE SPACES.

       01  WS-REGISTER-COLUMNS.
           03 FILLER                    PIC X(40)
              VALUE 'SSN       ORDER REF    T AUTHORITY      '.
           03 FILLER                    PIC X(40)
              VALUE ' DEMANDED      FROZEN REMIT DT S ACTION '.

       01  WS-REGISTER-LINE.
           03 WS-RGL-SSN                PIC X(9).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RGL-ORDER-REF          PIC X(12).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RGL-TYPE               PIC X(1).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RGL-AUTHORITY          PIC X(12).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RGL-DEMANDED           PIC -(7)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RGL-FROZEN             PIC -(7)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RGL-REMIT-DATE         PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RGL-STATUS             PIC X(1).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-RGL-ACTION             PIC X(6).
           03 FILLER                    PIC X(1)  VALUE SPACE.

      * One line per freeze the run could not remit, for operations
      * to follow up - the order stays active and is retried
       01  WS-EXCEPTION-LINE.
           03 FILLER                    PIC X(11)
                                         VALUE 'EXCEPTION: '.
           03 WS-EXC-ACCT-NUM           PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-EXC-REASON             PIC X(40).
           03 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-ORDERS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ORDERS ON FILE:     '.
           03 WS-RPT-ORDERS             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-ACTIVE-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'STILL FROZEN:       '.
           03 WS-RPT-ACTIVE             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-NOTICED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'FREEZE NOTICES:     '.
           03 WS-RPT-NOTICED            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-REMITTED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ORDERS REMITTED:    '.
           03 WS-RPT-REMITTED           PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-RPT-REMIT-TOTAL        PIC -(14)9.99.
           03 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-ERRORS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'EXCEPTIONS:         '.
           03 WS-RPT-ERRORS             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ29 ERROR - OPEN CUSTOMER-FILE STATUS='
                       WS-CUST-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ORDER-FILE.
           IF WS-ORDER-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ29 ERROR - OPEN ORDER-FILE STATUS='
                       WS-ORDER-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O FREEZE-FILE.
           IF WS-FRZ-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ29 ERROR - OPEN FREEZE-FILE STATUS='
                       WS-FRZ-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ29 ERROR - OPEN ACCOUNT-FILE STATUS='
                       WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ29 ERROR - OPEN TRANSACTION-FILE STATUS='
                       WS-TRAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REMIT-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-BUSINESS-DATE TO WS-RGH-DATE.
           MOVE WS-REGISTER-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REGISTER-COLUMNS TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM READ-NEXT-CUSTOMER.
           PERFORM PROCESS-CUSTOMER-ORDERS
               UNTIL WS-NO-MORE-CUSTOMERS.

           PERFORM WRITE-CONTROL-REPORT.

           CLOSE CUSTOMER-FILE.
           CLOSE ORDER-FILE.
           CLOSE FREEZE-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE LETTER-FILE.
           CLOSE REMIT-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ29 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ29 - orders on file: ' WS-ORDER-COUNT.
           DISPLAY 'WGRVBJ29 - freeze notices: ' WS-NOTICE-COUNT.
           DISPLAY 'WGRVBJ29 - orders remitted: ' WS-REMIT-COUNT.
           DISPLAY 'WGRVBJ29 - amount remitted: ' WS-REMIT-TOTAL.
           DISPLAY 'WGRVBJ29 - exceptions: ' WS-EXCEPTION-COUNT.

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
               DISPLAY 'WGRVBJ29 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ29 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ29' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ29 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ29' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ29' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ29 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-READ.
           IF WS-CUST-FILE-STATUS NOT = '00' AND
              WS-CUST-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ29 ERROR - READ CUSTOMER-FILE STATUS='
                       WS-CUST-FILE-STATUS
               MOVE 'Y' TO WS-CUST-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Generic-key walk of WBLGORDB for the customer's SSN - the same *
      * START/READ NEXT technique WGRVBJ20 uses on WBACCTDB            *
      *----------------------------------------------------------------*
       PROCESS-CUSTOMER-ORDERS.
           MOVE CUSTOMER-SSN TO WS-TARGET-SSN.
           MOVE 'N' TO WS-ORDER-STOP-SWITCH.
           MOVE CUSTOMER-SSN TO LGO-SSN.
           MOVE LOW-VALUES TO LGO-ORDER-REF.

           START ORDER-FILE KEY IS NOT LESS THAN LGO-REC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ORDER-STOP-SWITCH
           END-START.

           PERFORM UNTIL WS-ORDER-STOP-BROWSE
               READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORDER-STOP-SWITCH
               END-READ
               IF NOT WS-ORDER-STOP-BROWSE
                   IF WS-ORDER-FILE-STATUS NOT = '00'
                       DISPLAY 'WGRVBJ29 ERROR - READ ORDER-FILE '
                               'STATUS=' WS-ORDER-FILE-STATUS
                       MOVE 'Y' TO WS-ORDER-STOP-SWITCH
                   END-IF
               END-IF
               IF NOT WS-ORDER-STOP-BROWSE
                   IF LGO-SSN NOT = WS-TARGET-SSN
                       MOVE 'Y' TO WS-ORDER-STOP-SWITCH
                   ELSE
                       ADD 1 TO WS-ORDER-COUNT
                       PERFORM CHECK-LEGAL-ORDER
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM READ-NEXT-CUSTOMER.
           EXIT.

      *----------------------------------------------------------------*
      * One order: an active order not yet noticed gets its freeze     *
      * letter; one whose waiting period has run out by the business   *
      * date is remitted. Every order goes on the register.            *
      *----------------------------------------------------------------*
       CHECK-LEGAL-ORDER.
           MOVE SPACES TO WS-RGL-ACTION.
           IF LGO-ACTIVE AND LGO-NOTICE-DATE = SPACES
               PERFORM ISSUE-FREEZE-NOTICE
           END-IF.
           IF LGO-ACTIVE AND LGO-REMIT-DATE NOT > WS-BUSINESS-DATE
               PERFORM REMIT-LEGAL-ORDER
           END-IF.
           IF LGO-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           EXIT.

      *----------------------------------------------------------------*
      * Freeze letter - what was frozen and the date it will be paid   *
      * over - and the notice date stamped on the order so it is not   *
      * sent again                                                     *
      *----------------------------------------------------------------*
       ISSUE-FREEZE-NOTICE.
           MOVE 'F' TO WS-LTR-TYPE.
           MOVE LGO-FROZEN-AMOUNT TO WS-LTR-AMOUNT.
           MOVE LGO-REMIT-DATE TO WS-LTR-DATE.
           PERFORM WRITE-LETTER-LINE.

           MOVE WS-BUSINESS-DATE TO LGO-NOTICE-DATE.
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ORDER-FILE-STATUS = '00'
               ADD 1 TO WS-NOTICE-COUNT
               MOVE 'NOTICE' TO WS-RGL-ACTION
           ELSE
               DISPLAY 'WGRVBJ29 ERROR - REWRITE ORDER STATUS='
                       WS-ORDER-FILE-STATUS
                       ' ORDER=' LGO-ORDER-REF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Pay the order's frozen funds over: each freeze still held is   *
      * debited from its account. The order is marked remitted only    *
      * when every freeze went; otherwise it stays active and the rest *
      * are tried again tomorrow - a freeze already remitted is never  *
      * taken twice.                                                   *
      *----------------------------------------------------------------*
       REMIT-LEGAL-ORDER.
           MOVE 'N' TO WS-REMIT-FAIL-SWITCH.
           MOVE ZERO TO WS-ORDER-REMITTED.
           MOVE 'N' TO WS-FRZ-STOP-SWITCH.
           MOVE LGO-SSN TO LGF-SSN.
           MOVE LGO-ORDER-REF TO LGF-ORDER-REF.
           MOVE LOW-VALUES TO LGF-ACCOUNT-NUM.

           START FREEZE-FILE KEY IS NOT LESS THAN LGF-REC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FRZ-STOP-SWITCH
           END-START.

           PERFORM UNTIL WS-FRZ-STOP-BROWSE
               READ FREEZE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FRZ-STOP-SWITCH
               END-READ
               IF NOT WS-FRZ-STOP-BROWSE
                   IF WS-FRZ-FILE-STATUS NOT = '00'
                       DISPLAY 'WGRVBJ29 ERROR - READ FREEZE-FILE '
                               'STATUS=' WS-FRZ-FILE-STATUS
                       MOVE 'Y' TO WS-FRZ-STOP-SWITCH
                       MOVE 'Y' TO WS-REMIT-FAIL-SWITCH
                   END-IF
               END-IF
               IF NOT WS-FRZ-STOP-BROWSE
                   IF LGF-SSN NOT = LGO-SSN OR
                      LGF-ORDER-REF NOT = LGO-ORDER-REF
                       MOVE 'Y' TO WS-FRZ-STOP-SWITCH
                   ELSE
                       IF LGF-FROZEN
                           PERFORM REMIT-ONE-FREEZE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           ADD WS-ORDER-REMITTED TO LGO-REMITTED-AMOUNT.
           IF NOT WS-REMIT-FAILED
               MOVE 'R' TO LGO-STATUS
               MOVE 'WGRVBJ29' TO LGO-CLOSED-BY
               MOVE WS-BUSINESS-DATE TO LGO-CLOSED-DATE
           END-IF.
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ORDER-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ29 ERROR - REWRITE ORDER STATUS='
                       WS-ORDER-FILE-STATUS
                       ' ORDER=' LGO-ORDER-REF
               MOVE 'Y' TO WS-REMIT-FAIL-SWITCH
           END-IF.

           IF WS-ORDER-REMITTED > ZERO
               MOVE LGO-AUTHORITY TO WS-RMT-AUTHORITY
               MOVE LGO-ORDER-REF TO WS-RMT-ORDER-REF
               MOVE LGO-SSN TO WS-RMT-SSN
               MOVE WS-ORDER-REMITTED TO WS-RMT-AMOUNT
               MOVE WS-BUSINESS-DATE TO WS-RMT-DATE
               MOVE SPACES TO REMIT-RECORD
               MOVE WS-REMIT-LINE TO REMIT-RECORD
               WRITE REMIT-RECORD

               MOVE 'R' TO WS-LTR-TYPE
               MOVE WS-ORDER-REMITTED TO WS-LTR-AMOUNT
               MOVE WS-BUSINESS-DATE TO WS-LTR-DATE
               PERFORM WRITE-LETTER-LINE
               ADD WS-ORDER-REMITTED TO WS-REMIT-TOTAL
           END-IF.

           IF WS-REMIT-FAILED
               MOVE 'PART' TO WS-RGL-ACTION
           ELSE
               ADD 1 TO WS-REMIT-COUNT
               MOVE 'REMIT' TO WS-RGL-ACTION
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One freeze: the debit posts as a type-W movement under the     *
      * account's next TRAN-SEQ, teller WGRVBJ29, and comes off the    *
      * ledger balance only - the available balance lost it when the   *
      * freeze was taken. The movement is written first, so a failure  *
      * after it is left for manual repair, never posted twice.        *
      *----------------------------------------------------------------*
       REMIT-ONE-FREEZE.
           MOVE LGF-OWNER-SSN TO SSN.
           MOVE LGF-ACCOUNT-NUM TO NUM.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               MOVE LGF-ACCOUNT-NUM TO WS-EXC-ACCT-NUM
               MOVE 'FROZEN ACCOUNT NOT ON FILE - NOT REMITTED'
                    TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               MOVE 'Y' TO WS-REMIT-FAIL-SWITCH
           ELSE
               MOVE LGF-ACCOUNT-NUM TO WS-TRAN-ACCOUNT
               MOVE LGF-AMOUNT TO WS-TRAN-AMOUNT
               PERFORM WRITE-LEGAL-TRANSACTION
               IF WS-TRAN-STOP-BROWSE
                   MOVE LGF-ACCOUNT-NUM TO WS-EXC-ACCT-NUM
                   MOVE 'MOVEMENT NOT WRITTEN - NOT REMITTED'
                        TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE 'Y' TO WS-REMIT-FAIL-SWITCH
               ELSE
                   SUBTRACT LGF-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   END-REWRITE
                   IF WS-ACCT-FILE-STATUS NOT = '00'
                       DISPLAY 'WGRVBJ29 ERROR - REWRITE ACCOUNT '
                               'STATUS=' WS-ACCT-FILE-STATUS
                               ' ACCOUNT=' LGF-ACCOUNT-NUM
                       MOVE LGF-ACCOUNT-NUM TO WS-EXC-ACCT-NUM
                       MOVE 'REMITTED - BALANCE NEEDS MANUAL REPAIR'
                            TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   MOVE 'R' TO LGF-STATUS
                   MOVE WS-BUSINESS-DATE TO LGF-CLOSED-DATE
                   REWRITE LEGAL-FREEZE-RECORD
                   END-REWRITE
                   IF WS-FRZ-FILE-STATUS NOT = '00'
                       DISPLAY 'WGRVBJ29 ERROR - REWRITE FREEZE STATUS='
                               WS-FRZ-FILE-STATUS
                               ' ACCOUNT=' LGF-ACCOUNT-NUM
                   END-IF
                   ADD LGF-AMOUNT TO WS-ORDER-REMITTED
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The remittance debit under the account's next TRAN-SEQ - the   *
      * WGRVPTRN numbering, walked the way WGRVBJ09 does. A failed     *
      * write leaves WS-TRAN-STOP-BROWSE set.                          *
      *----------------------------------------------------------------*
       WRITE-LEGAL-TRANSACTION.
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
           MOVE 'W' TO TRANSACTION-TYPE.
           MOVE WS-TRAN-AMOUNT TO TRANSACTION-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANSACTION-DATE.
           MOVE WS-RUN-TIME TO TRANSACTION-TIME.
           MOVE 'WGRVBJ29' TO TRANSACTION-TELLER.
           MOVE ZERO TO TRANSACTION-REVERSAL-OF.
           MOVE 'N' TO TRANSACTION-REVERSED-FLAG.

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-WRITE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRAN-STOP-SWITCH
               DISPLAY 'WGRVBJ29 ERROR - WRITE TRANSACTION STATUS='
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
      * Letter line to the customer, addressed from WBCUSTDB           *
      *----------------------------------------------------------------*
       WRITE-LETTER-LINE.
           MOVE LGO-ORDER-REF TO WS-LTR-ORDER-REF.
           MOVE CUSTOMER-NAME TO WS-LTR-NAME.
           MOVE CUSTOMER-STREET TO WS-LTR-STREET.
           MOVE CUSTOMER-CITY TO WS-LTR-CITY.
           MOVE CUSTOMER-STATE TO WS-LTR-STATE.
           MOVE CUSTOMER-ZIP TO WS-LTR-ZIP.
           MOVE SPACES TO LETTER-RECORD.
           MOVE WS-LETTER-LINE TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REGISTER-LINE.
           MOVE LGO-SSN TO WS-RGL-SSN.
           MOVE LGO-ORDER-REF TO WS-RGL-ORDER-REF.
           MOVE LGO-TYPE TO WS-RGL-TYPE.
           MOVE LGO-AUTHORITY TO WS-RGL-AUTHORITY.
           MOVE LGO-AMOUNT TO WS-RGL-DEMANDED.
           MOVE LGO-FROZEN-AMOUNT TO WS-RGL-FROZEN.
           MOVE LGO-REMIT-DATE TO WS-RGL-REMIT-DATE.
           MOVE LGO-STATUS TO WS-RGL-STATUS.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-REGISTER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-EXCEPTION-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ORDER-COUNT TO WS-RPT-ORDERS.
           MOVE WS-ORDERS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ACTIVE-COUNT TO WS-RPT-ACTIVE.
           MOVE WS-ACTIVE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-NOTICE-COUNT TO WS-RPT-NOTICED.
           MOVE WS-NOTICED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REMIT-COUNT TO WS-RPT-REMITTED.
           MOVE WS-REMIT-TOTAL TO WS-RPT-REMIT-TOTAL.
           MOVE WS-REMITTED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-ERRORS.
           MOVE WS-ERRORS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       END PROGRAM WGRVBJ29.
