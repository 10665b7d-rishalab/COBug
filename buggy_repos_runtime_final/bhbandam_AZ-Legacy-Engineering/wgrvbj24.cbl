      ******************************************************************
      *    WGRVBJ24 - Nightly general-ledger journal generation        *
      *                                                                *
      *    The GL entries for the day's business were keyed by the     *
      *    finance clerk from green-bar totals. This job walks         *
      *    WBACCTDB and each account's WBTRANDB movements for the      *
      *    business date (the WBBDTDB control date WGRVBJ25 advances)  *
      *    and summarises them by movement category and ACCOUNT-TYPE:  *
      *      DP deposit        WD withdrawal     IN interest           *
      *      FE fee            AC ACH credit     AD ACH debit          *
      *      TI transfer in    TO transfer out   (flag 'T'/'R' legs)   *
      *      CA card ATM cash  CP card purchase  (teller WGRVBJ27)     *
      *      LR legal-order remittance           (teller WGRVBJ29)     *
      *      RC reversal - credit to customer                          *
      *      RD reversal - debit to customer   (REVERSAL-OF set)       *
      *    Any other type code summarises as X plus the code. Each     *
      *    category/product pair is looked up on the WGRVCOAM chart-   *
      *    of-accounts mapping for its debit and credit GL accounts    *
      *    and a debit line and a credit line are written to the       *
      *    WGRVGLJN journal in the GL import layout - header, detail   *
      *    lines, trailer with the line count and both totals. An      *
      *    unmapped pair, a full summary table or debits that do not   *
      *    equal credits holds the journal: WGRVGLJN is left empty,    *
      *    the return code is set to 8 so the transmission step does   *
      *    not run, and the exceptions are printed on WGRVGLJR with    *
      *    the summary. WGRVBJ02 still reconciles balances to the GL.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ24.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO WBACCTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ACCT-REC-KEY
                  FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO WBTRANDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRAN-REC-KEY
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT MAPPING-FILE ASSIGN TO WGRVCOAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WGRVGLJN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVGLJR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
              88 TRANSACTION-TRANSFER-LEG  VALUE 'T' 'R'.

      * Chart-of-accounts mapping kept by Finance - one record per
      * movement category and product type
       FD  MAPPING-FILE.
       01  MAPPING-RECORD.
           05 MAP-CATEGORY                 PIC X(2).
           05 FILLER                       PIC X(1).
           05 MAP-ACCOUNT-TYPE             PIC X(2).
           05 FILLER                       PIC X(1).
           05 MAP-DEBIT-GL                 PIC X(10).
           05 FILLER                       PIC X(1).
           05 MAP-CREDIT-GL                PIC X(10).

      * GL import layout - H header, D detail, T trailer
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 GLJ-RECORD-TYPE              PIC X(1).
           05 GLJ-BODY                     PIC X(59).
       01  JOURNAL-HEADER-RECORD.
           05 FILLER                       PIC X(1).
           05 GLJH-SOURCE                  PIC X(8).
           05 GLJH-BUS-DATE                PIC X(8).
           05 GLJH-CREATED-DATE            PIC X(8).
           05 FILLER                       PIC X(35).
       01  JOURNAL-DETAIL-RECORD.
           05 FILLER                       PIC X(1).
           05 GLJD-GL-ACCOUNT              PIC X(10).
           05 GLJD-DR-CR                   PIC X(1).
           05 GLJD-AMOUNT                  PIC 9(16)V99.
           05 GLJD-CATEGORY                PIC X(2).
           05 GLJD-ACCOUNT-TYPE            PIC X(2).
           05 GLJD-BUS-DATE                PIC X(8).
           05 GLJD-MOVEMENT-COUNT          PIC 9(7).
           05 FILLER                       PIC X(11).
       01  JOURNAL-TRAILER-RECORD.
           05 FILLER                       PIC X(1).
           05 GLJT-LINE-COUNT              PIC 9(7).
           05 GLJT-TOTAL-DEBITS            PIC 9(16)V99.
           05 GLJT-TOTAL-CREDITS           PIC 9(16)V99.
           05 FILLER                       PIC X(16).

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
                                        VALUE 'WGRVBJ24------WS'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-MAP-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-TRAN-STOP-BROWSE                 VALUE 'Y'.
       01  WS-MAP-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-MAPPINGS                 VALUE 'Y'.
       01  WS-MAP-MISSING-SWITCH       PIC X     VALUE 'N'.
           88 WS-MAP-MISSING                      VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X     VALUE 'N'.
           88 WS-ENTRY-FOUND                      VALUE 'Y'.
       01  WS-HOLD-SWITCH              PIC X     VALUE 'N'.
           88 WS-JOURNAL-HELD                     VALUE 'Y'.

       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8)  VALUE SPACES.
       01  WS-ACCT-TYPE                 PIC X(2)  VALUE SPACES.
       01  WS-CATEGORY                  PIC X(2)  VALUE SPACES.

       01  WS-ACCOUNT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-MOVEMENT-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-UNMAPPED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-DROPPED-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-LINE-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-TOTAL-DEBITS              PIC S9(18)V99 COMP-3
                                                  VALUE ZERO.
       01  WS-TOTAL-CREDITS             PIC S9(18)V99 COMP-3
                                                  VALUE ZERO.
       01  WS-LINE-AMOUNT               PIC S9(18)V99 COMP-3
                                                  VALUE ZERO.
       01  WS-LINE-DEBIT-GL             PIC X(10) VALUE SPACES.
       01  WS-LINE-CREDIT-GL            PIC X(10) VALUE SPACES.

      * The WGRVCOAM mapping - two hundred slots covers every
      * category for every product on the sheet several times over
       01  WS-MAP-TABLE.
           03 WS-MAP-ENTRY OCCURS 200 TIMES.
              05 WS-MAP-CATEGORY        PIC X(2).
              05 WS-MAP-ACCT-TYPE       PIC X(2).
              05 WS-MAP-DEBIT-GL        PIC X(10).
              05 WS-MAP-CREDIT-GL       PIC X(10).
       01  WS-MAP-COUNT                 PIC 9(3)  VALUE ZERO.
       01  WS-MAP-IDX                   PIC 9(3)  VALUE ZERO.

      * One slot per category/product pair seen on the business date
       01  WS-SUM-TABLE.
           03 WS-SUM-ENTRY OCCURS 200 TIMES.
              05 WS-SUM-CATEGORY        PIC X(2).
              05 WS-SUM-ACCT-TYPE       PIC X(2).
              05 WS-SUM-AMOUNT          PIC S9(18)V99 COMP-3.
              05 WS-SUM-COUNT           PIC 9(7).
              05 WS-SUM-MAP-IDX         PIC 9(3).
       01  WS-SUM-TOTAL                 PIC 9(3)  VALUE ZERO.
       01  WS-SUM-IDX                   PIC 9(3)  VALUE ZERO.

       01  WS-DATE-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'BUSINESS DATE:      '.
           03 WS-RPT-BUS-DATE           PIC X(8).
           03 FILLER                    PIC X(52) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           03 WS-SL-CATEGORY            PIC X(2).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-SL-ACCT-TYPE           PIC X(2).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-SL-COUNT               PIC ZZZZZZ9.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-SL-AMOUNT              PIC -(14)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-SL-DEBIT-GL            PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-SL-CREDIT-GL           PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-SL-STATUS              PIC X(9).
           03 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-MOVEMENTS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'MOVEMENTS:          '.
           03 WS-RPT-MOVEMENTS          PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-DEBITS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'TOTAL DEBITS:       '.
           03 WS-RPT-DEBITS             PIC -(14)9.99.
           03 FILLER                    PIC X(42) VALUE SPACES.

       01  WS-CREDITS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'TOTAL CREDITS:      '.
           03 WS-RPT-CREDITS            PIC -(14)9.99.
           03 FILLER                    PIC X(42) VALUE SPACES.

       01  WS-UNMAPPED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'UNMAPPED PAIRS:     '.
           03 WS-RPT-UNMAPPED           PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-DROPPED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'TABLE FULL DROPS:   '.
           03 WS-RPT-DROPPED            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-RELEASED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'JOURNAL RELEASED:   '.
           03 WS-RPT-LINES              PIC ZZZZZZ9.
           03 FILLER                    PIC X(53)
                                         VALUE ' LINES'.

       01  WS-HELD-LINE.
           03 FILLER                    PIC X(40) VALUE
              'JOURNAL HELD - NOT RELEASED TO THE GL   '.
           03 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-NOMAP-LINE.
           03 FILLER                    PIC X(40) VALUE
              'MAPPING FILE WGRVCOAM MISSING OR INVALID'.
           03 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-UNBALANCED-LINE.
           03 FILLER                    PIC X(40) VALUE
              'DEBITS DO NOT EQUAL CREDITS             '.
           03 FILLER                    PIC X(40) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-GL-MAPPING.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ24 ERROR - OPEN ACCOUNT-FILE STATUS='
                       WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ24 ERROR - OPEN TRANSACTION-FILE STATUS='
                       WS-TRAN-FILE-STATUS
               STOP RUN
           END-IF.

      * the journal is opened, and so emptied, before anything else
      * can fail - a held or abended run never leaves the previous
      * night's journal sitting there to be sent again
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE.
           MOVE WS-DATE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM READ-NEXT-ACCOUNT.
           PERFORM SUMMARISE-ACCOUNT
               UNTIL WS-NO-MORE-ACCOUNTS.

           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-FILE.

           PERFORM CHECK-JOURNAL.

           IF WS-JOURNAL-HELD
               MOVE WS-HELD-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-JOURNAL
               MOVE WS-LINE-COUNT TO WS-RPT-LINES
               MOVE WS-RELEASED-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           PERFORM WRITE-CONTROL-REPORT.

           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.

      * a held journal has not done the day - the rerun after the
      * mapping is fixed must not be refused
           IF WS-JOURNAL-HELD
               CLOSE BUSDATE-FILE
           ELSE
               PERFORM MARK-BUSINESS-DATE-RUN
           END-IF.

           DISPLAY 'WGRVBJ24 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ24 - accounts read: ' WS-ACCOUNT-COUNT.
           DISPLAY 'WGRVBJ24 - movements: ' WS-MOVEMENT-COUNT.
           DISPLAY 'WGRVBJ24 - unmapped pairs: ' WS-UNMAPPED-COUNT.
           DISPLAY 'WGRVBJ24 - total debits: ' WS-TOTAL-DEBITS.
           DISPLAY 'WGRVBJ24 - total credits: ' WS-TOTAL-CREDITS.
           IF WS-JOURNAL-HELD
               DISPLAY 'WGRVBJ24 - journal HELD, not released'
           ELSE
               DISPLAY 'WGRVBJ24 - journal lines: ' WS-LINE-COUNT
           END-IF.

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
               DISPLAY 'WGRVBJ24 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ24 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ24' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ24 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ24' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ24' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ24 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
      * A missing, empty or mis-keyed mapping holds the journal - the  *
      * summary still prints so Finance can see what needs mapping     *
      *----------------------------------------------------------------*
       READ-GL-MAPPING.
           OPEN INPUT MAPPING-FILE.
           IF WS-MAP-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-MAP-MISSING-SWITCH
           ELSE
               PERFORM LOAD-MAPPING-RECORD
                   UNTIL WS-NO-MORE-MAPPINGS
               IF WS-MAP-COUNT = ZERO
                   MOVE 'Y' TO WS-MAP-MISSING-SWITCH
               END-IF
               CLOSE MAPPING-FILE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       LOAD-MAPPING-RECORD.
           READ MAPPING-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
           END-READ.
           IF NOT WS-NO-MORE-MAPPINGS
               IF MAP-CATEGORY = SPACES OR
                  MAP-DEBIT-GL = SPACES OR
                  MAP-CREDIT-GL = SPACES OR
                  WS-MAP-COUNT >= 200
                   MOVE 'Y' TO WS-MAP-MISSING-SWITCH
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-MAP-COUNT
                   MOVE MAP-CATEGORY TO WS-MAP-CATEGORY(WS-MAP-COUNT)
                   MOVE MAP-ACCOUNT-TYPE TO
                        WS-MAP-ACCT-TYPE(WS-MAP-COUNT)
                   MOVE MAP-DEBIT-GL TO WS-MAP-DEBIT-GL(WS-MAP-COUNT)
                   MOVE MAP-CREDIT-GL TO
                        WS-MAP-CREDIT-GL(WS-MAP-COUNT)
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-ACCT-FILE-STATUS NOT = '00' AND
              WS-ACCT-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ24 ERROR - READ ACCOUNT-FILE STATUS='
                       WS-ACCT-FILE-STATUS
               MOVE 'Y' TO WS-HOLD-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One account's movements for the business date - a blank type   *
      * on an account that predates the type field books as checking  *
      *----------------------------------------------------------------*
       SUMMARISE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE ACCOUNT-TYPE TO WS-ACCT-TYPE.
           IF WS-ACCT-TYPE = SPACES OR WS-ACCT-TYPE = LOW-VALUES
               MOVE 'CK' TO WS-ACCT-TYPE
           END-IF.

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
                       IF TRANSACTION-DATE = WS-BUSINESS-DATE
                           PERFORM SUMMARISE-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM READ-NEXT-ACCOUNT.
           EXIT.

      *----------------------------------------------------------------*
      * The movement's category - a correcting entry books as a        *
      * reversal whatever its type, a transfer leg as a transfer, and  *
      * everything else by its type code                               *
      *----------------------------------------------------------------*
       SUMMARISE-MOVEMENT.
           ADD 1 TO WS-MOVEMENT-COUNT.
           EVALUATE TRUE
               WHEN TRANSACTION-REVERSAL-OF NOT = ZERO
                   IF TRANSACTION-TYPE = 'W' OR
                      TRANSACTION-TYPE = 'F' OR
                      TRANSACTION-TYPE = 'E'
                       MOVE 'RD' TO WS-CATEGORY
                   ELSE
                       MOVE 'RC' TO WS-CATEGORY
                   END-IF
               WHEN TRANSACTION-TRANSFER-LEG AND
                    TRANSACTION-TYPE = 'D'
                   MOVE 'TI' TO WS-CATEGORY
               WHEN TRANSACTION-TRANSFER-LEG AND
                    TRANSACTION-TYPE = 'W'
                   MOVE 'TO' TO WS-CATEGORY
               WHEN TRANSACTION-TELLER = 'WGRVBJ27' AND
                    TRANSACTION-TYPE = 'W'
                   MOVE 'CA' TO WS-CATEGORY
               WHEN TRANSACTION-TELLER = 'WGRVBJ27' AND
                    TRANSACTION-TYPE = 'E'
                   MOVE 'CP' TO WS-CATEGORY
               WHEN TRANSACTION-TELLER = 'WGRVBJ29' AND
                    TRANSACTION-TYPE = 'W'
                   MOVE 'LR' TO WS-CATEGORY
               WHEN TRANSACTION-TYPE = 'D'
                   MOVE 'DP' TO WS-CATEGORY
               WHEN TRANSACTION-TYPE = 'W'
                   MOVE 'WD' TO WS-CATEGORY
               WHEN TRANSACTION-TYPE = 'I'
                   MOVE 'IN' TO WS-CATEGORY
               WHEN TRANSACTION-TYPE = 'F'
                   MOVE 'FE' TO WS-CATEGORY
               WHEN TRANSACTION-TYPE = 'C'
                   MOVE 'AC' TO WS-CATEGORY
               WHEN TRANSACTION-TYPE = 'E'
                   MOVE 'AD' TO WS-CATEGORY
               WHEN OTHER
                   MOVE 'X' TO WS-CATEGORY(1:1)
                   MOVE TRANSACTION-TYPE TO WS-CATEGORY(2:1)
           END-EVALUATE.

           PERFORM FIND-SUMMARY-SLOT.
           IF WS-ENTRY-FOUND
               ADD TRANSACTION-AMOUNT TO WS-SUM-AMOUNT(WS-SUM-IDX)
               ADD 1 TO WS-SUM-COUNT(WS-SUM-IDX)
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The slot for this category and product - an unseen pair takes *
      * the next free slot; a full table holds the journal, since a    *
      * dropped movement would leave it short                          *
      *----------------------------------------------------------------*
       FIND-SUMMARY-SLOT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-TOTAL
                      OR WS-ENTRY-FOUND
               IF WS-SUM-CATEGORY(WS-SUM-IDX) = WS-CATEGORY AND
                  WS-SUM-ACCT-TYPE(WS-SUM-IDX) = WS-ACCT-TYPE
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SUM-IDX
           ELSE
               IF WS-SUM-TOTAL < 200
                   ADD 1 TO WS-SUM-TOTAL
                   MOVE WS-SUM-TOTAL TO WS-SUM-IDX
                   MOVE WS-CATEGORY TO WS-SUM-CATEGORY(WS-SUM-IDX)
                   MOVE WS-ACCT-TYPE TO WS-SUM-ACCT-TYPE(WS-SUM-IDX)
                   MOVE ZERO TO WS-SUM-AMOUNT(WS-SUM-IDX)
                   MOVE ZERO TO WS-SUM-COUNT(WS-SUM-IDX)
                   MOVE ZERO TO WS-SUM-MAP-IDX(WS-SUM-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE 'Y' TO WS-HOLD-SWITCH
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Map every pair and print it; total both sides. Anything        *
      * unmapped or out of balance holds the journal                   *
      *----------------------------------------------------------------*
       CHECK-JOURNAL.
           IF WS-MAP-MISSING
               MOVE WS-NOMAP-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'Y' TO WS-HOLD-SWITCH
           END-IF.

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-TOTAL
               PERFORM FIND-GL-MAPPING
               MOVE WS-SUM-CATEGORY(WS-SUM-IDX) TO WS-SL-CATEGORY
               MOVE WS-SUM-ACCT-TYPE(WS-SUM-IDX) TO WS-SL-ACCT-TYPE
               MOVE WS-SUM-COUNT(WS-SUM-IDX) TO WS-SL-COUNT
               MOVE WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-SL-AMOUNT
               IF WS-ENTRY-FOUND
                   MOVE WS-MAP-IDX TO WS-SUM-MAP-IDX(WS-SUM-IDX)
                   MOVE WS-MAP-DEBIT-GL(WS-MAP-IDX) TO WS-SL-DEBIT-GL
                   MOVE WS-MAP-CREDIT-GL(WS-MAP-IDX) TO WS-SL-CREDIT-GL
                   MOVE SPACES TO WS-SL-STATUS
                   IF WS-SUM-AMOUNT(WS-SUM-IDX) NOT = ZERO
                       PERFORM SET-JOURNAL-PAIR
                       ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
                       ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
                   END-IF
               ELSE
                   MOVE SPACES TO WS-SL-DEBIT-GL
                   MOVE SPACES TO WS-SL-CREDIT-GL
                   MOVE 'UNMAPPED' TO WS-SL-STATUS
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE 'Y' TO WS-HOLD-SWITCH
               END-IF
               MOVE WS-SUMMARY-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE WS-UNBALANCED-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'Y' TO WS-HOLD-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The pair's mapping - an exact product entry first, then a      *
      * blank-product entry that covers the category for every product *
      *----------------------------------------------------------------*
       FIND-GL-MAPPING.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-MAP-CATEGORY(WS-MAP-IDX) =
                      WS-SUM-CATEGORY(WS-SUM-IDX) AND
                  WS-MAP-ACCT-TYPE(WS-MAP-IDX) =
                      WS-SUM-ACCT-TYPE(WS-SUM-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-ENTRY-FOUND
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                          OR WS-ENTRY-FOUND
                   IF WS-MAP-CATEGORY(WS-MAP-IDX) =
                          WS-SUM-CATEGORY(WS-SUM-IDX) AND
                      WS-MAP-ACCT-TYPE(WS-MAP-IDX) = SPACES
                       MOVE 'Y' TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-MAP-IDX
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The pair's debit and credit sides - a net negative sum (more   *
      * backed out than booked) posts the mapping the other way round  *
      *----------------------------------------------------------------*
       SET-JOURNAL-PAIR.
           MOVE WS-SUM-MAP-IDX(WS-SUM-IDX) TO WS-MAP-IDX.
           IF WS-SUM-AMOUNT(WS-SUM-IDX) < ZERO
               COMPUTE WS-LINE-AMOUNT = 0 - WS-SUM-AMOUNT(WS-SUM-IDX)
               MOVE WS-MAP-CREDIT-GL(WS-MAP-IDX) TO WS-LINE-DEBIT-GL
               MOVE WS-MAP-DEBIT-GL(WS-MAP-IDX) TO WS-LINE-CREDIT-GL
           ELSE
               MOVE WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-LINE-AMOUNT
               MOVE WS-MAP-DEBIT-GL(WS-MAP-IDX) TO WS-LINE-DEBIT-GL
               MOVE WS-MAP-CREDIT-GL(WS-MAP-IDX) TO WS-LINE-CREDIT-GL
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Header, a debit and a credit line per mapped pair, trailer     *
      *----------------------------------------------------------------*
       WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-HEADER-RECORD.
           MOVE 'H' TO GLJ-RECORD-TYPE.
           MOVE 'WGRVBJ24' TO GLJH-SOURCE.
           MOVE WS-BUSINESS-DATE TO GLJH-BUS-DATE.
           MOVE WS-RUN-DATE TO GLJH-CREATED-DATE.
           WRITE JOURNAL-HEADER-RECORD.

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-TOTAL
               IF WS-SUM-AMOUNT(WS-SUM-IDX) NOT = ZERO
                   PERFORM SET-JOURNAL-PAIR
                   MOVE WS-LINE-DEBIT-GL TO GLJD-GL-ACCOUNT
                   MOVE 'D' TO GLJD-DR-CR
                   PERFORM WRITE-JOURNAL-DETAIL
                   MOVE WS-LINE-CREDIT-GL TO GLJD-GL-ACCOUNT
                   MOVE 'C' TO GLJD-DR-CR
                   PERFORM WRITE-JOURNAL-DETAIL
               END-IF
           END-PERFORM.

           MOVE SPACES TO JOURNAL-TRAILER-RECORD.
           MOVE 'T' TO GLJ-RECORD-TYPE.
           MOVE WS-LINE-COUNT TO GLJT-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO GLJT-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GLJT-TOTAL-CREDITS.
           WRITE JOURNAL-TRAILER-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * One detail line - the caller has set the GL account and side   *
      *----------------------------------------------------------------*
       WRITE-JOURNAL-DETAIL.
           MOVE 'D' TO GLJ-RECORD-TYPE.
           MOVE WS-LINE-AMOUNT TO GLJD-AMOUNT.
           MOVE WS-SUM-CATEGORY(WS-SUM-IDX) TO GLJD-CATEGORY.
           MOVE WS-SUM-ACCT-TYPE(WS-SUM-IDX) TO GLJD-ACCOUNT-TYPE.
           MOVE WS-BUSINESS-DATE TO GLJD-BUS-DATE.
           MOVE WS-SUM-COUNT(WS-SUM-IDX) TO GLJD-MOVEMENT-COUNT.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CONTROL-REPORT.
           MOVE WS-MOVEMENT-COUNT TO WS-RPT-MOVEMENTS.
           MOVE WS-MOVEMENTS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-DEBITS TO WS-RPT-DEBITS.
           MOVE WS-DEBITS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-CREDITS TO WS-RPT-CREDITS.
           MOVE WS-CREDITS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-UNMAPPED-COUNT TO WS-RPT-UNMAPPED.
           MOVE WS-UNMAPPED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-DROPPED-COUNT TO WS-RPT-DROPPED.
           MOVE WS-DROPPED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       END PROGRAM WGRVBJ24.
