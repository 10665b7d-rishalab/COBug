      ******************************************************************
      *    WGRVBJ18 - Inward cheque clearing intake batch job          *
      *                                                                *
      *    Cheques drawn on our accounts come back from the clearing   *
      *    house as the WGRVCLRI file, one presented item per record.  *
      *    Until now a teller keyed each one as a WGRVPOST withdrawal. *
      *    This job pays or refuses every item: the account must be on *
      *    WBACCTDB (a closed account is no longer on file), the item  *
      *    must not be caught by an unexpired stop on WBSTOPDB - the   *
      *    file the WGRVSTOP screen maintains - either for its cheque  *
      *    number or by the account's amount-range stop, and the       *
      *    available balance plus ACCOUNT-OD-LIMIT must cover it, the  *
      *    same rule WGRVPOST applies. A paid cheque is written as a   *
      *    withdrawal TRANSACTION-RECORD under the next TRAN-SEQ (the  *
      *    WGRVPTRN numbering, walked the way WGRVBJ09 does) and both  *
      *    balances are reduced. A refused cheque goes to the WGRVCLRT *
      *    returns file for the clearing house with its reason code:   *
      *        NAC - no such account / account closed, or a term       *
      *              deposit (TD) or instalment loan (LN), which no    *
      *              cheque may draw on - the WGRVXFER rule            *
      *        STP - payment stopped                                   *
      *        NSF - insufficient funds                                *
      *        INV - item unreadable (amount not numeric or zero)      *
      *    The WGRVCLRR control report lists every return and totals   *
      *    presented, paid and returned by count and amount.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ18.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO WGRVCLRI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLR-FILE-STATUS.
           SELECT STOP-FILE ASSIGN TO WBSTOPDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STOP-REC-KEY
                  FILE STATUS IS WS-STOP-FILE-STATUS.
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
           SELECT RETURNS-FILE ASSIGN TO WGRVCLRT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVCLRR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One presented cheque per record, as the clearing house sends it
       FD  CLEARING-FILE
           RECORDING MODE IS F.
       01  CLEARING-RECORD.
           05 CLR-ACCOUNT-NUMBER           PIC X(10).
           05 CLR-CHEQUE-NUM               PIC 9(8).
           05 CLR-AMOUNT                   PIC 9(16)V99.
           05 CLR-ITEM-REF                 PIC X(15).

      * key fields lead the record - the layout WGRVSTOP maintains.
      * A cheque number of zero is the account's amount-range stop
       FD  STOP-FILE.
       01  STOP-PAYMENT-RECORD.
           05 STOP-REC-KEY.
              10 STOP-ACCOUNT-NUMBER       PIC X(10).
              10 STOP-CHEQUE-NUM           PIC 9(8).
           05 STOP-AMOUNT-LOW              PIC S9(16)V99 COMP-3.
           05 STOP-AMOUNT-HIGH             PIC S9(16)V99 COMP-3.
           05 STOP-PLACED-DATE             PIC X(8).
           05 STOP-EXPIRY-DATE             PIC X(8).
           05 STOP-FEE                     PIC S9(7)V99 COMP-3.
           05 STOP-PLACED-BY               PIC X(8).

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

      * Returned item in the clearing house's layout - the presented
      * record with the reason code between amount and reference
       FD  RETURNS-FILE
           RECORDING MODE IS F.
       01  RETURN-RECORD.
           05 RTN-ACCOUNT-NUMBER           PIC X(10).
           05 RTN-CHEQUE-NUM               PIC 9(8).
           05 RTN-AMOUNT                   PIC 9(16)V99.
           05 RTN-REASON                   PIC X(3).
           05 RTN-ITEM-REF                 PIC X(15).

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
                                        VALUE 'WGRVBJ18------WS'.
       01  WS-CLR-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-STOP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ITEMS                    VALUE 'Y'.
       01  WS-ACCT-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-ACCT-STOP-BROWSE                 VALUE 'Y'.
       01  WS-ACCT-FOUND-SWITCH        PIC X     VALUE 'N'.
           88 WS-ACCOUNT-FOUND                    VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-TRAN-STOP-BROWSE                 VALUE 'Y'.
       01  WS-STOPPED-SWITCH           PIC X     VALUE 'N'.
           88 WS-PAYMENT-STOPPED                  VALUE 'Y'.
      * set when the item could not be posted for a reason of ours
      * (file error) - it is neither paid nor returned, and goes on
      * the report for operations to repair
       01  WS-POST-FAIL-SWITCH         PIC X     VALUE 'N'.
           88 WS-POST-FAILED                      VALUE 'Y'.
       01  WS-RETURN-REASON            PIC X(3)  VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(6)  VALUE SPACES.
       01  WS-PRESENTED-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-PAID-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-RETURNED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-ERROR-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-PRESENTED-AMOUNT          PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-PAID-AMOUNT               PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-RETURNED-AMOUNT           PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-ITEM-AMOUNT               PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-SEARCH-ACCTNUM            PIC X(10) VALUE SPACES.
       01  WS-LAST-SEQ                  PIC 9(6)  VALUE ZERO.
       01  WS-TRAN-ACCOUNT              PIC X(10) VALUE SPACES.
      * How far the balance can fall - available balance plus the
      * authorized overdraft limit, same rule WGRVPOST applies
       01  WS-OD-ROOM                   PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.

       01  WS-ITEM-LINE.
           03 WS-ITM-ACCOUNT            PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITM-CHEQUE             PIC 9(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITM-AMOUNT             PIC -(14)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITM-RESULT             PIC X(14).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ITM-REF                PIC X(15).
           03 FILLER                    PIC X(11) VALUE SPACES.

       01  WS-COUNT-LINE.
           03 WS-CNT-LABEL              PIC X(20).
           03 WS-CNT-ITEMS              PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-CNT-AMOUNT             PIC -(16)9.99.
           03 FILLER                    PIC X(31) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.

           OPEN INPUT CLEARING-FILE.
           IF WS-CLR-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ18 ERROR - OPEN CLEARING-FILE STATUS='
                       WS-CLR-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT STOP-FILE.
           IF WS-STOP-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ18 ERROR - OPEN STOP-FILE STATUS='
                       WS-STOP-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ18 ERROR - OPEN ACCOUNT-FILE STATUS='
                       WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ18 ERROR - OPEN TRANSACTION-FILE STATUS='
                       WS-TRAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT RETURNS-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM READ-NEXT-ITEM.
           PERFORM PROCESS-PRESENTED-ITEM
               UNTIL WS-NO-MORE-ITEMS.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE CLEARING-FILE.
           CLOSE STOP-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE RETURNS-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ18 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ18 - cheques presented: ' WS-PRESENTED-COUNT.
           DISPLAY 'WGRVBJ18 - cheques paid: ' WS-PAID-COUNT.
           DISPLAY 'WGRVBJ18 - cheques returned: ' WS-RETURNED-COUNT.
           DISPLAY 'WGRVBJ18 - cheques in error: ' WS-ERROR-COUNT.

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
               DISPLAY 'WGRVBJ18 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ18 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ18' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ18 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ18' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ18' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ18 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-ITEM.
           READ CLEARING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-CLR-FILE-STATUS NOT = '00' AND
              WS-CLR-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ18 ERROR - READ CLEARING-FILE STATUS='
                       WS-CLR-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One presented cheque: the edits run in the order the clearing  *
      * house expects the first failing reason reported - account,     *
      * stop, then funds - and only a cheque passing all three is paid *
      *----------------------------------------------------------------*
       PROCESS-PRESENTED-ITEM.
           ADD 1 TO WS-PRESENTED-COUNT.
           MOVE SPACES TO WS-RETURN-REASON.
           MOVE 'N' TO WS-POST-FAIL-SWITCH.
           MOVE ZERO TO WS-ITEM-AMOUNT.

           IF CLR-AMOUNT IS NUMERIC
               MOVE CLR-AMOUNT TO WS-ITEM-AMOUNT
               ADD WS-ITEM-AMOUNT TO WS-PRESENTED-AMOUNT
           END-IF.
           IF WS-ITEM-AMOUNT NOT > ZERO
               MOVE 'INV' TO WS-RETURN-REASON
           END-IF.

           IF WS-RETURN-REASON = SPACES
               MOVE CLR-ACCOUNT-NUMBER TO WS-SEARCH-ACCTNUM
               PERFORM FIND-ACCOUNT-BY-NUMBER
               IF NOT WS-ACCOUNT-FOUND
                   MOVE 'NAC' TO WS-RETURN-REASON
               END-IF
           END-IF.
           IF WS-RETURN-REASON = SPACES
               IF ACCOUNT-TYPE = 'TD' OR ACCOUNT-TYPE = 'LN'
                   MOVE 'NAC' TO WS-RETURN-REASON
               END-IF
           END-IF.

           IF WS-RETURN-REASON = SPACES
               PERFORM CHECK-STOP-PAYMENT
               IF WS-PAYMENT-STOPPED
                   MOVE 'STP' TO WS-RETURN-REASON
               END-IF
           END-IF.

           IF WS-RETURN-REASON = SPACES
               COMPUTE WS-OD-ROOM =
                       ACCOUNT-AVAIL-BALANCE + ACCOUNT-OD-LIMIT
               IF WS-OD-ROOM < WS-ITEM-AMOUNT
                   MOVE 'NSF' TO WS-RETURN-REASON
               END-IF
           END-IF.

           IF WS-RETURN-REASON = SPACES
               PERFORM PAY-PRESENTED-ITEM
               IF WS-POST-FAILED
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM WRITE-ITEM-LINE
               ELSE
                   ADD 1 TO WS-PAID-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-PAID-AMOUNT
               END-IF
           ELSE
               PERFORM WRITE-RETURN-ITEM
           END-IF.

           PERFORM READ-NEXT-ITEM.
           EXIT.

      *----------------------------------------------------------------*
      * A stop catches the item when it is on file for this cheque     *
      * number, or when the account's amount-range stop (cheque zero)  *
      * spans the amount - in either case only until its expiry date   *
      *----------------------------------------------------------------*
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOPPED-SWITCH.
           MOVE CLR-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER.
           MOVE CLR-CHEQUE-NUM TO STOP-CHEQUE-NUM.
           READ STOP-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-STOP-FILE-STATUS = '00'
               IF STOP-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-STOPPED-SWITCH
               END-IF
           END-IF.

           IF NOT WS-PAYMENT-STOPPED
               MOVE CLR-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER
               MOVE ZERO TO STOP-CHEQUE-NUM
               READ STOP-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STOP-FILE-STATUS = '00'
                   IF STOP-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                      AND WS-ITEM-AMOUNT NOT < STOP-AMOUNT-LOW
                      AND WS-ITEM-AMOUNT NOT > STOP-AMOUNT-HIGH
                       MOVE 'Y' TO WS-STOPPED-SWITCH
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Pay the cheque: the withdrawal movement is written before the  *
      * balance change - the movement-first discipline of WGRVBJ09 -   *
      * so the file never shows a balance change without its movement  *
      *----------------------------------------------------------------*
       PAY-PRESENTED-ITEM.
           MOVE CLR-ACCOUNT-NUMBER TO WS-TRAN-ACCOUNT.
           PERFORM WRITE-CHEQUE-TRANSACTION.
           IF WS-TRAN-STOP-BROWSE
               MOVE 'TRAN WRITE ERR' TO WS-ITM-RESULT
               MOVE 'Y' TO WS-POST-FAIL-SWITCH
           END-IF.

           IF NOT WS-POST-FAILED
               SUBTRACT WS-ITEM-AMOUNT FROM ACCOUNT-BALANCE
               SUBTRACT WS-ITEM-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
               END-REWRITE
               IF WS-ACCT-FILE-STATUS NOT = '00'
                   MOVE 'ACCT UPD ERR' TO WS-ITM-RESULT
                   MOVE 'Y' TO WS-POST-FAIL-SWITCH
                   DISPLAY 'WGRVBJ18 ERROR - REWRITE STATUS='
                           WS-ACCT-FILE-STATUS
                           ' ACCOUNT=' CLR-ACCOUNT-NUMBER
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Locate an account by number alone - the account number is not  *
      * a leading key segment, so START at the beginning and READ NEXT *
      * comparing, the batch translation of WGRVGBAL's                 *
      * FIND-ACCOUNT-BY-NUMBER                                         *
      *----------------------------------------------------------------*
       FIND-ACCOUNT-BY-NUMBER.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
           MOVE 'N' TO WS-ACCT-STOP-SWITCH.
           MOVE LOW-VALUES TO ACCT-REC-KEY.

           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-REC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-STOP-SWITCH
           END-START.

           PERFORM UNTIL WS-ACCOUNT-FOUND OR WS-ACCT-STOP-BROWSE
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-STOP-SWITCH
               END-READ
               IF NOT WS-ACCOUNT-FOUND AND NOT WS-ACCT-STOP-BROWSE
                   IF WS-ACCT-FILE-STATUS = '00' OR
                      WS-ACCT-FILE-STATUS = '02'
                       IF ACCOUNT-NUMBER = WS-SEARCH-ACCTNUM
                           MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-ACCT-STOP-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *----------------------------------------------------------------*
      * Write the cheque's withdrawal under the next TRAN-SEQ for the  *
      * account - same numbering WGRVPTRN assigns online and WGRVBJ09  *
      * walks in batch. WS-TRAN-STOP-BROWSE doubles as the failure     *
      * flag for the caller.                                           *
      *----------------------------------------------------------------*
       WRITE-CHEQUE-TRANSACTION.
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
           MOVE WS-ITEM-AMOUNT TO TRANSACTION-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANSACTION-DATE.
           MOVE WS-RUN-TIME TO TRANSACTION-TIME.
           MOVE 'WGRVBJ18' TO TRANSACTION-TELLER.
           MOVE ZERO TO TRANSACTION-REVERSAL-OF.
           MOVE 'N' TO TRANSACTION-REVERSED-FLAG.

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-WRITE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRAN-STOP-SWITCH
               DISPLAY 'WGRVBJ18 ERROR - WRITE TRANSACTION STATUS='
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
      * A refused cheque goes back to the clearing house on the        *
      * returns file and on the control report                         *
      *----------------------------------------------------------------*
       WRITE-RETURN-ITEM.
           ADD 1 TO WS-RETURNED-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-RETURNED-AMOUNT.
           MOVE CLR-ACCOUNT-NUMBER TO RTN-ACCOUNT-NUMBER.
           MOVE CLR-CHEQUE-NUM TO RTN-CHEQUE-NUM.
           IF CLR-AMOUNT IS NUMERIC
               MOVE CLR-AMOUNT TO RTN-AMOUNT
           ELSE
               MOVE ZERO TO RTN-AMOUNT
           END-IF.
           MOVE WS-RETURN-REASON TO RTN-REASON.
           MOVE CLR-ITEM-REF TO RTN-ITEM-REF.
           WRITE RETURN-RECORD.

           MOVE SPACES TO WS-ITM-RESULT.
           STRING 'RETURNED ' WS-RETURN-REASON
                  DELIMITED BY SIZE INTO WS-ITM-RESULT.
           PERFORM WRITE-ITEM-LINE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-ITEM-LINE.
           MOVE CLR-ACCOUNT-NUMBER TO WS-ITM-ACCOUNT.
           MOVE CLR-CHEQUE-NUM TO WS-ITM-CHEQUE.
           MOVE WS-ITEM-AMOUNT TO WS-ITM-AMOUNT.
           MOVE CLR-ITEM-REF TO WS-ITM-REF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-ITEM-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Control totals - presented must equal paid plus returned plus  *
      * in error, by count and by amount                               *
      *----------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'CHEQUES PRESENTED:  ' TO WS-CNT-LABEL.
           MOVE WS-PRESENTED-COUNT TO WS-CNT-ITEMS.
           MOVE WS-PRESENTED-AMOUNT TO WS-CNT-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'CHEQUES PAID:       ' TO WS-CNT-LABEL.
           MOVE WS-PAID-COUNT TO WS-CNT-ITEMS.
           MOVE WS-PAID-AMOUNT TO WS-CNT-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'CHEQUES RETURNED:   ' TO WS-CNT-LABEL.
           MOVE WS-RETURNED-COUNT TO WS-CNT-ITEMS.
           MOVE WS-RETURNED-AMOUNT TO WS-CNT-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'CHEQUES IN ERROR:   ' TO WS-CNT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-CNT-ITEMS.
           COMPUTE WS-CNT-AMOUNT = WS-PRESENTED-AMOUNT
                   - WS-PAID-AMOUNT - WS-RETURNED-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       END PROGRAM WGRVBJ18.
