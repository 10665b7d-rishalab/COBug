      ******************************************************************
      *    WGRVBJ19 - Nightly ACH direct-credit/direct-debit intake    *
      *                                                                *
      *    Payroll direct deposits and utility direct debits arrive    *
      *    from the ACH operator as the WGRVACHI file, and operations  *
      *    used to key each entry on WGRVPOST. This job posts every    *
      *    entry detail record (type 6) itself: the account must be    *
      *    on WBACCTDB; a credit (transaction code 22/32) is written   *
      *    as a type-C movement and raises the ledger balance, with    *
      *    the amount held on WBHOLDDB for the WGRVACHC hold days the  *
      *    way WGRVPOST holds a teller deposit (released by WGRVBJ13); *
      *    a debit (27/37) is written as a type-E movement once the    *
      *    available balance plus ACCOUNT-OD-LIMIT covers it. Both use *
      *    the next TRAN-SEQ - the WGRVPTRN numbering, walked the way  *
      *    WGRVBJ09 does. An entry that cannot post goes back to the   *
      *    operator on WGRVACHR as the entry plus a 799 return addenda *
      *    with the NACHA reason:                                      *
      *        R01 - insufficient funds                                *
      *        R02 - account closed (history on file, account gone)    *
      *        R03 - no account / unable to locate                     *
      *        R20 - debit to a term deposit (TD) or instalment loan   *
      *              (LN), which no debit may draw on - the WGRVXFER   *
      *              rule                                              *
      *        R17 - entry unreadable (amount or transaction code)     *
      *    The day's posted totals go to the WGRVACHT control record   *
      *    WGRVBJ07 ties to the C/E movements in its reconciliation,   *
      *    and every entry not posted is listed on WGRVACHP.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ19.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-FILE ASSIGN TO WGRVACHI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACH-FILE-STATUS.
           SELECT CRITERIA-FILE ASSIGN TO WGRVACHC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CRIT-FILE-STATUS.
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
           SELECT HOLD-FILE ASSIGN TO WBHOLDDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOLD-REC-KEY
                  FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT RETURNS-FILE ASSIGN TO WGRVACHR
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO WGRVACHT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVACHP
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The operator's 94-byte records - only entry detail records
      * (type 6) post; file/batch header and control records pass by
       FD  ACH-FILE
           RECORDING MODE IS F.
       01  ACH-ENTRY-RECORD.
           05 ACH-RECORD-TYPE              PIC X(1).
           05 ACH-TRAN-CODE                PIC X(2).
              88 ACH-CREDIT-ENTRY          VALUE '22' '32'.
              88 ACH-DEBIT-ENTRY           VALUE '27' '37'.
           05 ACH-RDFI-ROUTING             PIC X(9).
           05 ACH-DFI-ACCOUNT.
              10 ACH-ACCOUNT-NUMBER        PIC X(10).
              10 FILLER                    PIC X(7).
           05 ACH-AMOUNT                   PIC 9(8)V99.
           05 ACH-INDIVIDUAL-ID            PIC X(15).
           05 ACH-INDIVIDUAL-NAME          PIC X(22).
           05 ACH-DISCRETIONARY            PIC X(2).
           05 ACH-ADDENDA-IND              PIC X(1).
           05 ACH-TRACE-NUMBER             PIC X(15).

      * One record of criteria - the hold days on a direct credit;
      * blank or missing means next-day funds (one day)
       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD.
           05 CRIT-HOLD-DAYS               PIC X(3).

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

      * One hold per held deposit - keyed by the account plus the
      * TRAN-SEQ of the deposit movement, the layout WGRVPOST writes
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 HOLD-REC-KEY.
              10 HOLD-SSN                  PIC X(9).
              10 HOLD-NUM                  PIC X(10).
              10 HOLD-TRAN-SEQ             PIC 9(6).
           05 HOLD-AMOUNT                  PIC S9(16)V99 COMP-3.
           05 HOLD-RELEASE-DATE            PIC X(8).

      * Returned entry in the operator's format - the entry detail
      * record as received, then its 799 return addenda
       FD  RETURNS-FILE
           RECORDING MODE IS F.
       01  RETURN-RECORD                   PIC X(94).

      * The day's posted ACH totals - read back by WGRVBJ07
       FD  CONTROL-FILE
           RECORDING MODE IS F.
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
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'WGRVBJ19------WS'.
       01  WS-ACH-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CRIT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HOLD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ENTRIES                  VALUE 'Y'.
       01  WS-ACCT-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-ACCT-STOP-BROWSE                 VALUE 'Y'.
       01  WS-ACCT-FOUND-SWITCH        PIC X     VALUE 'N'.
           88 WS-ACCOUNT-FOUND                    VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-TRAN-STOP-BROWSE                 VALUE 'Y'.
      * set when the entry could not be posted for a reason of ours
      * (file error) - it is neither posted nor returned, and goes on
      * the report for operations to repair
       01  WS-POST-FAIL-SWITCH         PIC X     VALUE 'N'.
           88 WS-POST-FAILED                      VALUE 'Y'.
       01  WS-RETURN-REASON            PIC X(3)  VALUE SPACES.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(6)  VALUE SPACES.
       01  WS-HOLD-DAYS                 PIC 9(3)  VALUE 1.
       01  WS-DATE-INTEGER              PIC S9(9) COMP VALUE ZERO.
       01  WS-BUSINESS-DATE-NUM         PIC 9(8)  VALUE ZERO.
       01  WS-RELEASE-NUM               PIC 9(8)  VALUE ZERO.
       01  WS-ENTRY-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-CREDIT-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-DEBIT-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-RETURNED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-ERROR-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-CREDIT-AMOUNT             PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-DEBIT-AMOUNT              PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-RETURNED-AMOUNT           PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-ENTRY-AMOUNT              PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-SEARCH-ACCTNUM            PIC X(10) VALUE SPACES.
       01  WS-LAST-SEQ                  PIC 9(6)  VALUE ZERO.
      * TRAN-SEQ of the movement just written - the hold is keyed by it
       01  WS-POSTED-SEQ                PIC 9(6)  VALUE ZERO.
       01  WS-TRAN-ACCOUNT              PIC X(10) VALUE SPACES.
       01  WS-TRAN-TYPE                 PIC X(1)  VALUE SPACE.
      * How far the balance can fall - available balance plus the
      * authorized overdraft limit, same rule WGRVPOST applies
       01  WS-OD-ROOM                   PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.

      * The 799 return addenda that follows a returned entry
       01  WS-RETURN-ADDENDA.
           03 FILLER                    PIC X(1)  VALUE '7'.
           03 FILLER                    PIC X(2)  VALUE '99'.
           03 WS-RTA-REASON             PIC X(3).
           03 WS-RTA-ORIG-TRACE         PIC X(15).
           03 FILLER                    PIC X(6)  VALUE SPACES.
           03 WS-RTA-ORIG-RDFI          PIC X(8).
           03 FILLER                    PIC X(44) VALUE SPACES.
           03 WS-RTA-TRACE              PIC X(15).

       01  WS-ENTRY-LINE.
           03 WS-ENT-ACCOUNT            PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ENT-TRAN-CODE          PIC X(2).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ENT-AMOUNT             PIC -(8)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ENT-RESULT             PIC X(14).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-ENT-TRACE              PIC X(15).
           03 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-COUNT-LINE.
           03 WS-CNT-LABEL              PIC X(20).
           03 WS-CNT-ITEMS              PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-CNT-AMOUNT             PIC -(14)9.99.
           03 FILLER                    PIC X(33) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM READ-HOLD-DAYS.

           OPEN INPUT ACH-FILE.
           IF WS-ACH-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ19 ERROR - OPEN ACH-FILE STATUS='
                       WS-ACH-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ19 ERROR - OPEN ACCOUNT-FILE STATUS='
                       WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ19 ERROR - OPEN TRANSACTION-FILE STATUS='
                       WS-TRAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ19 ERROR - OPEN HOLD-FILE STATUS='
                       WS-HOLD-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT RETURNS-FILE.
           OPEN OUTPUT CONTROL-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM READ-NEXT-ENTRY.
           PERFORM PROCESS-ACH-ENTRY
               UNTIL WS-NO-MORE-ENTRIES.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE ACH-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE HOLD-FILE.
           CLOSE RETURNS-FILE.
           CLOSE CONTROL-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ19 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ19 - entries read: ' WS-ENTRY-COUNT.
           DISPLAY 'WGRVBJ19 - credits posted: ' WS-CREDIT-COUNT.
           DISPLAY 'WGRVBJ19 - debits posted: ' WS-DEBIT-COUNT.
           DISPLAY 'WGRVBJ19 - entries returned: ' WS-RETURNED-COUNT.
           DISPLAY 'WGRVBJ19 - entries in error: ' WS-ERROR-COUNT.

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
               DISPLAY 'WGRVBJ19 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ19 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ19' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ19 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ19' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ19' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ19 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.

      *----------------------------------------------------------------*
      * Hold days for direct credits - blank or missing means one day  *
      *----------------------------------------------------------------*
       READ-HOLD-DAYS.
           OPEN INPUT CRITERIA-FILE.
           IF WS-CRIT-FILE-STATUS = '00'
               READ CRITERIA-FILE
                   AT END CONTINUE
               END-READ
               IF WS-CRIT-FILE-STATUS = '00'
                  AND CRIT-HOLD-DAYS IS NUMERIC
                   MOVE CRIT-HOLD-DAYS TO WS-HOLD-DAYS
               END-IF
               CLOSE CRITERIA-FILE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-ENTRY.
           READ ACH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-ACH-FILE-STATUS NOT = '00' AND
              WS-ACH-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ19 ERROR - READ ACH-FILE STATUS='
                       WS-ACH-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One entry detail record: readable, then the account, then -    *
      * for a debit - the account type and funds; only an entry        *
      * passing every edit posts                                       *
      *----------------------------------------------------------------*
       PROCESS-ACH-ENTRY.
           IF ACH-RECORD-TYPE = '6'
               ADD 1 TO WS-ENTRY-COUNT
               MOVE SPACES TO WS-RETURN-REASON
               MOVE 'N' TO WS-POST-FAIL-SWITCH
               MOVE ZERO TO WS-ENTRY-AMOUNT

               IF ACH-AMOUNT IS NUMERIC
                   MOVE ACH-AMOUNT TO WS-ENTRY-AMOUNT
               END-IF
               IF WS-ENTRY-AMOUNT NOT > ZERO
                  OR (NOT ACH-CREDIT-ENTRY AND NOT ACH-DEBIT-ENTRY)
                   MOVE 'R17' TO WS-RETURN-REASON
               END-IF

               IF WS-RETURN-REASON = SPACES
                   MOVE ACH-ACCOUNT-NUMBER TO WS-SEARCH-ACCTNUM
                   PERFORM FIND-ACCOUNT-BY-NUMBER
                   IF NOT WS-ACCOUNT-FOUND
                       PERFORM CHECK-CLOSED-ACCOUNT
                   END-IF
               END-IF

               IF WS-RETURN-REASON = SPACES AND ACH-DEBIT-ENTRY
                   IF ACCOUNT-TYPE = 'TD' OR ACCOUNT-TYPE = 'LN'
                       MOVE 'R20' TO WS-RETURN-REASON
                   END-IF
               END-IF

               IF WS-RETURN-REASON = SPACES AND ACH-DEBIT-ENTRY
                   COMPUTE WS-OD-ROOM =
                           ACCOUNT-AVAIL-BALANCE + ACCOUNT-OD-LIMIT
                   IF WS-OD-ROOM < WS-ENTRY-AMOUNT
                       MOVE 'R01' TO WS-RETURN-REASON
                   END-IF
               END-IF

               IF WS-RETURN-REASON = SPACES
                   PERFORM POST-ACH-ENTRY
                   IF WS-POST-FAILED
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM WRITE-ENTRY-LINE
                   END-IF
               ELSE
                   PERFORM WRITE-RETURN-ENTRY
               END-IF
           END-IF.

           PERFORM READ-NEXT-ENTRY.
           EXIT.

      *----------------------------------------------------------------*
      * WGRVCLSE deletes a closed account from WBACCTDB but its        *
      * movements stay on WBTRANDB - history with no account means     *
      * closed (R02); no history either means never ours (R03)         *
      *----------------------------------------------------------------*
       CHECK-CLOSED-ACCOUNT.
           MOVE 'R03' TO WS-RETURN-REASON.
           MOVE ACH-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO TRAN-SEQ.
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-REC-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-TRAN-FILE-STATUS = '00'
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-TRAN-FILE-STATUS = '00'
                  AND TRAN-ACCOUNT-NUMBER = ACH-ACCOUNT-NUMBER
                   MOVE 'R02' TO WS-RETURN-REASON
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Post the entry movement-first, as WGRVBJ09 does: the C or E    *
      * movement, then the balances. A credit raises the ledger at     *
      * once but reaches available funds only when WGRVBJ13 releases   *
      * its hold - unless the hold days are zero.                      *
      *----------------------------------------------------------------*
       POST-ACH-ENTRY.
           MOVE ACH-ACCOUNT-NUMBER TO WS-TRAN-ACCOUNT.
           IF ACH-CREDIT-ENTRY
               MOVE 'C' TO WS-TRAN-TYPE
           ELSE
               MOVE 'E' TO WS-TRAN-TYPE
           END-IF.
           PERFORM WRITE-ACH-TRANSACTION.
           IF WS-TRAN-STOP-BROWSE
               MOVE 'TRAN WRITE ERR' TO WS-ENT-RESULT
               MOVE 'Y' TO WS-POST-FAIL-SWITCH
           END-IF.

           IF NOT WS-POST-FAILED
               IF ACH-CREDIT-ENTRY
                   ADD WS-ENTRY-AMOUNT TO ACCOUNT-BALANCE
                   IF WS-HOLD-DAYS = ZERO
                       ADD WS-ENTRY-AMOUNT TO ACCOUNT-AVAIL-BALANCE
                   ELSE
                       PERFORM WRITE-CREDIT-HOLD
                   END-IF
               ELSE
                   SUBTRACT WS-ENTRY-AMOUNT FROM ACCOUNT-BALANCE
                   SUBTRACT WS-ENTRY-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
               END-IF
           END-IF.

           IF NOT WS-POST-FAILED
               REWRITE ACCOUNT-RECORD
               END-REWRITE
               IF WS-ACCT-FILE-STATUS NOT = '00'
                   MOVE 'ACCT UPD ERR' TO WS-ENT-RESULT
                   MOVE 'Y' TO WS-POST-FAIL-SWITCH
                   DISPLAY 'WGRVBJ19 ERROR - REWRITE STATUS='
                           WS-ACCT-FILE-STATUS
                           ' ACCOUNT=' ACH-ACCOUNT-NUMBER
               END-IF
           END-IF.

           IF NOT WS-POST-FAILED
               IF ACH-CREDIT-ENTRY
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD WS-ENTRY-AMOUNT TO WS-CREDIT-AMOUNT
               ELSE
                   ADD 1 TO WS-DEBIT-COUNT
                   ADD WS-ENTRY-AMOUNT TO WS-DEBIT-AMOUNT
               END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Record the hold on WBHOLDDB - the movement's TRAN-SEQ makes    *
      * the key unique, the release date is the run date plus the hold *
      * days, the layout WGRVPOST's WRITE-DEPOSIT-HOLD writes          *
      *----------------------------------------------------------------*
       WRITE-CREDIT-HOLD.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
                   + WS-HOLD-DAYS.
           COMPUTE WS-RELEASE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           MOVE SSN OF ACCT-REC-KEY TO HOLD-SSN.
           MOVE NUM OF ACCT-REC-KEY TO HOLD-NUM.
           MOVE WS-POSTED-SEQ TO HOLD-TRAN-SEQ.
           MOVE WS-ENTRY-AMOUNT TO HOLD-AMOUNT.
           MOVE WS-RELEASE-NUM TO HOLD-RELEASE-DATE.

           WRITE HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
      * the ledger is raised and the movement written - without its
      * hold the credit would never reach available funds, so say so
           IF WS-HOLD-FILE-STATUS NOT = '00'
               MOVE 'HOLD WRITE ERR' TO WS-ENT-RESULT
               DISPLAY 'WGRVBJ19 ERROR - WRITE HOLD STATUS='
                       WS-HOLD-FILE-STATUS
                       ' ACCOUNT=' ACH-ACCOUNT-NUMBER
               ADD WS-ENTRY-AMOUNT TO ACCOUNT-AVAIL-BALANCE
               PERFORM WRITE-ENTRY-LINE
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
      * Write the entry's movement under the next TRAN-SEQ for the     *
      * account - same numbering WGRVPTRN assigns online and WGRVBJ09  *
      * walks in batch. WS-TRAN-STOP-BROWSE doubles as the failure     *
      * flag for the caller.                                           *
      *----------------------------------------------------------------*
       WRITE-ACH-TRANSACTION.
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
           MOVE TRAN-SEQ TO WS-POSTED-SEQ.
           MOVE WS-TRAN-TYPE TO TRANSACTION-TYPE.
           MOVE WS-ENTRY-AMOUNT TO TRANSACTION-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANSACTION-DATE.
           MOVE WS-RUN-TIME TO TRANSACTION-TIME.
           MOVE 'WGRVBJ19' TO TRANSACTION-TELLER.
           MOVE ZERO TO TRANSACTION-REVERSAL-OF.
           MOVE 'N' TO TRANSACTION-REVERSED-FLAG.

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-WRITE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRAN-STOP-SWITCH
               DISPLAY 'WGRVBJ19 ERROR - WRITE TRANSACTION STATUS='
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
      * Return the entry to the operator - the entry as received, then *
      * the 799 addenda carrying the reason and the original trace     *
      *----------------------------------------------------------------*
       WRITE-RETURN-ENTRY.
           ADD 1 TO WS-RETURNED-COUNT.
           ADD WS-ENTRY-AMOUNT TO WS-RETURNED-AMOUNT.
           MOVE ACH-ENTRY-RECORD TO RETURN-RECORD.
           WRITE RETURN-RECORD.
           MOVE WS-RETURN-REASON TO WS-RTA-REASON.
           MOVE ACH-TRACE-NUMBER TO WS-RTA-ORIG-TRACE.
           MOVE ACH-RDFI-ROUTING(1:8) TO WS-RTA-ORIG-RDFI.
           MOVE ACH-TRACE-NUMBER TO WS-RTA-TRACE.
           MOVE WS-RETURN-ADDENDA TO RETURN-RECORD.
           WRITE RETURN-RECORD.

           MOVE SPACES TO WS-ENT-RESULT.
           STRING 'RETURNED ' WS-RETURN-REASON
                  DELIMITED BY SIZE INTO WS-ENT-RESULT.
           PERFORM WRITE-ENTRY-LINE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-ENTRY-LINE.
           MOVE ACH-ACCOUNT-NUMBER TO WS-ENT-ACCOUNT.
           MOVE ACH-TRAN-CODE TO WS-ENT-TRAN-CODE.
           MOVE WS-ENTRY-AMOUNT TO WS-ENT-AMOUNT.
           MOVE ACH-TRACE-NUMBER TO WS-ENT-TRACE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-ENTRY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * The control record WGRVBJ07 ties to, then the report totals    *
      *----------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           MOVE WS-BUSINESS-DATE TO ACHT-BUS-DATE.
           MOVE WS-CREDIT-COUNT TO ACHT-CREDIT-COUNT.
           MOVE WS-CREDIT-AMOUNT TO ACHT-CREDIT-AMOUNT.
           MOVE WS-DEBIT-COUNT TO ACHT-DEBIT-COUNT.
           MOVE WS-DEBIT-AMOUNT TO ACHT-DEBIT-AMOUNT.
           WRITE ACH-CONTROL-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'CREDITS POSTED:     ' TO WS-CNT-LABEL.
           MOVE WS-CREDIT-COUNT TO WS-CNT-ITEMS.
           MOVE WS-CREDIT-AMOUNT TO WS-CNT-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'DEBITS POSTED:      ' TO WS-CNT-LABEL.
           MOVE WS-DEBIT-COUNT TO WS-CNT-ITEMS.
           MOVE WS-DEBIT-AMOUNT TO WS-CNT-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ENTRIES RETURNED:   ' TO WS-CNT-LABEL.
           MOVE WS-RETURNED-COUNT TO WS-CNT-ITEMS.
           MOVE WS-RETURNED-AMOUNT TO WS-CNT-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'ENTRIES IN ERROR:   ' TO WS-CNT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-CNT-ITEMS.
           MOVE ZERO TO WS-CNT-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       END PROGRAM WGRVBJ19.
