      *    WGRVTRAN history and on WGRVBJ03 statements. A control      *
      *    report of accounts paid and total interest posted goes to   *
      *    WGRVINTP for finance to tie back to the GL reconciliation.  *
      *    An active TD (term deposit) earns a twelfth of the fixed    *
      *    annual rate on its WBTERMDB certificate instead of the      *
      *    WGRVINTC type rate; once matured it falls back to the type  *
      *    rate like any other account. An LN (instalment loan)        *
      *    accrues nothing here - its interest is charged instalment   *
      *    by instalment off the WBLSCHDB schedule by WGRVBJ26.        *
      *    Postings are dated the business date on the WBBDTDB control *
      *    record (advanced by WGRVBJ25), and a second run for the     *
      *    same business date is refused.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ05.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRAN-REC-KEY
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO WBTERMDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TERM-REC-KEY
                  FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO WGRVINTC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVINTP
                  ORGANIZATION IS LINE SEQUENTIAL.

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
           05 TERM-PAYTO-ACCOUNT           PIC X(10).
           05 TERM-STATUS                  PIC X(1).
              88 TERM-ACTIVE               VALUE 'A'.
           05 TERM-NOTICE-DATE             PIC X(8).

      * One record of rate parameters per product type - the two-byte
      * ACCOUNT-TYPE code, a separator, then the monthly percentage
      * rate as seven digits with four implied decimals
           05 FILLER                       PIC X(1).
           05 RATE-MONTHLY-PCT             PIC 9(3)V9(4).

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
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RATE-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TERM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CERT-RATE-SWITCH         PIC X     VALUE 'N'.
           88 WS-CERT-RATE                        VALUE 'Y'.
       01  WS-CERT-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
       01  WS-ACCOUNT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-PAID-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-NORATE-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-LOAN-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-MONTHLY-RATE              PIC 9(3)V9(4) VALUE ZERO.

      * One rate per product type off the WGRVINTC feed - ten slots
       01  WS-TOTAL-INTEREST            PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-LAST-SEQ                  PIC 9(6)  VALUE ZERO.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(6)  VALUE SPACES.

           03 WS-RPT-NORATE             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-LOAN-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'LOAN ACCTS SKIPPED: '.
           03 WS-RPT-LOAN               PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-CERT-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'PAID AT CERT RATE:  '.
           03 WS-RPT-CERT               PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-COUNT-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ACCOUNTS PAID:      '.
               STOP RUN
           END-IF.

           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.

               STOP RUN
           END-IF.

           OPEN INPUT TERM-FILE.
           IF WS-TERM-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ05 ERROR - OPEN TERM-FILE STATUS='
                       WS-TERM-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           PERFORM READ-NEXT-ACCOUNT.

           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE TERM-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ05 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ05 - accounts read: ' WS-ACCOUNT-COUNT.
           DISPLAY 'WGRVBJ05 - accounts paid: ' WS-PAID-COUNT.
           DISPLAY 'WGRVBJ05 - interest posted: ' WS-TOTAL-INTEREST.
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
               DISPLAY 'WGRVBJ05 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ05 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ05' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ05 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ05' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ05' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ05 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
      * A missing or unreadable rate feed stops the run outright -     *
      * posting a month of interest at a wrong or zero rate is worse   *
      * than posting none                                              *

      *----------------------------------------------------------------*
      * The rate for one account's product type - a blank type on an   *
      * account that predates the type field accrues as checking. An   *
      * active certificate's own rate wins over the type table.        *
      *----------------------------------------------------------------*
       FIND-ACCOUNT-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH.
           MOVE 'N' TO WS-CERT-RATE-SWITCH.
           IF ACCOUNT-TYPE = 'TD'
               PERFORM FIND-CERTIFICATE-RATE
               IF WS-CERT-RATE
                   MOVE 'Y' TO WS-RATE-FOUND-SWITCH
               END-IF
           END-IF.
           IF NOT WS-RATE-FOUND
               MOVE ACCOUNT-TYPE TO WS-ACCT-TYPE
               IF WS-ACCT-TYPE = SPACES OR WS-ACCT-TYPE = LOW-VALUES
                   MOVE 'CK' TO WS-ACCT-TYPE
               END-IF
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                          OR WS-RATE-FOUND
                   IF WS-RATE-TYPE(WS-RATE-IDX) = WS-ACCT-TYPE
                       MOVE 'Y' TO WS-RATE-FOUND-SWITCH
                       MOVE WS-RATE-PCT(WS-RATE-IDX) TO WS-MONTHLY-RATE
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The TD's certificate, keyed the same as the account - only an  *
      * active one carries a rate; a missing record is reported and    *
      * the account takes the type rate instead                        *
      *----------------------------------------------------------------*
       FIND-CERTIFICATE-RATE.
           MOVE SSN TO TERM-SSN.
           MOVE NUM TO TERM-NUM.
           READ TERM-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-TERM-FILE-STATUS
               WHEN '00'
                   IF TERM-ACTIVE AND TERM-RATE-PCT > ZERO
                       MOVE 'Y' TO WS-CERT-RATE-SWITCH
                   END-IF
               WHEN '23'
                   DISPLAY 'WGRVBJ05 ERROR - NO TERM RECORD FOR TD'
                           ' ACCOUNT=' ACCOUNT-NUMBER
               WHEN OTHER
                   DISPLAY 'WGRVBJ05 ERROR - READ TERM-FILE STATUS='
                           WS-TERM-FILE-STATUS
                           ' ACCOUNT=' ACCOUNT-NUMBER
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       PAY-ACCOUNT-INTEREST.
           ADD 1 TO WS-ACCOUNT-COUNT.

           IF ACCOUNT-TYPE = 'LN'
               ADD 1 TO WS-LOAN-COUNT
               MOVE 'N' TO WS-RATE-FOUND-SWITCH
               MOVE 'N' TO WS-CERT-RATE-SWITCH
           ELSE
               PERFORM FIND-ACCOUNT-RATE
               IF NOT WS-RATE-FOUND
                   ADD 1 TO WS-NORATE-COUNT
                   MOVE ZERO TO WS-MONTHLY-RATE
               END-IF
           END-IF.

           IF ACCOUNT-BALANCE > ZERO AND WS-RATE-FOUND
      * the certificate rate is annual - a month is a twelfth of it,
      * taken in one step so no precision is lost to a rounded
      * monthly figure
               IF WS-CERT-RATE
                   COMPUTE WS-INTEREST ROUNDED =
                           ACCOUNT-BALANCE * TERM-RATE-PCT / 1200
               ELSE
                   COMPUTE WS-INTEREST ROUNDED =
                           ACCOUNT-BALANCE * WS-MONTHLY-RATE / 100
               END-IF
               IF WS-INTEREST > ZERO
                   PERFORM WRITE-INTEREST-TRANSACTION
                   IF NOT WS-TRAN-STOP-BROWSE
                       IF WS-ACCT-FILE-STATUS = '00'
                           ADD 1 TO WS-PAID-COUNT
                           ADD WS-INTEREST TO WS-TOTAL-INTEREST
                           IF WS-CERT-RATE
                               ADD 1 TO WS-CERT-COUNT
                           END-IF
                       ELSE
                           DISPLAY 'WGRVBJ05 ERROR - REWRITE STATUS='
                                   WS-ACCT-FILE-STATUS
           COMPUTE TRAN-SEQ = WS-LAST-SEQ + 1.
           MOVE 'I' TO TRANSACTION-TYPE.
           MOVE WS-INTEREST TO TRANSACTION-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANSACTION-DATE.
           MOVE WS-RUN-TIME TO TRANSACTION-TIME.
           MOVE 'WGRVBJ05' TO TRANSACTION-TELLER.
           MOVE ZERO TO TRANSACTION-REVERSAL-OF.
           MOVE WS-COUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-CERT-COUNT TO WS-RPT-CERT.
           MOVE WS-CERT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-TOTAL-INTEREST TO WS-RPT-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
               MOVE WS-NORATE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           IF WS-LOAN-COUNT > ZERO
               MOVE WS-LOAN-COUNT TO WS-RPT-LOAN
               MOVE WS-LOAN-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           EXIT.

       END PROGRAM WGRVBJ05.
