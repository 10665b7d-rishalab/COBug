      ******************************************************************
      *    HCAGBJ01 - Aged receivables by payer monthly batch job      *
      *                                                                *
      *    Run after month end for finance: every charge still owed    *
      *    at the close of the prior calendar month, from the same     *
      *    CHARGE rows HCCLBJ01 claims and HCRABJ01 posts the payers'  *
      *    remittances to, per payer it was claimed to and aged from   *
      *    its service date into 0-30, 31-60, 61-90, 91-120 and over   *
      *    120 days, to HCAGRPT. Owed is a charge claimed (or          *
      *    resubmitted from the HCJ1 worklist) and neither paid in     *
      *    full nor written off - awaiting its remittance, partially   *
      *    paid or denied. Each bucket shows the charges and the       *
      *    balance the remittances leave on them (billed less paid     *
      *    and adjusted); a charge the payer has not yet answered has  *
      *    no billed amount on file, so it is counted in its bucket    *
      *    and again under NO REMIT, with no balance.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCAGBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO HCAGRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCAGBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ROWS                    VALUE 'Y'.
       01  WS-PAYER-COUNT              PIC 9(5)  VALUE ZERO.
       01  WS-BKT-IDX                  PIC S9(4) COMP VALUE +0.

      * The five age buckets for the payer just fetched, and summed
      * over all payers for the closing line
       01  WS-PAYER-BUCKETS.
           03 WS-PB-BUCKET OCCURS 5 TIMES.
              05 WS-PB-COUNT           PIC 9(7).
              05 WS-PB-BALANCE         PIC S9(9)V99.
       01  WS-PAYER-OWED-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-PAYER-OWED-BALANCE       PIC S9(9)V99 VALUE ZERO.
       01  WS-ALL-BUCKETS.
           03 WS-AB-BUCKET OCCURS 5 TIMES.
              05 WS-AB-COUNT           PIC 9(7)  VALUE ZERO.
              05 WS-AB-BALANCE         PIC S9(9)V99 VALUE ZERO.
       01  WS-ALL-OWED-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-ALL-OWED-BALANCE         PIC S9(9)V99 VALUE ZERO.
       01  WS-ALL-NO-REMIT             PIC 9(7)  VALUE ZERO.

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(38)
                 VALUE 'AGED RECEIVABLES BY PAYER - AS OF '.
           03 WS-TTL-DATE              PIC X(10).
           03 FILLER                   PIC X(84) VALUE SPACES.

       01  WS-HEADING-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'PAYER      0-30 DAYS         31-60 DAYS        61-'.
           03 FILLER                   PIC X(50)
             VALUE '90 DAYS        91-120 DAYS       OVER 120 DAYS    '.
           03 FILLER                   PIC X(32)
             VALUE ' TOTAL             NO REMIT'.

      * count then balance for each bucket, then the payer's total
       01  WS-PAYER-LINE.
           03 WS-PL-PAYER              PIC X(10).
           03 WS-PL-BUCKET OCCURS 5 TIMES.
              05 FILLER                PIC X(1).
              05 WS-PL-COUNT           PIC ZZZZ9.
              05 FILLER                PIC X(1).
              05 WS-PL-BALANCE         PIC ZZZZZZ9.99-.
           03 FILLER                   PIC X(1).
           03 WS-PL-OWED-COUNT         PIC ZZZZ9.
           03 FILLER                   PIC X(1).
           03 WS-PL-OWED-BALANCE       PIC ZZZZZZ9.99-.
           03 FILLER                   PIC X(1).
           03 WS-PL-NO-REMIT           PIC ZZZZ9.
           03 FILLER                   PIC X(8).

       01  WS-NONE-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'NO RECEIVABLES OUTSTANDING'.
           03 FILLER                   PIC X(82) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-AS-OF-DATE              PIC X(10).
       01  DB2-PAYER-CODE              PIC X(10).
       01  DB2-AGE-BUCKETS.
           03 DB2-BKT-COUNT-1          PIC S9(9) COMP.
           03 DB2-BKT-BALANCE-1        PIC S9(9)V99 COMP-3.
           03 DB2-BKT-COUNT-2          PIC S9(9) COMP.
           03 DB2-BKT-BALANCE-2        PIC S9(9)V99 COMP-3.
           03 DB2-BKT-COUNT-3          PIC S9(9) COMP.
           03 DB2-BKT-BALANCE-3        PIC S9(9)V99 COMP-3.
           03 DB2-BKT-COUNT-4          PIC S9(9) COMP.
           03 DB2-BKT-BALANCE-4        PIC S9(9)V99 COMP-3.
           03 DB2-BKT-COUNT-5          PIC S9(9) COMP.
           03 DB2-BKT-BALANCE-5        PIC S9(9)V99 COMP-3.
       01  DB2-NO-REMIT-COUNT          PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCAGBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * One row per payer - charges owed at the as-of date, counted
      * and balanced per age bucket. SERVICEDATE is a yyyy-mm-dd
      * string. A charge claimed before the payer was kept on CHARGE
      * is reported under UNKNOWN.
           EXEC SQL
               DECLARE AGECUR CURSOR FOR
                   SELECT PAYER,
                          SUM(CASE WHEN AGE <= 30 THEN 1 ELSE 0 END),
                          SUM(CASE WHEN AGE <= 30 THEN BAL ELSE 0 END),
                          SUM(CASE WHEN AGE BETWEEN 31 AND 60
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN AGE BETWEEN 31 AND 60
                                   THEN BAL ELSE 0 END),
                          SUM(CASE WHEN AGE BETWEEN 61 AND 90
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN AGE BETWEEN 61 AND 90
                                   THEN BAL ELSE 0 END),
                          SUM(CASE WHEN AGE BETWEEN 91 AND 120
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN AGE BETWEEN 91 AND 120
                                   THEN BAL ELSE 0 END),
                          SUM(CASE WHEN AGE > 120 THEN 1 ELSE 0 END),
                          SUM(CASE WHEN AGE > 120 THEN BAL ELSE 0 END),
                          SUM(CASE WHEN REMITTED = 'N'
                                   THEN 1 ELSE 0 END)
                     FROM (SELECT COALESCE(C.PAYERCODE, 'UNKNOWN')
                                      AS PAYER,
                                  DAYS(DATE(:DB2-AS-OF-DATE)) -
                                  DAYS(DATE(C.SERVICEDATE)) AS AGE,
                                  COALESCE(C.BILLEDAMOUNT, 0) -
                                  COALESCE(C.PAIDAMOUNT, 0) -
                                  COALESCE(C.ADJAMOUNT, 0) AS BAL,
                                  CASE WHEN C.BILLEDAMOUNT IS NULL
                                       THEN 'N' ELSE 'Y' END
                                      AS REMITTED
                             FROM CHARGE C
                            WHERE (C.EXTRACTED = 'Y'
                                   OR C.PAYSTATUS = 'R')
                              AND COALESCE(C.PAYSTATUS, ' ')
                                  NOT IN ('P', 'W')
                              AND C.SERVICEDATE <= :DB2-AS-OF-DATE
                              AND (C.EXTRACTDATE IS NULL
                                   OR C.EXTRACTDATE <= :DB2-AS-OF-DATE)
                          ) AS OWED
                 GROUP BY PAYER
                 ORDER BY PAYER
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * the last day of the prior calendar month, yyyy-mm-dd
           MOVE ' SET AS-OF DATE' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-AS-OF-DATE =
                   CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS, ISO)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE DB2-AS-OF-DATE TO WS-TTL-DATE.
           MOVE WS-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           EXEC SQL OPEN AGECUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN AGECUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-PAYER
               UNTIL WS-NO-MORE-ROWS.

           EXEC SQL CLOSE AGECUR END-EXEC.

           IF WS-PAYER-COUNT = 0
              MOVE WS-NONE-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              PERFORM WRITE-ALL-PAYERS-LINE
           END-IF.

           CLOSE REPORT-FILE.

           DISPLAY 'HCAGBJ01 - receivables as of: ' DB2-AS-OF-DATE.
           DISPLAY 'HCAGBJ01 - payers reported: ' WS-PAYER-COUNT.
           DISPLAY 'HCAGBJ01 - charges owed: ' WS-ALL-OWED-COUNT.
           DISPLAY 'HCAGBJ01 - charges awaiting remittance: '
                   WS-ALL-NO-REMIT.

           STOP RUN.

      *----------------------------------------------------------------*
       PROCESS-NEXT-PAYER.
           MOVE ' FETCH AGECUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH AGECUR
               INTO :DB2-PAYER-CODE,
                    :DB2-BKT-COUNT-1, :DB2-BKT-BALANCE-1,
                    :DB2-BKT-COUNT-2, :DB2-BKT-BALANCE-2,
                    :DB2-BKT-COUNT-3, :DB2-BKT-BALANCE-3,
                    :DB2-BKT-COUNT-4, :DB2-BKT-BALANCE-4,
                    :DB2-BKT-COUNT-5, :DB2-BKT-BALANCE-5,
                    :DB2-NO-REMIT-COUNT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-PAYER-LINE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The payer's buckets into the table, its line written, and the  *
      * buckets added to the all-payer totals                          *
      *----------------------------------------------------------------*
       WRITE-PAYER-LINE.
           ADD 1 TO WS-PAYER-COUNT.
           MOVE DB2-BKT-COUNT-1   TO WS-PB-COUNT (1).
           MOVE DB2-BKT-BALANCE-1 TO WS-PB-BALANCE (1).
           MOVE DB2-BKT-COUNT-2   TO WS-PB-COUNT (2).
           MOVE DB2-BKT-BALANCE-2 TO WS-PB-BALANCE (2).
           MOVE DB2-BKT-COUNT-3   TO WS-PB-COUNT (3).
           MOVE DB2-BKT-BALANCE-3 TO WS-PB-BALANCE (3).
           MOVE DB2-BKT-COUNT-4   TO WS-PB-COUNT (4).
           MOVE DB2-BKT-BALANCE-4 TO WS-PB-BALANCE (4).
           MOVE DB2-BKT-COUNT-5   TO WS-PB-COUNT (5).
           MOVE DB2-BKT-BALANCE-5 TO WS-PB-BALANCE (5).

           MOVE 0 TO WS-PAYER-OWED-COUNT.
           MOVE 0 TO WS-PAYER-OWED-BALANCE.
           MOVE SPACES TO WS-PAYER-LINE.
           MOVE 1 TO WS-BKT-IDX.
           PERFORM FORMAT-PAYER-BUCKET
               UNTIL WS-BKT-IDX > 5.

           MOVE DB2-PAYER-CODE        TO WS-PL-PAYER.
           MOVE WS-PAYER-OWED-COUNT   TO WS-PL-OWED-COUNT.
           MOVE WS-PAYER-OWED-BALANCE TO WS-PL-OWED-BALANCE.
           MOVE DB2-NO-REMIT-COUNT    TO WS-PL-NO-REMIT.
           MOVE WS-PAYER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           ADD WS-PAYER-OWED-COUNT   TO WS-ALL-OWED-COUNT.
           ADD WS-PAYER-OWED-BALANCE TO WS-ALL-OWED-BALANCE.
           ADD DB2-NO-REMIT-COUNT    TO WS-ALL-NO-REMIT.
           EXIT.

       FORMAT-PAYER-BUCKET.
           MOVE WS-PB-COUNT (WS-BKT-IDX)
             TO WS-PL-COUNT (WS-BKT-IDX).
           MOVE WS-PB-BALANCE (WS-BKT-IDX)
             TO WS-PL-BALANCE (WS-BKT-IDX).
           ADD WS-PB-COUNT (WS-BKT-IDX)   TO WS-PAYER-OWED-COUNT.
           ADD WS-PB-BALANCE (WS-BKT-IDX) TO WS-PAYER-OWED-BALANCE.
           ADD WS-PB-COUNT (WS-BKT-IDX)   TO WS-AB-COUNT (WS-BKT-IDX).
           ADD WS-PB-BALANCE (WS-BKT-IDX)
             TO WS-AB-BALANCE (WS-BKT-IDX).
           ADD 1 TO WS-BKT-IDX.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-ALL-PAYERS-LINE.
           MOVE SPACES TO WS-PAYER-LINE.
           MOVE 1 TO WS-BKT-IDX.
           PERFORM FORMAT-ALL-BUCKET
               UNTIL WS-BKT-IDX > 5.

           MOVE 'ALL'               TO WS-PL-PAYER.
           MOVE WS-ALL-OWED-COUNT   TO WS-PL-OWED-COUNT.
           MOVE WS-ALL-OWED-BALANCE TO WS-PL-OWED-BALANCE.
           MOVE WS-ALL-NO-REMIT     TO WS-PL-NO-REMIT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-PAYER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       FORMAT-ALL-BUCKET.
           MOVE WS-AB-COUNT (WS-BKT-IDX)
             TO WS-PL-COUNT (WS-BKT-IDX).
           MOVE WS-AB-BALANCE (WS-BKT-IDX)
             TO WS-PL-BALANCE (WS-BKT-IDX).
           ADD 1 TO WS-BKT-IDX.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCAGBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
