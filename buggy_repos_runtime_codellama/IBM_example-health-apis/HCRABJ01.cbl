      ******************************************************************
      *    HCRABJ01 - Payer remittance intake batch job                *
      *                                                                *
      *    The payers answer the claims HCCLBJ01 sends with a          *
      *    remittance file, one line per claim line paid or denied     *
      *    (payer, the claim line's patient, charge type, reference    *
      *    and service date, billed, paid and adjustment amounts,      *
      *    denial reason code, payment date). This job matches each    *
      *    line to the extracted CHARGE row it answers on those four   *
      *    claim fields, stores it on REMITLINE and posts it to the    *
      *    charge - paid and adjustment totals, the denial code and    *
      *    payment date - and sets the charge's PAYSTATUS:             *
      *        'P' paid      paid + adjustment cover the billed amount *
      *        'A' partially paid - something paid, a balance is left  *
      *        'D' denied    nothing paid                              *
      *    A denied line, and a line no extracted charge answers to,   *
      *    is left open (WORKSTATUS 'O') on the billing worklist       *
      *    (HCRWDB01, screen HCJ1) to be resubmitted or written off.   *
      *    HCAGBJ01 ages what is still owed each month. Malformed      *
      *    lines, and a line already posted by an earlier run, are     *
      *    written with a reason code to a rejects file.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRABJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO HCRAIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO HCRAREJ
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE
           RECORDING MODE IS F.
       01  REMIT-RECORD                PIC X(120).
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD               PIC X(130).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRABJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-REMITS                  VALUE 'Y'.
       01  WS-RECORD-VALID             PIC X     VALUE 'Y'.
           88 WS-REMIT-OK                        VALUE 'Y'.
           88 WS-REMIT-BAD                       VALUE 'N'.
       01  WS-CHARGE-MATCHED           PIC X     VALUE 'N'.
           88 WS-MATCHED                         VALUE 'Y'.
       01  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-PAID-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-PARTIAL-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-DENIED-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-ROWS-SINCE-COMMIT        PIC S9(4) COMP VALUE +0.
       01  WS-COMMIT-INTERVAL          PIC S9(4) COMP VALUE +100.

      * One fixed-position line per remitted claim line - amounts are
      * zero-filled with two implied decimals (nnnnnnnnn = nnnnnnn.nn)
       01  WS-REMIT-LINE.
           03 WS-RA-PAYER              PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-RA-PATIENT            PIC X(10).
           03 WS-RA-PATIENT-NUM REDEFINES WS-RA-PATIENT
                                       PIC 9(10).
           03 FILLER                   PIC X(1).
           03 WS-RA-TYPE               PIC X(3).
           03 FILLER                   PIC X(1).
           03 WS-RA-REF                PIC X(26).
           03 FILLER                   PIC X(1).
           03 WS-RA-SERVICE-DATE       PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-RA-BILLED             PIC X(9).
           03 WS-RA-BILLED-NUM REDEFINES WS-RA-BILLED
                                       PIC 9(7)V99.
           03 FILLER                   PIC X(1).
           03 WS-RA-PAID               PIC X(9).
           03 WS-RA-PAID-NUM REDEFINES WS-RA-PAID
                                       PIC 9(7)V99.
           03 FILLER                   PIC X(1).
           03 WS-RA-ADJUST             PIC X(9).
           03 WS-RA-ADJUST-NUM REDEFINES WS-RA-ADJUST
                                       PIC 9(7)V99.
           03 FILLER                   PIC X(1).
           03 WS-RA-DENIAL             PIC X(6).
           03 FILLER                   PIC X(1).
           03 WS-RA-PAY-DATE           PIC X(10).
           03 FILLER                   PIC X(9).

      * Rejected record - reason code first so billing can sort the
      * file by what went wrong
       01  WS-REJECT-LINE.
           03 WS-REJ-REASON            PIC X(2).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-REJ-RECORD            PIC X(120).
           03 FILLER                   PIC X(7)  VALUE SPACES.
      *----------------------------------------------------------------*
      * Reject reason codes                                            *
      *    01  payer code blank                                        *
      *    02  patient id not numeric                                  *
      *    03  billed, paid or adjustment amount not numeric           *
      *    04  service or payment date not a yyyy-mm-dd date           *
      *    05  line already posted (same charge, payer, payment date   *
      *        and amounts)                                            *
      *    06  DB2 error matching or posting the line                  *
      *----------------------------------------------------------------*

       01  WS-CHECK-DATE               PIC X(10) VALUE SPACES.
       01  WS-PAID-TOTAL               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ADJUST-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-CHARGE-ID               PIC S9(9) COMP.
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-CHARGE-TYPE             PIC X(3).
       01  DB2-CHARGE-REF              PIC X(26).
       01  DB2-SERVICE-DATE            PIC X(10).
       01  DB2-PAYER-CODE              PIC X(10).
       01  DB2-BILLED-AMOUNT           PIC S9(7)V99 COMP-3.
       01  DB2-PAID-AMOUNT             PIC S9(7)V99 COMP-3.
       01  DB2-ADJUST-AMOUNT           PIC S9(7)V99 COMP-3.
       01  DB2-DENIAL-CODE             PIC X(6).
       01  DB2-PAYMENT-DATE            PIC X(10).
       01  DB2-PAID-TOTAL              PIC S9(7)V99 COMP-3.
       01  DB2-ADJUST-TOTAL            PIC S9(7)V99 COMP-3.
       01  DB2-PAY-STATUS              PIC X(1).
       01  DB2-MATCHED                 PIC X(1).
       01  DB2-WORK-STATUS             PIC X(1).
       01  DB2-POSTED-COUNT            PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCRABJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN INPUT REMIT-FILE.
           OPEN OUTPUT REJECT-FILE.

           PERFORM READ-REMIT-RECORD.
           PERFORM PROCESS-REMIT-RECORD
               UNTIL WS-NO-MORE-REMITS.

           EXEC SQL COMMIT END-EXEC.

           CLOSE REMIT-FILE.
           CLOSE REJECT-FILE.

           DISPLAY 'HCRABJ01 - remittance lines read: ' WS-READ-COUNT.
           DISPLAY 'HCRABJ01 - charges paid: ' WS-PAID-COUNT.
           DISPLAY 'HCRABJ01 - charges partially paid: '
                   WS-PARTIAL-COUNT.
           DISPLAY 'HCRABJ01 - charges denied: ' WS-DENIED-COUNT.
           DISPLAY 'HCRABJ01 - lines matching no charge: '
                   WS-UNMATCHED-COUNT.
           DISPLAY 'HCRABJ01 - lines rejected: ' WS-REJECT-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       READ-REMIT-RECORD.
           READ REMIT-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-NO-MORE-REMITS
              ADD 1 TO WS-READ-COUNT
              MOVE REMIT-RECORD TO WS-REMIT-LINE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       PROCESS-REMIT-RECORD.
           MOVE 'Y' TO WS-RECORD-VALID.
           MOVE 'N' TO WS-CHARGE-MATCHED.

           PERFORM VALIDATE-REMIT-LINE.
           IF WS-REMIT-OK
              PERFORM MATCH-CHARGE
           END-IF.
           IF WS-REMIT-OK AND WS-MATCHED
              PERFORM CHECK-ALREADY-POSTED
           END-IF.
           IF WS-REMIT-OK
              PERFORM POST-REMIT-LINE
           END-IF.

           PERFORM READ-REMIT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * The payer must be named, the patient and the three amounts     *
      * must be digits, and both dates must read as yyyy-mm-dd.        *
      *----------------------------------------------------------------*
       VALIDATE-REMIT-LINE.
           EVALUATE TRUE
             WHEN WS-RA-PAYER = SPACES
               MOVE '01' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
             WHEN WS-RA-PATIENT IS NOT NUMERIC
               MOVE '02' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
             WHEN WS-RA-BILLED IS NOT NUMERIC
               OR WS-RA-PAID IS NOT NUMERIC
               OR WS-RA-ADJUST IS NOT NUMERIC
               MOVE '03' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
             WHEN OTHER
               MOVE WS-RA-SERVICE-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               MOVE WS-RA-PAY-DATE TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-REMIT-BAD
                  MOVE '04' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-LINE
               END-IF
           END-EVALUATE.

           IF WS-REMIT-OK
              MOVE WS-RA-PAYER        TO DB2-PAYER-CODE
              MOVE WS-RA-PATIENT-NUM  TO DB2-PATIENT-ID
              MOVE WS-RA-TYPE         TO DB2-CHARGE-TYPE
              MOVE WS-RA-REF          TO DB2-CHARGE-REF
              MOVE WS-RA-SERVICE-DATE TO DB2-SERVICE-DATE
              MOVE WS-RA-BILLED-NUM   TO DB2-BILLED-AMOUNT
              MOVE WS-RA-PAID-NUM     TO DB2-PAID-AMOUNT
              MOVE WS-RA-ADJUST-NUM   TO DB2-ADJUST-AMOUNT
              MOVE WS-RA-DENIAL       TO DB2-DENIAL-CODE
              MOVE WS-RA-PAY-DATE     TO DB2-PAYMENT-DATE
           END-IF.
           EXIT.

       CHECK-DATE-FORMAT.
           IF WS-CHECK-DATE (1:4) IS NOT NUMERIC
              OR WS-CHECK-DATE (5:1) NOT = '-'
              OR WS-CHECK-DATE (6:2) IS NOT NUMERIC
              OR WS-CHECK-DATE (8:1) NOT = '-'
              OR WS-CHECK-DATE (9:2) IS NOT NUMERIC
              MOVE 'N' TO WS-RECORD-VALID
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The line answers the claim line HCCLBJ01 wrote for the charge, *
      * so it carries the same patient, type, reference and service    *
      * date - match on those among the charges already extracted.     *
      * None found is not a reject: the line goes to the worklist      *
      * unmatched for billing to trace.                                *
      *----------------------------------------------------------------*
       MATCH-CHARGE.
           MOVE 0 TO DB2-CHARGE-ID.
           MOVE ' SELECT CHARGE' TO EM-SQLREQ.
           EXEC SQL
               SELECT CHARGEID,
                      COALESCE(PAIDAMOUNT, 0),
                      COALESCE(ADJAMOUNT, 0)
                 INTO :DB2-CHARGE-ID,
                      :DB2-PAID-TOTAL,
                      :DB2-ADJUST-TOTAL
                 FROM CHARGE
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND CHARGETYPE  = :DB2-CHARGE-TYPE
                  AND CHARGEREF   = :DB2-CHARGE-REF
                  AND SERVICEDATE = :DB2-SERVICE-DATE
                  AND EXTRACTED   = 'Y'
                ORDER BY CHARGEID
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-CHARGE-MATCHED
             WHEN 100
               MOVE 0 TO DB2-CHARGE-ID
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '06' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * A payer re-sending a file, or the job rerun over the same one, *
      * must not post the same payment twice.                          *
      *----------------------------------------------------------------*
       CHECK-ALREADY-POSTED.
           MOVE 0 TO DB2-POSTED-COUNT.
           MOVE ' CHECK REMITLINE POSTED' TO EM-SQLREQ.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-POSTED-COUNT
                 FROM REMITLINE
                WHERE CHARGEID    = :DB2-CHARGE-ID
                  AND PAYERCODE   = :DB2-PAYER-CODE
                  AND PAYMENTDATE = :DB2-PAYMENT-DATE
                  AND PAIDAMOUNT  = :DB2-PAID-AMOUNT
                  AND ADJAMOUNT   = :DB2-ADJUST-AMOUNT
                  AND DENIALCODE  = :DB2-DENIAL-CODE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-POSTED-COUNT > 0
                  MOVE '05' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-LINE
               END-IF
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '06' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Grade the line against the charge's running totals - a second  *
      * remittance on a partially paid charge adds to what came        *
      * before - then store it and post it to the charge.              *
      *----------------------------------------------------------------*
       POST-REMIT-LINE.
           IF WS-MATCHED
              MOVE 'Y' TO DB2-MATCHED
              COMPUTE WS-PAID-TOTAL   = DB2-PAID-TOTAL
                                      + DB2-PAID-AMOUNT
              COMPUTE WS-ADJUST-TOTAL = DB2-ADJUST-TOTAL
                                      + DB2-ADJUST-AMOUNT
              EVALUATE TRUE
                WHEN WS-PAID-TOTAL = 0
                  MOVE 'D' TO DB2-PAY-STATUS
                WHEN WS-PAID-TOTAL + WS-ADJUST-TOTAL
                     NOT < DB2-BILLED-AMOUNT
                  MOVE 'P' TO DB2-PAY-STATUS
                WHEN OTHER
                  MOVE 'A' TO DB2-PAY-STATUS
              END-EVALUATE
              MOVE WS-PAID-TOTAL   TO DB2-PAID-TOTAL
              MOVE WS-ADJUST-TOTAL TO DB2-ADJUST-TOTAL
           ELSE
              MOVE 'N' TO DB2-MATCHED
              MOVE SPACE TO DB2-PAY-STATUS
           END-IF.

      * denied and unmatched lines are what the worklist is for
           IF DB2-PAY-STATUS = 'D' OR DB2-MATCHED = 'N'
              MOVE 'O' TO DB2-WORK-STATUS
           ELSE
              MOVE SPACE TO DB2-WORK-STATUS
           END-IF.

           PERFORM INSERT-REMITLINE-ROW.
           IF WS-REMIT-OK AND WS-MATCHED
              PERFORM UPDATE-CHARGE-PAYMENT
           END-IF.

           IF WS-REMIT-OK
              EVALUATE TRUE
                WHEN DB2-MATCHED = 'N'
                  ADD 1 TO WS-UNMATCHED-COUNT
                WHEN DB2-PAY-STATUS = 'P'
                  ADD 1 TO WS-PAID-COUNT
                WHEN DB2-PAY-STATUS = 'A'
                  ADD 1 TO WS-PARTIAL-COUNT
                WHEN OTHER
                  ADD 1 TO WS-DENIED-COUNT
              END-EVALUATE
              ADD 1 TO WS-ROWS-SINCE-COMMIT
              IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                 EXEC SQL COMMIT END-EXEC
                 MOVE 0 TO WS-ROWS-SINCE-COMMIT
              END-IF
           END-IF.
           EXIT.

      * Every line is kept as the payer sent it - CHARGEID zero when
      * no charge answered to it
       INSERT-REMITLINE-ROW.
           MOVE ' INSERT REMITLINE' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO REMITLINE
                         ( REMITID,
                           CHARGEID,
                           PAYERCODE,
                           PATIENTID,
                           CHARGETYPE,
                           CHARGEREF,
                           SERVICEDATE,
                           BILLEDAMOUNT,
                           PAIDAMOUNT,
                           ADJAMOUNT,
                           DENIALCODE,
                           PAYMENTDATE,
                           MATCHED,
                           WORKSTATUS,
                           WORKUSER,
                           WORKDATETIME,
                           RECEIVEDDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-CHARGE-ID,
                           :DB2-PAYER-CODE,
                           :DB2-PATIENT-ID,
                           :DB2-CHARGE-TYPE,
                           :DB2-CHARGE-REF,
                           :DB2-SERVICE-DATE,
                           :DB2-BILLED-AMOUNT,
                           :DB2-PAID-AMOUNT,
                           :DB2-ADJUST-AMOUNT,
                           :DB2-DENIAL-CODE,
                           :DB2-PAYMENT-DATE,
                           :DB2-MATCHED,
                           :DB2-WORK-STATUS,
                           ' ',
                           ' ',
                           CHAR(CURRENT TIMESTAMP) )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '06' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

       UPDATE-CHARGE-PAYMENT.
           MOVE ' UPDATE CHARGE PAYMENT' TO EM-SQLREQ.
           EXEC SQL
               UPDATE CHARGE
                  SET PAYSTATUS    = :DB2-PAY-STATUS,
                      BILLEDAMOUNT = :DB2-BILLED-AMOUNT,
                      PAIDAMOUNT   = :DB2-PAID-TOTAL,
                      ADJAMOUNT    = :DB2-ADJUST-TOTAL,
                      DENIALCODE   = :DB2-DENIAL-CODE,
                      PAYMENTDATE  = :DB2-PAYMENT-DATE
                WHERE CHARGEID = :DB2-CHARGE-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REJECT-LINE.
           MOVE 'N' TO WS-RECORD-VALID.
           MOVE WS-REMIT-LINE TO WS-REJ-RECORD.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-REJECT-LINE TO REJECT-RECORD.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCRABJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
