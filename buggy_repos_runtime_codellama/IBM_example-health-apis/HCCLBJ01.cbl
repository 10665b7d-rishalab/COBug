      *    patient had no coverage effective on the service date is    *
      *    written under payer *LAPSED* instead - those stop going to  *
      *    the portal just to bounce. Extracted charges are marked so  *
      *    the next run only picks up new ones, with the payer they    *
      *    were claimed to and the date, which HCRABJ01 posts the      *
      *    payer's remittance against and HCAGBJ01 ages by. A charge   *
      *    billing resubmitted from the HCJ1 worklist (HCRWDB01) is    *
      *    unmarked again and goes out on the next run flagged RESUB.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCLBJ01.
           03 WS-CLM-LAPSED            PIC X(6).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-CLM-DIAGNOSIS         PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-CLM-RESUB             PIC X(5).

      * Run-summary trailer the scheduler verifies before releasing
      * downstream jobs
       01  DB2-COV-PLAN                PIC X(20).
       01  DB2-COV-MEMBER              PIC X(20).
       01  DB2-PRB-CODE                PIC X(10).
       01  DB2-PAY-STATUS              PIC X(1).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
                          C.CHARGEREF, C.SERVICEDATE,
                          COALESCE(V.PAYERCODE, '*LAPSED*'),
                          COALESCE(V.PLANCODE, ' '),
                          COALESCE(V.MEMBERNUM, ' '),
                          C.PAYSTATUS
                     FROM CHARGE C
                     LEFT JOIN COVERAGE V
                       ON V.PATIENTID = C.PATIENTID
               INTO :DB2-CHARGE-ID, :DB2-PATIENT-ID,
                    :DB2-CHARGE-TYPE, :DB2-CHARGE-REF,
                    :DB2-SERVICE-DATE, :DB2-COV-PAYER,
                    :DB2-COV-PLAN, :DB2-COV-MEMBER,
                    :DB2-PAY-STATUS
           END-EXEC.

           EVALUATE SQLCODE
           ELSE
              MOVE SPACES TO WS-CLM-LAPSED
           END-IF.
      * a resubmission tells the payer this replaces the first claim
           IF DB2-PAY-STATUS = 'R'
              MOVE 'RESUB' TO WS-CLM-RESUB
           ELSE
              MOVE SPACES TO WS-CLM-RESUB
           END-IF.

           MOVE SPACES TO CLAIMS-RECORD.
           MOVE WS-CLAIM-LINE TO CLAIMS-RECORD.
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The payer claimed to and the date go on the charge - the       *
      * remittance is posted against them and the receivables aged     *
      * from them                                                      *
      *----------------------------------------------------------------*
       MARK-CHARGE-EXTRACTED.
           MOVE ' UPDATE CHARGE EXTRACTED' TO EM-SQLREQ.
           EXEC SQL
               UPDATE CHARGE
                  SET EXTRACTED   = 'Y',
                      PAYERCODE   = :DB2-COV-PAYER,
                      EXTRACTDATE = CHAR(CURRENT DATE, ISO)
                WHERE CHARGEID = :DB2-CHARGE-ID
           END-EXEC.

