      * same ALERT table HCVTBJ01 feeds, so a panic lab surfaces on    *
      * the HCK1PL01 acknowledgment screen the clinicians already      *
      * watch instead of waiting for someone to open the lab screen.   *
      * The grading itself is HCLGRPD, shared with the HCLIBJ01 intake *
      * of the lab system's results file, so both paths flag alike.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 DB2-CHARGE-REF           PIC X(26).
           03 DB2-SERVICE-DATE         PIC X(10).

      *----------------------------------------------------------------*
      * Shared lab result grading fields/paragraph
       COPY HCLGRWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
           EXIT.

      *----------------------------------------------------------------*
      * Grade the incoming value against the test's LABRANGE row      *
      * through the shared HCLGRPD grading - a test code with no      *
      * range on file keeps whatever flag the feed supplied.           *
      *----------------------------------------------------------------*
       GRADE-AGAINST-REFERENCE-RANGE.
           MOVE 'N' TO LGR-RANGE-FOUND.
           MOVE ' SELECT LABRANGE' TO EM-SQLREQ.
           EXEC SQL
               SELECT RANGELOW, RANGEHIGH, CRITLOW, CRITHIGH

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO LGR-RANGE-FOUND
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           MOVE CA-LAB-RESULT-VALUE  TO LGR-RESULT-VALUE.
           MOVE DB2-RANGE-LOW        TO LGR-RANGE-LOW.
           MOVE DB2-RANGE-HIGH       TO LGR-RANGE-HIGH.
           MOVE DB2-RANGE-CRIT-LOW   TO LGR-CRIT-LOW.
           MOVE DB2-RANGE-CRIT-HIGH  TO LGR-CRIT-HIGH.
           MOVE CA-LAB-ABNORMAL-FLAG TO LGR-FLAG.
           PERFORM GRADE-LAB-RESULT.
           MOVE LGR-FLAG TO CA-LAB-ABNORMAL-FLAG.
           EXIT.

      *----------------------------------------------------------------*
      * screen has the exact decimals.                                 *
      *----------------------------------------------------------------*
       RAISE-CRITICAL-ALERT.
           MOVE LGR-ALERT-TYPE TO DB2-ALERT-TYPE.
           MOVE CA-LAB-RESULT-VALUE TO DB2-ALERT-READING.
           MOVE LGR-CRIT-BOUND TO DB2-ALERT-THRESHOLD.

           MOVE ' INSERT ALERT' TO EM-SQLREQ.
           EXEC SQL
      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
       COPY HCLGRPD.
