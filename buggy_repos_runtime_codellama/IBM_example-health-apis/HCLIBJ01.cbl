      ******************************************************************
      *    HCLIBJ01 - Lab analyzer results intake batch job            *
      *                                                                *
      *    The laboratory system drops a flat file of finished         *
      *    results, one line per result (order id, test code, value,   *
      *    units, collection datetime). This job matches each result   *
      *    to its open LABORDER row by order id - the order gives the  *
      *    patient, and its test code must agree with the result's -   *
      *    grades the value against LABRANGE through the same shared   *
      *    HCLGRPD grading HCLRDB01 applies, stores it on LABRESULT    *
      *    and closes the order so it drops off the HCLOBJ01 lost-     *
      *    specimen report. A critical result raises the 'LAB          *
      *    CRITICAL' alert and every stored result captures its 'LAB'  *
      *    charge, exactly as a result stored through HCLRDB01 does.   *
      *    Unmatched or malformed lines are written with a reason code *
      *    to a rejects file to be worked by the lab liaison.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLIBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO HCLIIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO HCLIREJ
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RESULT-RECORD               PIC X(80).
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD               PIC X(90).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCLIBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-RESULTS                 VALUE 'Y'.
       01  WS-RECORD-VALID             PIC X     VALUE 'Y'.
           88 WS-RESULT-OK                       VALUE 'Y'.
           88 WS-RESULT-BAD                      VALUE 'N'.
       01  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-CRIT-ALERT-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-CHAR-IDX                 PIC S9(4) COMP VALUE +0.

      * One fixed-position line per analyzer result
       01  WS-RESULT-LINE.
           03 WS-LAB-ORDER             PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-LAB-TEST              PIC X(8).
           03 FILLER                   PIC X(1).
           03 WS-LAB-VALUE.
              05 WS-LAB-VALUE-WHOLE    PIC X(5).
              05 WS-LAB-VALUE-POINT    PIC X(1).
              05 WS-LAB-VALUE-FRACTION PIC X(3).
           03 FILLER                   PIC X(1).
           03 WS-LAB-UNITS             PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-LAB-DATETIME          PIC X(26).
           03 FILLER                   PIC X(13).

      * Rejected record - reason code first so the lab liaison can
      * sort the file by what went wrong
       01  WS-REJECT-LINE.
           03 WS-REJ-REASON            PIC X(2).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-REJ-RECORD            PIC X(80).
      *----------------------------------------------------------------*
      * Reject reason codes                                            *
      *    01  order id not numeric                                    *
      *    02  no open LABORDER for the order id (unknown order, or    *
      *        already resulted)                                       *
      *    03  test code does not match the order's test code          *
      *    04  result value not a number (nnnnn.nnn)                   *
      *    05  collection datetime not a readable timestamp            *
      *    06  result already on file for patient/test/datetime        *
      *    07  DB2 error matching or storing the result                *
      *----------------------------------------------------------------*

       01  WS-VALUE-WHOLE-NUM          PIC 9(5)  VALUE ZERO.
       01  WS-VALUE-FRACTION-NUM       PIC 9(3)  VALUE ZERO.

      *----------------------------------------------------------------*
      * Shared lab result grading fields/paragraph
       COPY HCLGRWS.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-ORDER-ID                PIC S9(9) COMP.
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-ORDER-TEST-CODE         PIC X(8).
       01  DB2-LAB-TEST-CODE           PIC X(8).
       01  DB2-LAB-VALUE               PIC S9(5)V9(3) COMP-3.
       01  DB2-LAB-UNITS               PIC X(10).
       01  DB2-LAB-DATETIME            PIC X(26).
       01  DB2-LAB-ABNORMAL            PIC X(1).
       01  DB2-RANGE.
           03 DB2-RANGE-LOW            PIC S9(5)V9(3) COMP-3.
           03 DB2-RANGE-HIGH           PIC S9(5)V9(3) COMP-3.
           03 DB2-RANGE-CRIT-LOW       PIC S9(5)V9(3) COMP-3.
           03 DB2-RANGE-CRIT-HIGH      PIC S9(5)V9(3) COMP-3.
       01  DB2-ALERT.
           03 DB2-ALERT-TYPE           PIC X(12).
           03 DB2-ALERT-READING        PIC S9(4) COMP.
           03 DB2-ALERT-THRESHOLD      PIC S9(4) COMP.
       01  DB2-CHARGE.
           03 DB2-CHARGE-TYPE          PIC X(3).
           03 DB2-CHARGE-REF           PIC X(26).
           03 DB2-SERVICE-DATE         PIC X(10).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCLIBJ01'.
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
           OPEN INPUT RESULT-FILE.
           OPEN OUTPUT REJECT-FILE.

           PERFORM READ-RESULT-RECORD.
           PERFORM PROCESS-RESULT-RECORD
               UNTIL WS-NO-MORE-RESULTS.

           CLOSE RESULT-FILE.
           CLOSE REJECT-FILE.

           DISPLAY 'HCLIBJ01 - results read: ' WS-READ-COUNT.
           DISPLAY 'HCLIBJ01 - results posted: ' WS-POSTED-COUNT.
           DISPLAY 'HCLIBJ01 - results rejected: ' WS-REJECT-COUNT.
           DISPLAY 'HCLIBJ01 - critical alerts raised: '
                   WS-CRIT-ALERT-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       READ-RESULT-RECORD.
           READ RESULT-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-NO-MORE-RESULTS
              ADD 1 TO WS-READ-COUNT
              MOVE RESULT-RECORD TO WS-RESULT-LINE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       PROCESS-RESULT-RECORD.
           MOVE 'Y' TO WS-RECORD-VALID.

           PERFORM MATCH-OPEN-ORDER.
           IF WS-RESULT-OK
              PERFORM VALIDATE-RESULT-VALUE
           END-IF.
           IF WS-RESULT-OK
              PERFORM VALIDATE-DATETIME
           END-IF.
           IF WS-RESULT-OK
              PERFORM POST-RESULT
           END-IF.

           PERFORM READ-RESULT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * The order id must be all digits and must name a LABORDER row   *
      * still waiting for its result - the order supplies the patient, *
      * and a result for a different test than was ordered is a mis-   *
      * keyed accession, not something to file against the patient.    *
      *----------------------------------------------------------------*
       MATCH-OPEN-ORDER.
           IF WS-LAB-ORDER IS NOT NUMERIC
              MOVE '01' TO WS-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE WS-LAB-ORDER TO DB2-ORDER-ID
              MOVE ' SELECT LABORDER' TO EM-SQLREQ
              EXEC SQL
                  SELECT PATIENTID, TESTCODE
                    INTO :DB2-PATIENT-ID, :DB2-ORDER-TEST-CODE
                    FROM LABORDER
                   WHERE ORDERID  = :DB2-ORDER-ID
                     AND RESULTED = 'N'
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                  IF DB2-ORDER-TEST-CODE NOT = WS-LAB-TEST
                     MOVE '03' TO WS-REJ-REASON
                     PERFORM WRITE-REJECT-LINE
                  ELSE
                     MOVE WS-LAB-TEST TO DB2-LAB-TEST-CODE
                  END-IF
                WHEN 100
                  MOVE '02' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-LINE
                WHEN OTHER
                  PERFORM WRITE-ERROR-MESSAGE
                  MOVE '07' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The analyzer writes the value as nnnnn.nnn - digits either     *
      * side of the point, zero-filled.                                *
      *----------------------------------------------------------------*
       VALIDATE-RESULT-VALUE.
           IF WS-LAB-VALUE-WHOLE IS NOT NUMERIC
              OR WS-LAB-VALUE-POINT NOT = '.'
              OR WS-LAB-VALUE-FRACTION IS NOT NUMERIC
              MOVE '04' TO WS-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE WS-LAB-VALUE-WHOLE    TO WS-VALUE-WHOLE-NUM
              MOVE WS-LAB-VALUE-FRACTION TO WS-VALUE-FRACTION-NUM
              COMPUTE DB2-LAB-VALUE =
                      WS-VALUE-WHOLE-NUM + WS-VALUE-FRACTION-NUM / 1000
              MOVE WS-LAB-UNITS TO DB2-LAB-UNITS
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The datetime must look like a DB2 timestamp string             *
      * (yyyy-mm-dd-hh.mm.ss.nnnnnn) - digits in the digit positions   *
      * and the right separators between them.                         *
      *----------------------------------------------------------------*
       VALIDATE-DATETIME.
           MOVE 1 TO WS-CHAR-IDX.
           PERFORM CHECK-DATETIME-CHAR
               UNTIL WS-CHAR-IDX > 26.

           IF WS-RESULT-BAD
              MOVE '05' TO WS-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE WS-LAB-DATETIME TO DB2-LAB-DATETIME
           END-IF.
           EXIT.

       CHECK-DATETIME-CHAR.
           EVALUATE WS-CHAR-IDX
             WHEN 5
             WHEN 8
             WHEN 11
               IF WS-LAB-DATETIME (WS-CHAR-IDX:1) NOT = '-'
                  MOVE 'N' TO WS-RECORD-VALID
               END-IF
             WHEN 14
             WHEN 17
             WHEN 20
               IF WS-LAB-DATETIME (WS-CHAR-IDX:1) NOT = '.'
                  MOVE 'N' TO WS-RECORD-VALID
               END-IF
             WHEN OTHER
               IF WS-LAB-DATETIME (WS-CHAR-IDX:1) IS NOT NUMERIC
                  MOVE 'N' TO WS-RECORD-VALID
               END-IF
           END-EVALUATE.
           ADD 1 TO WS-CHAR-IDX.
           EXIT.

      *----------------------------------------------------------------*
      * Grade, store and close - the same steps HCLRDB01 takes for a   *
      * result stored online. A duplicate (the lab system re-sent a    *
      * result already loaded) rejects the record rather than failing  *
      * the run, and leaves the order as it was.                       *
      *----------------------------------------------------------------*
       POST-RESULT.
           PERFORM GRADE-AGAINST-REFERENCE-RANGE.
           PERFORM INSERT-LABRESULT-ROW.
           IF WS-RESULT-OK
              ADD 1 TO WS-POSTED-COUNT
              PERFORM CLOSE-LAB-ORDER
              IF LGR-CRITICAL
                 PERFORM RAISE-CRITICAL-ALERT
              END-IF
              PERFORM CAPTURE-CHARGE
           END-IF.
           EXIT.

      * The feed carries no flag of its own, so a test with no range
      * on file is stored ungraded (blank)
       GRADE-AGAINST-REFERENCE-RANGE.
           MOVE 'N' TO LGR-RANGE-FOUND.
           MOVE ' SELECT LABRANGE' TO EM-SQLREQ.
           EXEC SQL
               SELECT RANGELOW, RANGEHIGH, CRITLOW, CRITHIGH
                 INTO :DB2-RANGE-LOW, :DB2-RANGE-HIGH,
                      :DB2-RANGE-CRIT-LOW, :DB2-RANGE-CRIT-HIGH
                 FROM LABRANGE
                WHERE TESTCODE = :DB2-LAB-TEST-CODE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO LGR-RANGE-FOUND
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           MOVE DB2-LAB-VALUE        TO LGR-RESULT-VALUE.
           MOVE DB2-RANGE-LOW        TO LGR-RANGE-LOW.
           MOVE DB2-RANGE-HIGH       TO LGR-RANGE-HIGH.
           MOVE DB2-RANGE-CRIT-LOW   TO LGR-CRIT-LOW.
           MOVE DB2-RANGE-CRIT-HIGH  TO LGR-CRIT-HIGH.
           MOVE SPACE                TO LGR-FLAG.
           PERFORM GRADE-LAB-RESULT.
           MOVE LGR-FLAG TO DB2-LAB-ABNORMAL.
           EXIT.

       INSERT-LABRESULT-ROW.
           MOVE ' INSERT LABRESULT' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO LABRESULT
                         ( PATIENTID,
                           TESTCODE,
                           RESULTVALUE,
                           UNITS,
                           COLLECTDATETIME,
                           ABNORMALFLAG )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-LAB-TEST-CODE,
                           :DB2-LAB-VALUE,
                           :DB2-LAB-UNITS,
                           :DB2-LAB-DATETIME,
                           :DB2-LAB-ABNORMAL )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -803
               MOVE '06' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '07' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The result names its order, so close exactly that one - not    *
      * the oldest open order for the test as an unmatched online      *
      * result does.                                                   *
      *----------------------------------------------------------------*
       CLOSE-LAB-ORDER.
           MOVE ' UPDATE LABORDER' TO EM-SQLREQ.
           EXEC SQL
               UPDATE LABORDER
                  SET RESULTED = 'Y'
                WHERE ORDERID  = :DB2-ORDER-ID
                  AND RESULTED = 'N'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Same ALERT row HCLRDB01 raises - READING/THRESHOLD carry the   *
      * whole-number parts of the value and the critical bound.        *
      *----------------------------------------------------------------*
       RAISE-CRITICAL-ALERT.
           MOVE LGR-ALERT-TYPE TO DB2-ALERT-TYPE.
           MOVE DB2-LAB-VALUE  TO DB2-ALERT-READING.
           MOVE LGR-CRIT-BOUND TO DB2-ALERT-THRESHOLD.

           MOVE ' INSERT ALERT' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO ALERT
                         ( ALERTID, PATIENTID, ALERTTYPE,
                           READING, THRESHOLD, RAISEDDATETIME,
                           ACKFLAG, ESCALATED )
                  VALUES ( DEFAULT, :DB2-PATIENT-ID,
                           :DB2-ALERT-TYPE, :DB2-ALERT-READING,
                           :DB2-ALERT-THRESHOLD, CURRENT TIMESTAMP,
                           'N', 'N' )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-CRIT-ALERT-COUNT
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Same 'LAB' charge HCLRDB01 captures - CHARGEREF carries the    *
      * test code, the service date is the collection date.            *
      *----------------------------------------------------------------*
       CAPTURE-CHARGE.
           MOVE 'LAB' TO DB2-CHARGE-TYPE.
           MOVE DB2-LAB-TEST-CODE TO DB2-CHARGE-REF.
           MOVE DB2-LAB-DATETIME(1:10) TO DB2-SERVICE-DATE.

           MOVE ' INSERT CHARGE' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO CHARGE
                         ( CHARGEID, PATIENTID, CHARGETYPE,
                           CHARGEREF, SERVICEDATE, EXTRACTED )
                  VALUES ( DEFAULT, :DB2-PATIENT-ID,
                           :DB2-CHARGE-TYPE, :DB2-CHARGE-REF,
                           :DB2-SERVICE-DATE, 'N' )
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
           MOVE WS-RESULT-LINE TO WS-REJ-RECORD.
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
           DISPLAY 'HCLIBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCLGRPD.
