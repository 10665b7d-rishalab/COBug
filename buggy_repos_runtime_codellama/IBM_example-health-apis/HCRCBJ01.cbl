      ******************************************************************
      *    HCRCBJ01 - Reconciliation exceptions nightly batch job      *
      *                                                                *
      *    Every WARDSTAY closed in the prior day (the same stays      *
      *    HCDCBJ01 writes summaries for) whose home-medication list   *
      *    was not completed: no HOMEMED row at all for the stay, or   *
      *    a home drug still without a continue / modify / stop        *
      *    decision. HCWDDB01 refuses such a discharge, so anything    *
      *    listed here got round it and needs the pharmacist. One      *
      *    line per stay to HCRCEXC.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRCBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO HCRCEXC
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRCBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-STAYS                   VALUE 'Y'.
       01  WS-STAY-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(7)  VALUE ZERO.

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'DISCHARGES WITHOUT COMPLETED MEDICATION RECONCILIA'.
           03 FILLER                   PIC X(50)
                 VALUE 'TION'.

       01  WS-HEADING-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'WARD PATIENT    DISCHARGED                 HOME OP'.
           03 FILLER                   PIC X(50)
                 VALUE 'EN REASON'.

       01  WS-EXCEPTION-LINE.
           03 WS-EX-WARD               PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-EX-PATIENT            PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-EX-DISCHARGE          PIC X(26).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-EX-HOMEMEDS           PIC ZZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-EX-UNDECIDED          PIC ZZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-EX-REASON             PIC X(40).
           03 FILLER                   PIC X(7)  VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-ADMIT-DTIME             PIC X(26).
       01  DB2-DISCH-DTIME             PIC X(26).
       01  DB2-HOMEMEDS                PIC S9(9) COMP.
       01  DB2-UNDECIDED               PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCRCBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every stay closed in the prior day, with its home-medication
      * count and how many of those are still undecided
           EXEC SQL
               DECLARE RSTAYCUR CURSOR FOR
                   SELECT S.PATIENTID, S.WARDCODE, S.ADMITDATETIME,
                          S.DISCHARGEDATETIME,
                          (SELECT COUNT(*)
                             FROM HOMEMED H
                            WHERE H.PATIENTID = S.PATIENTID
                              AND H.ADMITDATETIME = S.ADMITDATETIME),
                          (SELECT COUNT(*)
                             FROM HOMEMED H
                            WHERE H.PATIENTID = S.PATIENTID
                              AND H.ADMITDATETIME = S.ADMITDATETIME
                              AND H.DECISION = ' ')
                     FROM WARDSTAY S
                    WHERE SUBSTR(S.DISCHARGEDATETIME, 1, 10) =
                          CHAR(CURRENT DATE - 1 DAY, ISO)
                 ORDER BY S.WARDCODE, S.PATIENTID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN OUTPUT EXCEPTION-FILE.

           MOVE WS-TITLE-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE WS-HEADING-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

           EXEC SQL OPEN RSTAYCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN RSTAYCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-STAY
               UNTIL WS-NO-MORE-STAYS.

           EXEC SQL CLOSE RSTAYCUR END-EXEC.

           CLOSE EXCEPTION-FILE.

           DISPLAY 'HCRCBJ01 - discharges checked: ' WS-STAY-COUNT.
           DISPLAY 'HCRCBJ01 - reconciliation exceptions: '
                   WS-EXCEPTION-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       PROCESS-NEXT-STAY.
           MOVE ' FETCH RSTAYCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH RSTAYCUR
               INTO :DB2-PATIENT-ID, :DB2-WARD-CODE,
                    :DB2-ADMIT-DTIME, :DB2-DISCH-DTIME,
                    :DB2-HOMEMEDS, :DB2-UNDECIDED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-STAY-COUNT
               PERFORM CHECK-STAY-RECONCILED
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * A stay with no home-medication list, or with a home drug left  *
      * undecided, is an exception - a completed stay writes nothing.  *
      *----------------------------------------------------------------*
       CHECK-STAY-RECONCILED.
           EVALUATE TRUE
             WHEN DB2-HOMEMEDS = 0
               MOVE 'NO HOME MEDICATION LIST TAKEN'
                 TO WS-EX-REASON
               PERFORM WRITE-EXCEPTION-LINE
             WHEN DB2-UNDECIDED > 0
               MOVE 'HOME MEDICATIONS WITHOUT A DECISION'
                 TO WS-EX-REASON
               PERFORM WRITE-EXCEPTION-LINE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           EXIT.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE DB2-WARD-CODE   TO WS-EX-WARD.
           MOVE DB2-PATIENT-ID  TO WS-EX-PATIENT.
           MOVE DB2-DISCH-DTIME TO WS-EX-DISCHARGE.
           MOVE DB2-HOMEMEDS    TO WS-EX-HOMEMEDS.
           MOVE DB2-UNDECIDED   TO WS-EX-UNDECIDED.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCRCBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
