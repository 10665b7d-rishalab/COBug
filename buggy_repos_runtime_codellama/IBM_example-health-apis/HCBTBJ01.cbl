      ******************************************************************
      *    HCBTBJ01 - Break-the-glass access report batch job          *
      *                                                                *
      *    Run each morning for the privacy officer: every AUDITLOG    *
      *    row from the previous day that carries a break-the-glass    *
      *    reason - the override itself (01ABTG, from HCBGDB01) and    *
      *    each request made on a restricted record under it (from     *
      *    HCSCDB01) - listed by user and time on HCBTRPT with the     *
      *    patient and the reason the user keyed.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCBTBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO HCBTRPT
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
                                        VALUE 'HCBTBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ROWS                    VALUE 'Y'.
       01  WS-OVERRIDE-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-ACCESS-COUNT             PIC 9(7)  VALUE ZERO.

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(36)
                      VALUE 'BREAK-THE-GLASS ACCESS REPORT FOR '.
           03 WS-TL-DATE               PIC X(8).
           03 FILLER                   PIC X(88) VALUE SPACES.

       01  WS-HEADING-LINE.
           03 FILLER                   PIC X(50)
             VALUE '  TIME     USER     TERM TRAN     REQST  PATIENT  '.
           03 FILLER                   PIC X(82)
             VALUE '  LAST NAME       REASON'.

       01  WS-DETAIL-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-DL-TIME               PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-USER               PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-TERM               PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-TRAN               PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-REQUEST            PIC X(6).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-PATIENT            PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-LAST-NAME          PIC X(15).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DL-REASON             PIC X(60).
           03 FILLER                   PIC X(4)  VALUE SPACES.

       01  WS-NONE-LINE.
           03 FILLER                   PIC X(50)
             VALUE '  NO BREAK-THE-GLASS ACCESS RECORDED'.
           03 FILLER                   PIC X(82) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-REPORT-DATE             PIC X(8).
       01  DB2-AUD-PROGRAM             PIC X(8).
       01  DB2-AUD-PATIENT-ID          PIC S9(9) COMP.
       01  DB2-AUD-REQUEST-ID          PIC X(6).
       01  DB2-AUD-TERMID              PIC X(4).
       01  DB2-AUD-DATETIME            PIC X(26).
       01  DB2-AUD-USERID              PIC X(8).
       01  DB2-AUD-BTG-REASON          PIC X(60).
       01  DB2-LAST-NAME               PIC X(20).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCBTBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * AUDITDATETIME is the character form the audit records carry:
      * yyyymmdd in 1-8 and hh:mm:ss in 9-16. Only break-the-glass
      * rows carry a reason.
           EXEC SQL
               DECLARE BTGCUR CURSOR FOR
                   SELECT A.PROGRAM, A.PATIENTID, A.REQUESTID,
                          A.TERMID, A.AUDITDATETIME, A.USERID,
                          A.BTGREASON, COALESCE(P.LASTNAME, ' ')
                     FROM AUDITLOG A
                     LEFT OUTER JOIN PATIENT P
                       ON P.PATIENTID = A.PATIENTID
                    WHERE SUBSTR(A.AUDITDATETIME, 1, 8) =
                          :DB2-REPORT-DATE
                      AND A.BTGREASON <> ' '
                 ORDER BY A.USERID, A.AUDITDATETIME
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * yesterday, in the yyyymmdd form the audit datetimes carry
           MOVE ' SET REPORT DATE' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-REPORT-DATE =
                   REPLACE(CHAR(CURRENT DATE - 1 DAY, ISO), '-', '')
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE DB2-REPORT-DATE TO WS-TL-DATE.
           MOVE WS-TITLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           EXEC SQL OPEN BTGCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN BTGCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-ACCESS
               UNTIL WS-NO-MORE-ROWS.

           EXEC SQL CLOSE BTGCUR END-EXEC.

           IF WS-OVERRIDE-COUNT = 0 AND WS-ACCESS-COUNT = 0
              MOVE WS-NONE-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

           CLOSE REPORT-FILE.

           DISPLAY 'HCBTBJ01 - break-the-glass overrides: '
                   WS-OVERRIDE-COUNT.
           DISPLAY 'HCBTBJ01 - requests under an override: '
                   WS-ACCESS-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       PROCESS-NEXT-ACCESS.
           MOVE ' FETCH BTGCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH BTGCUR
               INTO :DB2-AUD-PROGRAM, :DB2-AUD-PATIENT-ID,
                    :DB2-AUD-REQUEST-ID, :DB2-AUD-TERMID,
                    :DB2-AUD-DATETIME, :DB2-AUD-USERID,
                    :DB2-AUD-BTG-REASON, :DB2-LAST-NAME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-ACCESS-LINE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * One line per row - the override (01ABTG) and the requests made *
      * under it are counted apart for the totals.                     *
      *----------------------------------------------------------------*
       WRITE-ACCESS-LINE.
           IF DB2-AUD-REQUEST-ID = '01ABTG'
              ADD 1 TO WS-OVERRIDE-COUNT
           ELSE
              ADD 1 TO WS-ACCESS-COUNT
           END-IF.

           MOVE DB2-AUD-DATETIME(9:8) TO WS-DL-TIME.
           MOVE DB2-AUD-USERID        TO WS-DL-USER.
           MOVE DB2-AUD-TERMID        TO WS-DL-TERM.
           MOVE DB2-AUD-PROGRAM       TO WS-DL-TRAN.
           MOVE DB2-AUD-REQUEST-ID    TO WS-DL-REQUEST.
           MOVE DB2-AUD-PATIENT-ID    TO WS-DL-PATIENT.
           MOVE DB2-LAST-NAME         TO WS-DL-LAST-NAME.
           MOVE DB2-AUD-BTG-REASON    TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCBTBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
