      *    alerts raised in the window. Documents go to HCDCDOC ready *
      *    for the post box, and every disclosure is logged to         *
      *    AUDITLOG the same way HCVSBJ01 logs its pages.              *
      *    The stay's home-medication list closes each summary with    *
      *    the continue / modify / stop decision and its reason, so    *
      *    the GP sees what happened to every drug the patient came    *
      *    in on.                                                      *
      *    The latest falls-risk and pressure-injury risk band of the  *
      *    stay (RISKASSESS) is printed ahead of the home medications. *
      *    The stay's signed clinical notes and addenda (CLINNOTE)     *
      *    close the summary, oldest first; each note printed is       *
      *    logged to AUDITLOG as a note read in its own right.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDCBJ01.
           88 WS-NO-MORE-ALERTS                  VALUE 'Y'.
       01  WS-PRB-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-PROBLEMS                VALUE 'Y'.
       01  WS-HMD-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-HOMEMEDS                VALUE 'Y'.
       01  WS-RSK-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-RISKS                   VALUE 'Y'.
       01  WS-NTE-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-NOTES                   VALUE 'Y'.
       01  WS-NTX-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-NOTE-LINES              VALUE 'Y'.
       01  WS-DOCUMENT-COUNT           PIC 9(7)  VALUE ZERO.

      * Document lines
           03 WS-DOC-ALR-THRESHOLD     PIC ZZZZ9.
           03 FILLER                   PIC X(56) VALUE SPACES.

       01  WS-DOC-HMD-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-DOC-HMD-ACTION        PIC X(12).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-HMD-DRUG          PIC X(30).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-HMD-DOSE          PIC X(14).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-HMD-REASON        PIC X(39).

       01  WS-DOC-RSK-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-DOC-RSK-TYPE          PIC X(8).
           03 FILLER                   PIC X(7)  VALUE ' TOTAL '.
           03 WS-DOC-RSK-TOTAL         PIC ZZ9.
           03 FILLER                   PIC X(6)  VALUE ' BAND '.
           03 WS-DOC-RSK-BAND          PIC X(6).
           03 FILLER                   PIC X(10)
                                        VALUE ' ASSESSED '.
           03 WS-DOC-RSK-DATETIME      PIC X(26).
           03 FILLER                   PIC X(32) VALUE SPACES.

       01  WS-DOC-NTE-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-DOC-NTE-TYPE          PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-DOC-NTE-ID            PIC 9(9).
           03 FILLER                   PIC X(4)  VALUE ' BY '.
           03 WS-DOC-NTE-AUTHOR        PIC X(8).
           03 FILLER                   PIC X(8)  VALUE ' SIGNED '.
           03 WS-DOC-NTE-SIGNED        PIC X(26).
           03 WS-DOC-NTE-AMENDS        PIC X(17).
           03 FILLER                   PIC X(15) VALUE SPACES.

       01  WS-DOC-NTX-LINE.
           03 FILLER                   PIC X(4)  VALUE SPACES.
           03 WS-DOC-NTX-TEXT          PIC X(70).
           03 FILLER                   PIC X(26) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-ALERT-TYPE              PIC X(12).
       01  DB2-ALERT-READING           PIC S9(4) COMP.
       01  DB2-ALERT-THRESHOLD         PIC S9(4) COMP.
       01  DB2-HMD-DRUG-NAME           PIC X(50).
       01  DB2-HMD-DOSE                PIC X(20).
       01  DB2-HMD-DECISION            PIC X(1).
       01  DB2-HMD-REASON              PIC X(40).
       01  DB2-RSK-TYPE                PIC X(1).
       01  DB2-RSK-TOTAL               PIC S9(4) COMP.
       01  DB2-RSK-BAND                PIC X(1).
       01  DB2-RSK-DATETIME            PIC X(26).
       01  DB2-NOTE-ID                 PIC S9(9) COMP.
       01  DB2-NOTE-TYPE               PIC X(3).
       01  DB2-NOTE-AUTHOR             PIC X(8).
       01  DB2-NOTE-SIGNED             PIC X(26).
       01  DB2-NOTE-PARENT-ID          PIC S9(9) COMP.
       01  DB2-NOTE-LINE-TEXT          PIC X(70).
       01  DB2-NOTE-PARENT-DISP        PIC 9(9).
       01  DB2-AUDIT-DATETIME          PIC X(26).
       01  DB2-AUDIT-REQUEST-ID        PIC X(6).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
                 ORDER BY RAISEDDATETIME
           END-EXEC.

      * The home medications the patient came in on, as reconciled
      * on the ward - carried with the stay's admit datetime
           EXEC SQL
               DECLARE DHMDCUR CURSOR FOR
                   SELECT DRUGNAME, DOSE, DECISION, REASON
                     FROM HOMEMED
                    WHERE PATIENTID = :DB2-PATIENT-ID
                      AND ADMITDATETIME = :DB2-ADMIT-DTIME
                 ORDER BY HOMEMEDID
           END-EXEC.

      * The latest falls-risk and pressure-injury assessment of the
      * stay - one row per type, falls first
           EXEC SQL
               DECLARE DRSKCUR CURSOR FOR
                   SELECT R.ASSESSTYPE, R.TOTALSCORE, R.RISKBAND,
                          R.ASSESSDATETIME
                     FROM RISKASSESS R
                    WHERE R.PATIENTID = :DB2-PATIENT-ID
                      AND R.ADMITDATETIME = :DB2-ADMIT-DTIME
                      AND R.ASSESSDATETIME =
                          (SELECT MAX(S.ASSESSDATETIME)
                             FROM RISKASSESS S
                            WHERE S.PATIENTID = R.PATIENTID
                              AND S.ADMITDATETIME = R.ADMITDATETIME
                              AND S.ASSESSTYPE = R.ASSESSTYPE)
                 ORDER BY R.ASSESSTYPE
           END-EXEC.

      * The stay's signed notes and addenda, in the order written
           EXEC SQL
               DECLARE DNTECUR CURSOR FOR
                   SELECT NOTEID, NOTETYPE, AUTHOR, SIGNEDDATETIME,
                          PARENTNOTEID
                     FROM CLINNOTE
                    WHERE PATIENTID = :DB2-PATIENT-ID
                      AND LINKTYPE  = 'W'
                      AND LINKKEY   = :DB2-ADMIT-DTIME
                      AND STATUS    = 'S'
                 ORDER BY CREATEDDATETIME, NOTEID
           END-EXEC.

      * One note's text in line order
           EXEC SQL
               DECLARE DNTXCUR CURSOR FOR
                   SELECT LINETEXT
                     FROM CLINNOTETEXT
                    WHERE NOTEID = :DB2-NOTE-ID
                 ORDER BY LINENO
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
           WRITE DOCUMENT-RECORD.
           PERFORM WRITE-ALERT-SECTION.

           MOVE 'RISK ASSESSMENTS (LATEST THIS STAY):'
               TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           PERFORM WRITE-RISK-SECTION.

           MOVE 'HOME MEDICATIONS RECONCILED:' TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           PERFORM WRITE-HOMEMED-SECTION.

           MOVE 'CLINICAL NOTES THIS STAY:' TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.
           PERFORM WRITE-NOTE-SECTION.

           MOVE SPACES TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.

           ADD 1 TO WS-DOCUMENT-COUNT.
           MOVE '01DSUM' TO DB2-AUDIT-REQUEST-ID.
           PERFORM LOG-DISCLOSURE.
           EXIT.

           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-RISK-SECTION.
           MOVE 'N' TO WS-RSK-EOF-SWITCH.
           MOVE ' OPEN DRSKCUR' TO EM-SQLREQ.
           EXEC SQL OPEN DRSKCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-RSK-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-RISK-ROW
               UNTIL WS-NO-MORE-RISKS.

           EXEC SQL CLOSE DRSKCUR END-EXEC.
           EXIT.

       FETCH-NEXT-RISK-ROW.
           MOVE ' FETCH DRSKCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH DRSKCUR
               INTO :DB2-RSK-TYPE, :DB2-RSK-TOTAL,
                    :DB2-RSK-BAND, :DB2-RSK-DATETIME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-RSK-TYPE = 'F'
                  MOVE 'FALLS   ' TO WS-DOC-RSK-TYPE
               ELSE
                  MOVE 'PRESSURE' TO WS-DOC-RSK-TYPE
               END-IF
               EVALUATE DB2-RSK-BAND
                 WHEN 'H'
                   MOVE 'HIGH  ' TO WS-DOC-RSK-BAND
                 WHEN 'M'
                   MOVE 'MEDIUM' TO WS-DOC-RSK-BAND
                 WHEN OTHER
                   MOVE 'LOW   ' TO WS-DOC-RSK-BAND
               END-EVALUATE
               MOVE DB2-RSK-TOTAL    TO WS-DOC-RSK-TOTAL
               MOVE DB2-RSK-DATETIME TO WS-DOC-RSK-DATETIME
               MOVE SPACES TO DOCUMENT-RECORD
               MOVE WS-DOC-RSK-LINE TO DOCUMENT-RECORD
               WRITE DOCUMENT-RECORD
             WHEN 100
               MOVE 'Y' TO WS-RSK-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-RSK-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-HOMEMED-SECTION.
           MOVE 'N' TO WS-HMD-EOF-SWITCH.
           MOVE ' OPEN DHMDCUR' TO EM-SQLREQ.
           EXEC SQL OPEN DHMDCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-HMD-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-HOMEMED-ROW
               UNTIL WS-NO-MORE-HOMEMEDS.

           EXEC SQL CLOSE DHMDCUR END-EXEC.
           EXIT.

       FETCH-NEXT-HOMEMED-ROW.
           MOVE ' FETCH DHMDCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH DHMDCUR
               INTO :DB2-HMD-DRUG-NAME, :DB2-HMD-DOSE,
                    :DB2-HMD-DECISION, :DB2-HMD-REASON
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               EVALUATE DB2-HMD-DECISION
                 WHEN 'C'
                   MOVE 'CONTINUED   ' TO WS-DOC-HMD-ACTION
                 WHEN 'M'
                   MOVE 'MODIFIED    ' TO WS-DOC-HMD-ACTION
                 WHEN 'S'
                   MOVE 'STOPPED     ' TO WS-DOC-HMD-ACTION
                 WHEN 'N'
                   MOVE 'NONE AT HOME' TO WS-DOC-HMD-ACTION
                 WHEN OTHER
                   MOVE 'NOT DECIDED ' TO WS-DOC-HMD-ACTION
               END-EVALUATE
               MOVE DB2-HMD-DRUG-NAME TO WS-DOC-HMD-DRUG
               MOVE DB2-HMD-DOSE      TO WS-DOC-HMD-DOSE
               MOVE DB2-HMD-REASON    TO WS-DOC-HMD-REASON
               MOVE SPACES TO DOCUMENT-RECORD
               MOVE WS-DOC-HMD-LINE TO DOCUMENT-RECORD
               WRITE DOCUMENT-RECORD
             WHEN 100
               MOVE 'Y' TO WS-HMD-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-HMD-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-NOTE-SECTION.
           MOVE 'N' TO WS-NTE-EOF-SWITCH.
           MOVE ' OPEN DNTECUR' TO EM-SQLREQ.
           EXEC SQL OPEN DNTECUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-NTE-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-NOTE-ROW
               UNTIL WS-NO-MORE-NOTES.

           EXEC SQL CLOSE DNTECUR END-EXEC.
           EXIT.

       FETCH-NEXT-NOTE-ROW.
           MOVE ' FETCH DNTECUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH DNTECUR
               INTO :DB2-NOTE-ID, :DB2-NOTE-TYPE,
                    :DB2-NOTE-AUTHOR, :DB2-NOTE-SIGNED,
                    :DB2-NOTE-PARENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-NOTE-BODY
             WHEN 100
               MOVE 'Y' TO WS-NTE-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-NTE-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The note's heading line then its text - each note printed is   *
      * a note read, logged as 01RNTE like the notes screen's reads.   *
      *----------------------------------------------------------------*
       WRITE-NOTE-BODY.
           EVALUATE DB2-NOTE-TYPE
             WHEN 'ADM'
               MOVE 'ADMISSION ' TO WS-DOC-NTE-TYPE
             WHEN 'PRG'
               MOVE 'PROGRESS  ' TO WS-DOC-NTE-TYPE
             WHEN 'PRC'
               MOVE 'PROCEDURE ' TO WS-DOC-NTE-TYPE
             WHEN OTHER
               MOVE 'ADDENDUM  ' TO WS-DOC-NTE-TYPE
           END-EVALUATE.
           MOVE DB2-NOTE-ID     TO WS-DOC-NTE-ID.
           MOVE DB2-NOTE-AUTHOR TO WS-DOC-NTE-AUTHOR.
           MOVE DB2-NOTE-SIGNED TO WS-DOC-NTE-SIGNED.
           MOVE SPACES TO WS-DOC-NTE-AMENDS.
           IF DB2-NOTE-PARENT-ID > 0
              MOVE DB2-NOTE-PARENT-ID TO DB2-NOTE-PARENT-DISP
              STRING ' AMENDS ' DELIMITED SIZE
                     DB2-NOTE-PARENT-DISP DELIMITED SIZE
                     INTO WS-DOC-NTE-AMENDS
              END-STRING
           END-IF.
           MOVE SPACES TO DOCUMENT-RECORD.
           MOVE WS-DOC-NTE-LINE TO DOCUMENT-RECORD.
           WRITE DOCUMENT-RECORD.

           MOVE 'N' TO WS-NTX-EOF-SWITCH.
           MOVE ' OPEN DNTXCUR' TO EM-SQLREQ.
           EXEC SQL OPEN DNTXCUR END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE 'Y' TO WS-NTX-EOF-SWITCH
           END-IF.

           PERFORM FETCH-NEXT-NOTE-LINE
               UNTIL WS-NO-MORE-NOTE-LINES.

           EXEC SQL CLOSE DNTXCUR END-EXEC.

           MOVE '01RNTE' TO DB2-AUDIT-REQUEST-ID.
           PERFORM LOG-DISCLOSURE.
           EXIT.

       FETCH-NEXT-NOTE-LINE.
           MOVE ' FETCH DNTXCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH DNTXCUR
               INTO :DB2-NOTE-LINE-TEXT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-NOTE-LINE-TEXT TO WS-DOC-NTX-TEXT
               MOVE SPACES TO DOCUMENT-RECORD
               MOVE WS-DOC-NTX-LINE TO DOCUMENT-RECORD
               WRITE DOCUMENT-RECORD
             WHEN 100
               MOVE 'Y' TO WS-NTX-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-NTX-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * One audit entry per document - straight into the AUDITLOG      *
      * table, the same way HCVSBJ01 logs its visit pages - and one    *
      * per clinical note printed on it (request id set by the caller) *
      *----------------------------------------------------------------*
       LOG-DISCLOSURE.
           MOVE ' GET AUDIT TIMESTAMP' TO EM-SQLREQ.
                           USERID )
                  VALUES ( 'HCDCBJ01',
                           :DB2-PATIENT-ID,
                           :DB2-AUDIT-REQUEST-ID,
                           '00',
                           'BTCH',
                           :DB2-AUDIT-DATETIME,
