      ******************************************************************
      *                                                                *
      *                    Isolation Registry                          *
      *                                                                *
      * Maintains the per-patient ISOLATION table infection control   *
      * used to keep on the whiteboard - organism (MRSA, CDIFF, TB,    *
      * FLU, ...), precaution type (CONTACT, DROPLET, AIRBORNE), the  *
      * date isolation started and the date it was cleared (blank     *
      * while still isolated). 01AISO records a new isolation, 01CISO  *
      * clears the open entry for an organism, 01IISO lists the        *
      * patient's entries - active ones only unless                    *
      * CA-ISO-INCLUDE-CLEARED is 'Y'. HCWDDB01 reads the active       *
      * entries at admit to warn about a non-isolation bed, and the    *
      * HCCTBJ01 contact-tracing job starts from them.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCISDB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCISDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.
      *----------------------------------------------------------------*
      * Shared commarea-length check fields/paragraph
       COPY HCCALNWS.
       01  WS-COUNTER                  PIC S9(4)      VALUE +0.
       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-TODAY                    PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-ORGANISM             PIC X(10).
           03 DB2-CLEARED-DATE         PIC X(10).
           03 DB2-INCLUDE-CLEARED      PIC X(1).
       01  DB2-OUT.
           03 DB2-OPEN-COUNT           PIC S9(9) COMP.
           03 DB2-ISO-ORGANISM         PIC X(10).
           03 DB2-ISO-PRECAUTION       PIC X(10).
           03 DB2-ISO-START            PIC X(10).
           03 DB2-ISO-CLEARED          PIC X(10).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * The patient's isolation entries, active ones first and then
      * most recent start - cleared entries only when asked for
           EXEC SQL
               DECLARE ISOCUR CURSOR FOR
                   SELECT ORGANISM, PRECAUTION, STARTDATE,
                          CLEAREDDATE
                     FROM ISOLATION
                    WHERE PATIENTID = :DB2-PATIENT-ID
                      AND (CLEAREDDATE = ' '
                           OR :DB2-INCLUDE-CLEARED = 'Y')
                 ORDER BY CLEAREDDATE, STARTDATE DESC
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           COPY HCCMAREA.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCCA') NODUMP END-EXEC
           END-IF.

      * check the commarea is big enough before using it
           PERFORM CHECK-COMMAREA-LENGTH.

      * initialize working storage variables
           INITIALIZE WS-HEADER.
      * set up general variable
           MOVE EIBTRNID  TO WS-TRANSID.
           MOVE EIBTERMID TO WS-TERMID.
           MOVE EIBTASKN  TO WS-TASKNUM.

           MOVE '00' TO CA-RETURN-CODE.
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID.
           MOVE CA-PATIENT-ID TO EM-PATNUM.

           PERFORM GET-TODAY.

           EVALUATE CA-REQUEST-ID
             WHEN '01AISO'
               PERFORM INSERT-ISOLATION
             WHEN '01CISO'
               PERFORM CLEAR-ISOLATION
             WHEN '01IISO'
               PERFORM GET-ISOLATION-LIST
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * END PROGRAM and return to caller                               *
      *----------------------------------------------------------------*
       MAINLINE-END.

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Today's date in the DB2 DATE string layout (yyyy-mm-dd)
      *----------------------------------------------------------------*
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                     DATESEP('-')
           END-EXEC.
           EXIT.

      *================================================================*
       INSERT-ISOLATION.
      *================================================================*
      * Organism and precaution are both required - a blank start    *
      * date means isolation starts today. One open entry per         *
      * organism: a second one while the first is uncleared is a      *
      * duplicate ('91'), not a new isolation.                         *
      *================================================================*
           IF CA-ISO-ORGANISM EQUAL SPACES OR LOW-VALUES
              OR CA-ISO-PRECAUTION EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-ISO-START-DATE EQUAL SPACES OR LOW-VALUES
              MOVE WS-TODAY TO CA-ISO-START-DATE
           END-IF.
           MOVE CA-ISO-ORGANISM TO DB2-ORGANISM.

           MOVE ' CHECK OPEN ISOLATION' TO EM-SQLREQ.
           MOVE 0 TO DB2-OPEN-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-OPEN-COUNT
                 FROM ISOLATION
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND ORGANISM    = :DB2-ORGANISM
                  AND CLEAREDDATE = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-OPEN-COUNT > 0
                  MOVE '91' TO CA-RETURN-CODE
                  EXEC CICS RETURN END-EXEC
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE ' INSERT ISOLATION' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO ISOLATION
                         ( PATIENTID,
                           ORGANISM,
                           PRECAUTION,
                           STARTDATE,
                           CLEAREDDATE )
                  VALUES ( :DB2-PATIENT-ID,
                           :CA-ISO-ORGANISM,
                           :CA-ISO-PRECAUTION,
                           :CA-ISO-START-DATE,
                           ' ' )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN -803
               MOVE '91' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       CLEAR-ISOLATION.
      *================================================================*
      * Close the open entry for the organism - blank cleared date    *
      * means today. A cleared date before the start date is a keying *
      * error ('92'); no open entry to clear is '01'.                  *
      *================================================================*
           IF CA-ISO-ORGANISM EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-ISO-CLEARED-DATE EQUAL SPACES OR LOW-VALUES
              MOVE WS-TODAY TO CA-ISO-CLEARED-DATE
           END-IF.
           MOVE CA-ISO-ORGANISM     TO DB2-ORGANISM.
           MOVE CA-ISO-CLEARED-DATE TO DB2-CLEARED-DATE.

           MOVE ' CLEAR ISOLATION' TO EM-SQLREQ.
           EXEC SQL
               UPDATE ISOLATION
                  SET CLEAREDDATE = :DB2-CLEARED-DATE
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND ORGANISM    = :DB2-ORGANISM
                  AND CLEAREDDATE = ' '
                  AND STARTDATE  <= :DB2-CLEARED-DATE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               PERFORM CHECK-CLEAR-NOT-DONE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      * Nothing updated - either there is no open entry ('01') or the
      * cleared date keyed falls before it started ('92').
       CHECK-CLEAR-NOT-DONE.
           MOVE ' CHECK OPEN ISOLATION' TO EM-SQLREQ.
           MOVE 0 TO DB2-OPEN-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-OPEN-COUNT
                 FROM ISOLATION
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND ORGANISM    = :DB2-ORGANISM
                  AND CLEAREDDATE = ' '
           END-EXEC.

           IF SQLCODE = 0 AND DB2-OPEN-COUNT > 0
              MOVE '92' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       GET-ISOLATION-LIST.
           IF CA-ISO-INCLUDE-CLEARED = 'Y'
              MOVE 'Y' TO DB2-INCLUDE-CLEARED
           ELSE
              MOVE 'N' TO DB2-INCLUDE-CLEARED
           END-IF.

           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN ISOCUR' TO EM-SQLREQ.
           EXEC SQL OPEN ISOCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-ISOLATION-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE ISOCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE ISOCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-ISOLATIONS.

           IF WS-COUNTER > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-ISOLATION-ROW.
           MOVE ' FETCH ISOCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH ISOCUR
               INTO :DB2-ISO-ORGANISM,
                    :DB2-ISO-PRECAUTION,
                    :DB2-ISO-START,
                    :DB2-ISO-CLEARED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-ISO-ORGANISM    TO
                    CA-ISO-LST-ORGANISM(WS-COUNTER)
               MOVE DB2-ISO-PRECAUTION  TO
                    CA-ISO-LST-PRECAUTION(WS-COUNTER)
               MOVE DB2-ISO-START       TO
                    CA-ISO-LST-START(WS-COUNTER)
               MOVE DB2-ISO-CLEARED     TO
                    CA-ISO-LST-CLEARED(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE ISOCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
