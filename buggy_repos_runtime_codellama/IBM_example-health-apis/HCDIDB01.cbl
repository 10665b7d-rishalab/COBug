      ******************************************************************
      *                                                                *
      *                    Diet Orders                                 *
      *                                                                *
      * Maintains the DIETORDER table - one diet order per open        *
      * WARDSTAY (keyed by the stay's ADMITDATETIME, as HOMEMED is):   *
      * diet type, texture, a nil-by-mouth (NPO) flag with its start   *
      * and end times, and free-text notes for the kitchen. 01ADIE     *
      * sets the order (replacing the one already on the stay), 01IDIE *
      * returns it. Both need the patient to be on a ward ('01').      *
      *                                                                *
      * HCWDDB01 carries the order over to the new stay on a transfer, *
      * and HCKTBJ01 reads it before each meal for the kitchen's meal  *
      * counts and tray tickets.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDIDB01.
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
                                        VALUE 'HCDIDB01------WS'.
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
       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-NOW                      PIC X(26) VALUE SPACES.
       01  WS-SIGNON-USERID            PIC X(8) VALUE SPACES.
      * the NPO time being checked and the character being looked at
       01  WS-CHECK-DTIME              PIC X(26) VALUE SPACES.
       01  WS-CHAR-IDX                 PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-ADMIT-DTIME          PIC X(26).
           03 DB2-DIET-TYPE            PIC X(15).
           03 DB2-TEXTURE              PIC X(10).
           03 DB2-NPO                  PIC X(1).
           03 DB2-NPO-START            PIC X(26).
           03 DB2-NPO-END              PIC X(26).
           03 DB2-NOTES                PIC X(60).
           03 DB2-USERID               PIC X(8).
           03 DB2-NOW                  PIC X(26).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
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

           PERFORM GET-CURRENT-DATETIME.

      * a diet order belongs to the open stay - no stay, no order
           PERFORM GET-OPEN-STAY.

           EVALUATE CA-REQUEST-ID
             WHEN '01ADIE'
               PERFORM SET-DIET-ORDER
             WHEN '01IDIE'
               PERFORM GET-DIET-ORDER
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
      * Current date and time in the DB2 TIMESTAMP string layout the
      * stay datetimes carry (yyyy-mm-dd-hh.mm.ss.000000)
      *----------------------------------------------------------------*
       GET-CURRENT-DATETIME.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           MOVE SPACES TO WS-NOW.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-NOW(1:10))
                     DATESEP('-')
                     TIME(WS-NOW(12:8))
                     TIMESEP('.')
           END-EXEC.
           MOVE '-' TO WS-NOW(11:1).
           MOVE '.000000' TO WS-NOW(20:7).
           MOVE WS-NOW TO DB2-NOW.
           EXIT.

      *----------------------------------------------------------------*
      * The open WARDSTAY's admit datetime keys the diet order - '01'  *
      * when the patient is not on a ward.                             *
      *----------------------------------------------------------------*
       GET-OPEN-STAY.
           MOVE ' SELECT OPEN WARDSTAY' TO EM-SQLREQ.
           EXEC SQL
               SELECT ADMITDATETIME
                 INTO :DB2-ADMIT-DTIME
                 FROM WARDSTAY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DISCHARGEDATETIME = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-ADMIT-DTIME TO CA-DIET-ADMIT-DTIME
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       SET-DIET-ORDER.
      *================================================================*
      * A diet type is required and NPO must be Y or N (blank is N)    *
      * ('92'). An NPO start left blank means from now; an end left    *
      * blank means until the order is next changed, otherwise it must *
      * be later than the start. Both must look like DB2 timestamp     *
      * strings. The order replaces any already on the stay.           *
      *================================================================*
           IF CA-DIET-TYPE EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-DIET-NPO EQUAL SPACE OR LOW-VALUE
              MOVE 'N' TO CA-DIET-NPO
           END-IF.
           IF CA-DIET-NPO NOT = 'Y'
              AND CA-DIET-NPO NOT = 'N'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-DIET-TEXTURE EQUAL SPACES OR LOW-VALUES
              MOVE 'NORMAL' TO CA-DIET-TEXTURE
           END-IF.
           IF CA-DIET-NOTES EQUAL LOW-VALUES
              MOVE SPACES TO CA-DIET-NOTES
           END-IF.

           IF CA-DIET-NPO = 'N'
              MOVE SPACES TO CA-DIET-NPO-START
              MOVE SPACES TO CA-DIET-NPO-END
           ELSE
              PERFORM VALIDATE-NPO-TIMES
           END-IF.

           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.

           MOVE CA-DIET-TYPE      TO DB2-DIET-TYPE.
           MOVE CA-DIET-TEXTURE   TO DB2-TEXTURE.
           MOVE CA-DIET-NPO       TO DB2-NPO.
           MOVE CA-DIET-NPO-START TO DB2-NPO-START.
           MOVE CA-DIET-NPO-END   TO DB2-NPO-END.
           MOVE CA-DIET-NOTES     TO DB2-NOTES.
           MOVE WS-SIGNON-USERID  TO DB2-USERID.

           MOVE ' UPDATE DIETORDER' TO EM-SQLREQ.
           EXEC SQL
               UPDATE DIETORDER
                  SET DIETTYPE        = :DB2-DIET-TYPE,
                      TEXTURE         = :DB2-TEXTURE,
                      NPO             = :DB2-NPO,
                      NPOSTART        = :DB2-NPO-START,
                      NPOEND          = :DB2-NPO-END,
                      NOTES           = :DB2-NOTES,
                      ORDEREDBY       = :DB2-USERID,
                      ORDEREDDATETIME = :DB2-NOW
                WHERE PATIENTID     = :DB2-PATIENT-ID
                  AND ADMITDATETIME = :DB2-ADMIT-DTIME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               PERFORM INSERT-DIET-ORDER
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE WS-SIGNON-USERID TO CA-DIET-USER.
           MOVE DB2-NOW          TO CA-DIET-DTIME.
           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *----------------------------------------------------------------*
      * First order on the stay                                        *
      *----------------------------------------------------------------*
       INSERT-DIET-ORDER.
           MOVE ' INSERT DIETORDER' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO DIETORDER
                         ( PATIENTID,
                           ADMITDATETIME,
                           DIETTYPE,
                           TEXTURE,
                           NPO,
                           NPOSTART,
                           NPOEND,
                           NOTES,
                           ORDEREDBY,
                           ORDEREDDATETIME )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-ADMIT-DTIME,
                           :DB2-DIET-TYPE,
                           :DB2-TEXTURE,
                           :DB2-NPO,
                           :DB2-NPO-START,
                           :DB2-NPO-END,
                           :DB2-NOTES,
                           :DB2-USERID,
                           :DB2-NOW )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * NPO start defaults to now. A time keyed to the second without  *
      * the fraction is completed with .000000 before it is checked.   *
      *----------------------------------------------------------------*
       VALIDATE-NPO-TIMES.
           IF CA-DIET-NPO-START EQUAL SPACES OR LOW-VALUES
              MOVE DB2-NOW TO CA-DIET-NPO-START
           END-IF.
           IF CA-DIET-NPO-END EQUAL LOW-VALUES
              MOVE SPACES TO CA-DIET-NPO-END
           END-IF.

           IF CA-DIET-NPO-START (20:7) = SPACES
              MOVE '.000000' TO CA-DIET-NPO-START (20:7)
           END-IF.
           MOVE CA-DIET-NPO-START TO WS-CHECK-DTIME.
           MOVE 1 TO WS-CHAR-IDX.
           PERFORM CHECK-DTIME-CHAR
               UNTIL WS-CHAR-IDX > 26.

           IF CA-DIET-NPO-END NOT = SPACES
              IF CA-DIET-NPO-END (20:7) = SPACES
                 MOVE '.000000' TO CA-DIET-NPO-END (20:7)
              END-IF
              MOVE CA-DIET-NPO-END TO WS-CHECK-DTIME
              MOVE 1 TO WS-CHAR-IDX
              PERFORM CHECK-DTIME-CHAR
                  UNTIL WS-CHAR-IDX > 26
              IF CA-DIET-NPO-END NOT > CA-DIET-NPO-START
                 MOVE '92' TO CA-RETURN-CODE
              END-IF
           END-IF.

           IF CA-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

       CHECK-DTIME-CHAR.
           EVALUATE WS-CHAR-IDX
             WHEN 5
             WHEN 8
             WHEN 11
               IF WS-CHECK-DTIME (WS-CHAR-IDX:1) NOT = '-'
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
             WHEN 14
             WHEN 17
             WHEN 20
               IF WS-CHECK-DTIME (WS-CHAR-IDX:1) NOT = '.'
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
             WHEN OTHER
               IF WS-CHECK-DTIME (WS-CHAR-IDX:1) IS NOT NUMERIC
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
           END-EVALUATE.
           ADD 1 TO WS-CHAR-IDX.
           EXIT.

      *================================================================*
       GET-DIET-ORDER.
      *================================================================*
      * The order on the open stay - '01' when none has been set yet.  *
      *================================================================*
           MOVE ' SELECT DIETORDER' TO EM-SQLREQ.
           EXEC SQL
               SELECT DIETTYPE, TEXTURE, NPO, NPOSTART, NPOEND,
                      NOTES, ORDEREDBY, ORDEREDDATETIME
                 INTO :DB2-DIET-TYPE,
                      :DB2-TEXTURE,
                      :DB2-NPO,
                      :DB2-NPO-START,
                      :DB2-NPO-END,
                      :DB2-NOTES,
                      :DB2-USERID,
                      :DB2-NOW
                 FROM DIETORDER
                WHERE PATIENTID     = :DB2-PATIENT-ID
                  AND ADMITDATETIME = :DB2-ADMIT-DTIME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-DIET-TYPE TO CA-DIET-TYPE
               MOVE DB2-TEXTURE   TO CA-DIET-TEXTURE
               MOVE DB2-NPO       TO CA-DIET-NPO
               MOVE DB2-NPO-START TO CA-DIET-NPO-START
               MOVE DB2-NPO-END   TO CA-DIET-NPO-END
               MOVE DB2-NOTES     TO CA-DIET-NOTES
               MOVE DB2-USERID    TO CA-DIET-USER
               MOVE DB2-NOW       TO CA-DIET-DTIME
               MOVE '00' TO CA-RETURN-CODE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
