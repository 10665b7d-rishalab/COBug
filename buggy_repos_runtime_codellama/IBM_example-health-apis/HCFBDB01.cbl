      ******************************************************************
      *                                                                *
      *                    Fluid Balance Chart                         *
      *                                                                *
      * Maintains the FLUIDBAL table - the bedside intake/output chart *
      * that used to hang on paper at the bed end. 01AFLU records one  *
      * entry (direction, route, volume in ml, when) and 01IFLU        *
      * returns the latest entries with the running totals since the   *
      * open stay's admission and the totals for the last 24 hours,    *
      * each with its balance (in - out).                              *
      *                                                                *
      * Routes by direction are table-driven (WS-ROUTE-TABLE). The     *
      * 06:00 HCFBBJ01 job reports every ward patient's 24-hour        *
      * balance and alerts on the limits held on THRESHOLD.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFBDB01.
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
                                        VALUE 'HCFBDB01------WS'.
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
       01  WS-NOW                      PIC X(26) VALUE SPACES.
       01  WS-SIGNON-USERID            PIC X(8) VALUE SPACES.
       01  WS-CHAR-IDX                 PIC S9(4) COMP VALUE +0.
       01  WS-ROUTE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-ROUTE-FOUND              PIC X(1) VALUE 'N'.
       01  WS-MAX-VOLUME               PIC 9(5) VALUE 5000.

      * The routes a fluid can go in or come out by - direction then
      * route, as keyed on the chart
       01  WS-ROUTE-VALUES.
           03 FILLER                   PIC X(11) VALUE 'IORAL'.
           03 FILLER                   PIC X(11) VALUE 'IIV'.
           03 FILLER                   PIC X(11) VALUE 'ING'.
           03 FILLER                   PIC X(11) VALUE 'OURINE'.
           03 FILLER                   PIC X(11) VALUE 'ODRAIN'.
           03 FILLER                   PIC X(11) VALUE 'OVOMIT'.
           03 FILLER                   PIC X(11) VALUE 'ONG'.
       01  WS-ROUTE-TABLE REDEFINES WS-ROUTE-VALUES.
           03 WS-ROUTE-ENTRY OCCURS 7 TIMES.
              05 WS-ROUTE-DIRECTION    PIC X(1).
              05 WS-ROUTE-NAME         PIC X(10).

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-FLUID-ID             PIC S9(9) COMP.
           03 DB2-DIRECTION            PIC X(1).
           03 DB2-ROUTE                PIC X(10).
           03 DB2-VOLUME               PIC S9(9) COMP.
           03 DB2-ENTRY-DTIME          PIC X(26).
           03 DB2-USERID               PIC X(8).
           03 DB2-NOW                  PIC X(26).
           03 DB2-SINCE                PIC X(26).
           03 DB2-DAY-FROM             PIC X(26).
       01  DB2-OUT.
           03 DB2-TOTAL-IN             PIC S9(9) COMP.
           03 DB2-TOTAL-OUT            PIC S9(9) COMP.
           03 DB2-LST-DTIME            PIC X(26).
           03 DB2-LST-DIRECTION        PIC X(1).
           03 DB2-LST-ROUTE            PIC X(10).
           03 DB2-LST-VOLUME           PIC S9(9) COMP.
           03 DB2-LST-USER             PIC X(8).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * The patient's chart entries, latest first
           EXEC SQL
               DECLARE FLUCUR CURSOR FOR
                   SELECT ENTRYDATETIME, DIRECTION, ROUTE,
                          VOLUMEML, RECORDEDBY
                     FROM FLUIDBAL
                    WHERE PATIENTID = :DB2-PATIENT-ID
                 ORDER BY ENTRYDATETIME DESC
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

           EVALUATE CA-REQUEST-ID
             WHEN '01AFLU'
               PERFORM INSERT-FLUID-ENTRY
             WHEN '01IFLU'
               PERFORM GET-FLUID-CHART
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
      * chart datetimes carry (yyyy-mm-dd-hh.mm.ss.000000)
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

      *================================================================*
       INSERT-FLUID-ENTRY.
      *================================================================*
      * Direction and route must be a pair in WS-ROUTE-TABLE and the   *
      * volume 1-5000 ml ('92'). The time defaults to now; a keyed     *
      * time must look like a DB2 timestamp string and not be in the   *
      * future ('92'). The signed-on user is recorded against it.      *
      *================================================================*
           MOVE 'N' TO WS-ROUTE-FOUND.
           MOVE 1 TO WS-ROUTE-IDX.
           PERFORM MATCH-ROUTE
               UNTIL WS-ROUTE-IDX > 7
                  OR WS-ROUTE-FOUND = 'Y'.
           IF WS-ROUTE-FOUND NOT = 'Y'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-FLU-VOLUME IS NOT NUMERIC
              OR CA-FLU-VOLUME = ZERO
              OR CA-FLU-VOLUME > WS-MAX-VOLUME
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-FLU-DATETIME EQUAL SPACES OR LOW-VALUES
              MOVE DB2-NOW TO CA-FLU-DATETIME
           END-IF.
           IF CA-FLU-DATETIME (20:7) = SPACES
              MOVE '.000000' TO CA-FLU-DATETIME (20:7)
           END-IF.
           MOVE 1 TO WS-CHAR-IDX.
           PERFORM CHECK-FLUID-DTIME-CHAR
               UNTIL WS-CHAR-IDX > 26.
           IF CA-FLU-DATETIME > DB2-NOW
              MOVE '92' TO CA-RETURN-CODE
           END-IF.
           IF CA-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.

           MOVE CA-FLU-DIRECTION TO DB2-DIRECTION.
           MOVE CA-FLU-ROUTE     TO DB2-ROUTE.
           MOVE CA-FLU-VOLUME    TO DB2-VOLUME.
           MOVE CA-FLU-DATETIME  TO DB2-ENTRY-DTIME.
           MOVE WS-SIGNON-USERID TO DB2-USERID.

           MOVE ' INSERT FLUIDBAL' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO FLUIDBAL
                         ( FLUIDID,
                           PATIENTID,
                           DIRECTION,
                           ROUTE,
                           VOLUMEML,
                           ENTRYDATETIME,
                           RECORDEDBY,
                           RECORDEDDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-DIRECTION,
                           :DB2-ROUTE,
                           :DB2-VOLUME,
                           :DB2-ENTRY-DTIME,
                           :DB2-USERID,
                           :DB2-NOW )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               EXEC SQL
                    SET :DB2-FLUID-ID = IDENTITY_VAL_LOCAL()
               END-EXEC
               MOVE DB2-FLUID-ID TO CA-FLU-ID
               MOVE '00' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

       MATCH-ROUTE.
           IF WS-ROUTE-DIRECTION (WS-ROUTE-IDX) = CA-FLU-DIRECTION
              AND WS-ROUTE-NAME (WS-ROUTE-IDX) = CA-FLU-ROUTE
              MOVE 'Y' TO WS-ROUTE-FOUND
           END-IF.
           ADD 1 TO WS-ROUTE-IDX.
           EXIT.

       CHECK-FLUID-DTIME-CHAR.
           EVALUATE WS-CHAR-IDX
             WHEN 5
             WHEN 8
             WHEN 11
               IF CA-FLU-DATETIME (WS-CHAR-IDX:1) NOT = '-'
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
             WHEN 14
             WHEN 17
             WHEN 20
               IF CA-FLU-DATETIME (WS-CHAR-IDX:1) NOT = '.'
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
             WHEN OTHER
               IF CA-FLU-DATETIME (WS-CHAR-IDX:1) IS NOT NUMERIC
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
           END-EVALUATE.
           ADD 1 TO WS-CHAR-IDX.
           EXIT.

      *================================================================*
       GET-FLUID-CHART.
      *================================================================*
      * Totals first, then the latest entries up to the capacity of    *
      * the CA-FLUIDS array - '01' when the chart is empty.            *
      *================================================================*
           PERFORM SET-RUNNING-START.
           PERFORM GET-RUNNING-TOTALS.
           PERFORM GET-DAY-TOTALS.

           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN FLUCUR' TO EM-SQLREQ.
           EXEC SQL OPEN FLUCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-FLUID-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE FLUCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE FLUCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-FLUIDS.

           IF WS-COUNTER > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-FLUID-ROW.
           MOVE ' FETCH FLUCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH FLUCUR
               INTO :DB2-LST-DTIME,
                    :DB2-LST-DIRECTION,
                    :DB2-LST-ROUTE,
                    :DB2-LST-VOLUME,
                    :DB2-LST-USER
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-LST-DTIME     TO
                    CA-FLU-LST-DATETIME(WS-COUNTER)
               MOVE DB2-LST-DIRECTION TO
                    CA-FLU-LST-DIRECTION(WS-COUNTER)
               MOVE DB2-LST-ROUTE     TO
                    CA-FLU-LST-ROUTE(WS-COUNTER)
               MOVE DB2-LST-VOLUME    TO
                    CA-FLU-LST-VOLUME(WS-COUNTER)
               MOVE DB2-LST-USER      TO
                    CA-FLU-LST-USER(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE FLUCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The running totals start at the open WARDSTAY's admission; a   *
      * patient not on a ward runs from the first entry on file.       *
      *----------------------------------------------------------------*
       SET-RUNNING-START.
           MOVE ' SELECT OPEN WARDSTAY' TO EM-SQLREQ.
           EXEC SQL
               SELECT ADMITDATETIME
                 INTO :DB2-SINCE
                 FROM WARDSTAY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DISCHARGEDATETIME = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '0001-01-01-00.00.00.000000' TO DB2-SINCE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE ' SET 24 HOUR WINDOW' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-DAY-FROM =
                   CHAR(TIMESTAMP(:DB2-NOW) - 24 HOURS)
           END-EXEC.
           EXIT.

       GET-RUNNING-TOTALS.
           MOVE ' SUM FLUIDBAL RUNNING' TO EM-SQLREQ.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DIRECTION = 'I'
                                        THEN VOLUMEML ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DIRECTION = 'O'
                                        THEN VOLUMEML ELSE 0 END), 0),
                      COALESCE(MIN(ENTRYDATETIME), ' ')
                 INTO :DB2-TOTAL-IN, :DB2-TOTAL-OUT, :DB2-LST-DTIME
                 FROM FLUIDBAL
                WHERE PATIENTID      = :DB2-PATIENT-ID
                  AND ENTRYDATETIME >= :DB2-SINCE
                  AND ENTRYDATETIME <= :DB2-NOW
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-TOTAL-IN  TO CA-FLU-RUN-IN
               MOVE DB2-TOTAL-OUT TO CA-FLU-RUN-OUT
               COMPUTE CA-FLU-RUN-BALANCE =
                       DB2-TOTAL-IN - DB2-TOTAL-OUT
      * on a ward the chart runs from the admission, otherwise from
      * the first entry
               IF DB2-SINCE(1:4) = '0001'
                  MOVE DB2-LST-DTIME TO CA-FLU-SINCE
               ELSE
                  MOVE DB2-SINCE     TO CA-FLU-SINCE
               END-IF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

       GET-DAY-TOTALS.
           MOVE ' SUM FLUIDBAL 24 HOURS' TO EM-SQLREQ.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DIRECTION = 'I'
                                        THEN VOLUMEML ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DIRECTION = 'O'
                                        THEN VOLUMEML ELSE 0 END), 0)
                 INTO :DB2-TOTAL-IN, :DB2-TOTAL-OUT
                 FROM FLUIDBAL
                WHERE PATIENTID     = :DB2-PATIENT-ID
                  AND ENTRYDATETIME > :DB2-DAY-FROM
                  AND ENTRYDATETIME <= :DB2-NOW
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-TOTAL-IN  TO CA-FLU-24H-IN
               MOVE DB2-TOTAL-OUT TO CA-FLU-24H-OUT
               COMPUTE CA-FLU-24H-BALANCE =
                       DB2-TOTAL-IN - DB2-TOTAL-OUT
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
