      ******************************************************************
      *                                                                *
      *              Falls and Pressure-Injury Risk Assessment         *
      *                                                                *
      * Maintains the RISKASSESS table - the falls-risk and pressure-  *
      * injury risk scores that used to be kept on paper forms, held   *
      * against the open WARDSTAY (keyed by the stay's ADMITDATETIME). *
      * 01ARSK scores one assessment - type, six item scores, when -   *
      * totals it, sets the risk band and the reassessment due time    *
      * the band calls for, and records the signed-on assessor.        *
      * 01IRSK returns the latest band of each type this stay and the  *
      * stay's assessments, latest first.                              *
      *                                                                *
      * Item limits, the band cut-offs and the reassessment interval   *
      * for each band are table-driven (WS-ITEM-TABLE, WS-BAND-TABLE,  *
      * WS-INTERVAL-TABLE). HCRKBJ01 lists patients with no assessment *
      * since admission or a reassessment overdue; HCDCBJ01 prints the *
      * latest bands on the discharge summary.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRKDB01.
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
                                        VALUE 'HCRKDB01------WS'.
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
       01  WS-TYPE-IDX                 PIC S9(4) COMP VALUE +0.
       01  WS-ITEM-IDX                 PIC S9(4) COMP VALUE +0.
       01  WS-TABLE-IDX                PIC S9(4) COMP VALUE +0.
       01  WS-TOTAL                    PIC 9(3) VALUE ZERO.

      * The lowest and highest score each of the six items can take,
      * by assessment type - falls items score 0 up, pressure-injury
      * items 1 up
       01  WS-ITEM-VALUES.
           03 FILLER                   PIC X(13)
                                        VALUE 'F002500150030'.
           03 FILLER                   PIC X(12)
                                        VALUE '002000200015'.
           03 FILLER                   PIC X(13)
                                        VALUE 'P010401040104'.
           03 FILLER                   PIC X(12)
                                        VALUE '010401040103'.
       01  WS-ITEM-TABLE REDEFINES WS-ITEM-VALUES.
           03 WS-ITEM-TYPE-ENTRY OCCURS 2 TIMES.
              05 WS-ITEM-TYPE          PIC X(1).
              05 WS-ITEM-LIMITS OCCURS 6 TIMES.
                 07 WS-ITEM-MIN        PIC 9(2).
                 07 WS-ITEM-MAX        PIC 9(2).

      * Band cut-offs by type. Falls: the higher the total the higher
      * the risk - 45 up is high, 25 up medium. Pressure injury: the
      * lower the total the higher the risk - 12 or under is high, 14
      * or under medium.
       01  WS-BAND-VALUES.
           03 FILLER                   PIC X(8)  VALUE 'FU045025'.
           03 FILLER                   PIC X(8)  VALUE 'PD012014'.
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           03 WS-BAND-ENTRY OCCURS 2 TIMES.
              05 WS-BAND-TYPE          PIC X(1).
      * 'U' a higher total is riskier, 'D' a lower one is
              05 WS-BAND-DIRECTION     PIC X(1).
              05 WS-BAND-HIGH-AT       PIC 9(3).
              05 WS-BAND-MEDIUM-AT     PIC 9(3).

      * Hours to the next assessment by type and band
       01  WS-INTERVAL-VALUES.
           03 FILLER                   PIC X(5)  VALUE 'FH024'.
           03 FILLER                   PIC X(5)  VALUE 'FM072'.
           03 FILLER                   PIC X(5)  VALUE 'FL168'.
           03 FILLER                   PIC X(5)  VALUE 'PH024'.
           03 FILLER                   PIC X(5)  VALUE 'PM048'.
           03 FILLER                   PIC X(5)  VALUE 'PL168'.
       01  WS-INTERVAL-TABLE REDEFINES WS-INTERVAL-VALUES.
           03 WS-INTERVAL-ENTRY OCCURS 6 TIMES.
              05 WS-INTERVAL-TYPE      PIC X(1).
              05 WS-INTERVAL-BAND      PIC X(1).
              05 WS-INTERVAL-HOURS     PIC 9(3).

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-ADMIT-DTIME          PIC X(26).
           03 DB2-WARD-CODE            PIC X(4).
           03 DB2-ASSESS-TYPE          PIC X(1).
           03 DB2-ITEM-1               PIC S9(4) COMP.
           03 DB2-ITEM-2               PIC S9(4) COMP.
           03 DB2-ITEM-3               PIC S9(4) COMP.
           03 DB2-ITEM-4               PIC S9(4) COMP.
           03 DB2-ITEM-5               PIC S9(4) COMP.
           03 DB2-ITEM-6               PIC S9(4) COMP.
           03 DB2-TOTAL                PIC S9(4) COMP.
           03 DB2-BAND                 PIC X(1).
           03 DB2-ASSESS-DTIME         PIC X(26).
           03 DB2-DUE-DTIME            PIC X(26).
           03 DB2-INTERVAL-HOURS       PIC S9(4) COMP.
           03 DB2-USERID               PIC X(8).
           03 DB2-NOW                  PIC X(26).
       01  DB2-OUT.
           03 DB2-LST-TYPE             PIC X(1).
           03 DB2-LST-TOTAL            PIC S9(4) COMP.
           03 DB2-LST-BAND             PIC X(1).
           03 DB2-LST-DTIME            PIC X(26).
           03 DB2-LST-DUE              PIC X(26).
           03 DB2-LST-USER             PIC X(8).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * The stay's assessments, latest first
           EXEC SQL
               DECLARE RSKCUR CURSOR FOR
                   SELECT ASSESSTYPE, TOTALSCORE, RISKBAND,
                          ASSESSDATETIME, REASSESSDUE, ASSESSOR
                     FROM RISKASSESS
                    WHERE PATIENTID     = :DB2-PATIENT-ID
                      AND ADMITDATETIME = :DB2-ADMIT-DTIME
                 ORDER BY ASSESSDATETIME DESC
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
           PERFORM GET-OPEN-STAY.

           EVALUATE CA-REQUEST-ID
             WHEN '01ARSK'
               PERFORM INSERT-RISK-ASSESSMENT
             WHEN '01IRSK'
               PERFORM GET-RISK-ASSESSMENTS
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
      * assessment datetimes carry (yyyy-mm-dd-hh.mm.ss.000000)
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
      * The open WARDSTAY's admit datetime keys the assessments -      *
      * '01' when the patient is not on a ward.                        *
      *----------------------------------------------------------------*
       GET-OPEN-STAY.
           MOVE ' SELECT OPEN WARDSTAY' TO EM-SQLREQ.
           EXEC SQL
               SELECT ADMITDATETIME, WARDCODE
                 INTO :DB2-ADMIT-DTIME, :DB2-WARD-CODE
                 FROM WARDSTAY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DISCHARGEDATETIME = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-ADMIT-DTIME TO CA-RSK-ADMIT-DTIME
               MOVE DB2-WARD-CODE   TO CA-RSK-WARD
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
       INSERT-RISK-ASSESSMENT.
      *================================================================*
      * The type must be F or P and every item score within the        *
      * type's limits ('92'). The time defaults to now; a keyed time   *
      * must look like a DB2 timestamp string, fall inside the stay    *
      * and not be in the future ('92'). The total sets the band and   *
      * the band the reassessment due time.                            *
      *================================================================*
           MOVE 0 TO WS-TYPE-IDX.
           MOVE 1 TO WS-TABLE-IDX.
           PERFORM MATCH-ITEM-TYPE
               UNTIL WS-TABLE-IDX > 2.
           IF WS-TYPE-IDX = 0
              OR CA-RSK-ITEMS IS NOT NUMERIC
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 0 TO WS-TOTAL.
           MOVE 1 TO WS-ITEM-IDX.
           PERFORM CHECK-ITEM-SCORE
               UNTIL WS-ITEM-IDX > 6.
           IF CA-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-RSK-DATETIME EQUAL SPACES OR LOW-VALUES
              MOVE DB2-NOW TO CA-RSK-DATETIME
           END-IF.
           IF CA-RSK-DATETIME (20:7) = SPACES
              MOVE '.000000' TO CA-RSK-DATETIME (20:7)
           END-IF.
           MOVE 1 TO WS-CHAR-IDX.
           PERFORM CHECK-RISK-DTIME-CHAR
               UNTIL WS-CHAR-IDX > 26.
           IF CA-RSK-DATETIME > DB2-NOW
              OR CA-RSK-DATETIME < DB2-ADMIT-DTIME
              MOVE '92' TO CA-RETURN-CODE
           END-IF.
           IF CA-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WS-TOTAL TO CA-RSK-TOTAL.
           PERFORM SET-RISK-BAND.
           PERFORM SET-REASSESS-DUE.

           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.

           MOVE CA-RSK-TYPE      TO DB2-ASSESS-TYPE.
           MOVE CA-RSK-ITEM (1)  TO DB2-ITEM-1.
           MOVE CA-RSK-ITEM (2)  TO DB2-ITEM-2.
           MOVE CA-RSK-ITEM (3)  TO DB2-ITEM-3.
           MOVE CA-RSK-ITEM (4)  TO DB2-ITEM-4.
           MOVE CA-RSK-ITEM (5)  TO DB2-ITEM-5.
           MOVE CA-RSK-ITEM (6)  TO DB2-ITEM-6.
           MOVE CA-RSK-TOTAL     TO DB2-TOTAL.
           MOVE CA-RSK-BAND      TO DB2-BAND.
           MOVE CA-RSK-DATETIME  TO DB2-ASSESS-DTIME.
           MOVE CA-RSK-DUE       TO DB2-DUE-DTIME.
           MOVE WS-SIGNON-USERID TO DB2-USERID.

           MOVE ' INSERT RISKASSESS' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO RISKASSESS
                         ( ASSESSID,
                           PATIENTID,
                           ADMITDATETIME,
                           WARDCODE,
                           ASSESSTYPE,
                           ITEM1, ITEM2, ITEM3,
                           ITEM4, ITEM5, ITEM6,
                           TOTALSCORE,
                           RISKBAND,
                           ASSESSDATETIME,
                           REASSESSDUE,
                           ASSESSOR,
                           RECORDEDDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-ADMIT-DTIME,
                           :DB2-WARD-CODE,
                           :DB2-ASSESS-TYPE,
                           :DB2-ITEM-1, :DB2-ITEM-2, :DB2-ITEM-3,
                           :DB2-ITEM-4, :DB2-ITEM-5, :DB2-ITEM-6,
                           :DB2-TOTAL,
                           :DB2-BAND,
                           :DB2-ASSESS-DTIME,
                           :DB2-DUE-DTIME,
                           :DB2-USERID,
                           :DB2-NOW )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

       MATCH-ITEM-TYPE.
           IF WS-ITEM-TYPE (WS-TABLE-IDX) = CA-RSK-TYPE
              MOVE WS-TABLE-IDX TO WS-TYPE-IDX
           END-IF.
           ADD 1 TO WS-TABLE-IDX.
           EXIT.

       CHECK-ITEM-SCORE.
           IF CA-RSK-ITEM (WS-ITEM-IDX) <
                 WS-ITEM-MIN (WS-TYPE-IDX, WS-ITEM-IDX)
              OR CA-RSK-ITEM (WS-ITEM-IDX) >
                 WS-ITEM-MAX (WS-TYPE-IDX, WS-ITEM-IDX)
              MOVE '92' TO CA-RETURN-CODE
           END-IF.
           ADD CA-RSK-ITEM (WS-ITEM-IDX) TO WS-TOTAL.
           ADD 1 TO WS-ITEM-IDX.
           EXIT.

       CHECK-RISK-DTIME-CHAR.
           EVALUATE WS-CHAR-IDX
             WHEN 5
             WHEN 8
             WHEN 11
               IF CA-RSK-DATETIME (WS-CHAR-IDX:1) NOT = '-'
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
             WHEN 14
             WHEN 17
             WHEN 20
               IF CA-RSK-DATETIME (WS-CHAR-IDX:1) NOT = '.'
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
             WHEN OTHER
               IF CA-RSK-DATETIME (WS-CHAR-IDX:1) IS NOT NUMERIC
                  MOVE '92' TO CA-RETURN-CODE
               END-IF
           END-EVALUATE.
           ADD 1 TO WS-CHAR-IDX.
           EXIT.

      *----------------------------------------------------------------*
      * The band table's row for the type gives the cut-offs and which *
      * way the score runs.                                            *
      *----------------------------------------------------------------*
       SET-RISK-BAND.
           MOVE 'L' TO CA-RSK-BAND.
           IF WS-BAND-DIRECTION (WS-TYPE-IDX) = 'U'
              EVALUATE TRUE
                WHEN WS-TOTAL >= WS-BAND-HIGH-AT (WS-TYPE-IDX)
                  MOVE 'H' TO CA-RSK-BAND
                WHEN WS-TOTAL >= WS-BAND-MEDIUM-AT (WS-TYPE-IDX)
                  MOVE 'M' TO CA-RSK-BAND
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                WHEN WS-TOTAL <= WS-BAND-HIGH-AT (WS-TYPE-IDX)
                  MOVE 'H' TO CA-RSK-BAND
                WHEN WS-TOTAL <= WS-BAND-MEDIUM-AT (WS-TYPE-IDX)
                  MOVE 'M' TO CA-RSK-BAND
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Reassessment falls due the band's interval after the           *
      * assessment time.                                               *
      *----------------------------------------------------------------*
       SET-REASSESS-DUE.
           MOVE 0 TO DB2-INTERVAL-HOURS.
           MOVE 1 TO WS-TABLE-IDX.
           PERFORM MATCH-INTERVAL
               UNTIL WS-TABLE-IDX > 6.

           MOVE CA-RSK-DATETIME TO DB2-ASSESS-DTIME.
           MOVE ' SET REASSESS DUE' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-DUE-DTIME =
                   CHAR(TIMESTAMP(:DB2-ASSESS-DTIME)
                        + :DB2-INTERVAL-HOURS HOURS)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              MOVE SQLCODE TO EM-SQLCODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE DB2-DUE-DTIME TO CA-RSK-DUE.
           EXIT.

       MATCH-INTERVAL.
           IF WS-INTERVAL-TYPE (WS-TABLE-IDX) = CA-RSK-TYPE
              AND WS-INTERVAL-BAND (WS-TABLE-IDX) = CA-RSK-BAND
              MOVE WS-INTERVAL-HOURS (WS-TABLE-IDX)
                TO DB2-INTERVAL-HOURS
           END-IF.
           ADD 1 TO WS-TABLE-IDX.
           EXIT.

      *================================================================*
       GET-RISK-ASSESSMENTS.
      *================================================================*
      * The stay's assessments latest first, up to the capacity of the *
      * CA-RISKS array, after the latest band of each type. A stay     *
      * with none yet returns '00' with no rows - that is the gap the  *
      * screen shows.                                                  *
      *================================================================*
           MOVE SPACES TO CA-RSK-FALLS-BAND.
           MOVE SPACES TO CA-RSK-FALLS-DUE.
           MOVE 0      TO CA-RSK-FALLS-TOTAL.
           MOVE SPACES TO CA-RSK-PRESSURE-BAND.
           MOVE SPACES TO CA-RSK-PRESSURE-DUE.
           MOVE 0      TO CA-RSK-PRESSURE-TOTAL.
           PERFORM GET-LATEST-BANDS.

           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN RSKCUR' TO EM-SQLREQ.
           EXEC SQL OPEN RSKCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-RISK-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE RSKCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE RSKCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-RISKS.
           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

       FETCH-RISK-ROW.
           MOVE ' FETCH RSKCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH RSKCUR
               INTO :DB2-LST-TYPE,
                    :DB2-LST-TOTAL,
                    :DB2-LST-BAND,
                    :DB2-LST-DTIME,
                    :DB2-LST-DUE,
                    :DB2-LST-USER
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-LST-TYPE  TO CA-RSK-LST-TYPE(WS-COUNTER)
               MOVE DB2-LST-TOTAL TO CA-RSK-LST-TOTAL(WS-COUNTER)
               MOVE DB2-LST-BAND  TO CA-RSK-LST-BAND(WS-COUNTER)
               MOVE DB2-LST-DTIME TO CA-RSK-LST-DATETIME(WS-COUNTER)
               MOVE DB2-LST-DUE   TO CA-RSK-LST-DUE(WS-COUNTER)
               MOVE DB2-LST-USER  TO CA-RSK-LST-USER(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE RSKCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      * The latest of each type this stay, whether or not it made the
      * first ten rows of the list
       GET-LATEST-BANDS.
           MOVE 'F' TO DB2-ASSESS-TYPE.
           PERFORM SELECT-LATEST-OF-TYPE.
           IF SQLCODE = 0
              MOVE DB2-LST-BAND  TO CA-RSK-FALLS-BAND
              MOVE DB2-LST-TOTAL TO CA-RSK-FALLS-TOTAL
              MOVE DB2-LST-DUE   TO CA-RSK-FALLS-DUE
           END-IF.
           MOVE 'P' TO DB2-ASSESS-TYPE.
           PERFORM SELECT-LATEST-OF-TYPE.
           IF SQLCODE = 0
              MOVE DB2-LST-BAND  TO CA-RSK-PRESSURE-BAND
              MOVE DB2-LST-TOTAL TO CA-RSK-PRESSURE-TOTAL
              MOVE DB2-LST-DUE   TO CA-RSK-PRESSURE-DUE
           END-IF.
           EXIT.

       SELECT-LATEST-OF-TYPE.
           MOVE ' SELECT LATEST RISKASSESS' TO EM-SQLREQ.
           EXEC SQL
               SELECT TOTALSCORE, RISKBAND, REASSESSDUE
                 INTO :DB2-LST-TOTAL, :DB2-LST-BAND, :DB2-LST-DUE
                 FROM RISKASSESS
                WHERE PATIENTID     = :DB2-PATIENT-ID
                  AND ADMITDATETIME = :DB2-ADMIT-DTIME
                  AND ASSESSTYPE    = :DB2-ASSESS-TYPE
             ORDER BY ASSESSDATETIME DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               CONTINUE
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
