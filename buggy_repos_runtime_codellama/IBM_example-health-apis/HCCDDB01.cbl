      ******************************************************************
      *                                                                *
      *                    Controlled-Drug Ward Ledger                 *
      *                                                                *
      * The per-ward controlled-drug register that replaces the paper  *
      * book. CDLEDGER holds one row per movement through the ward's   *
      * cabinet: 'R' receipts posted by HCSKBJ01, 'A' administrations  *
      * and 'W' wastage posted by HCMADB03 with the giver and the      *
      * witness, and 'C' cabinet counts posted here. The running       *
      * balance of a drug is receipts less administrations and         *
      * wastage.                                                       *
      *                                                                *
      * 01ICDL lists the ward's controlled drugs with their running    *
      * balance and when each was last counted. 01ACDC records a       *
      * twice-daily cabinet count against the balance; a count that   *
      * disagrees is flagged in CA-CDL-DISCREPANCY and raises an       *
      * ALERT carrying the ward code, so it reaches whoever the ONCALL *
      * roster has on that ward through the HCAKDB01 alert list.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCDDB01.
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
                                        VALUE 'HCCDDB01------WS'.
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

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-WARD-CODE            PIC X(4).
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-COUNT-QTY            PIC S9(5)V99 COMP-3.
           03 DB2-USERID               PIC X(10).
           03 DB2-NOW                  PIC X(26).
       01  DB2-OUT.
           03 DB2-BALANCE              PIC S9(5)V99 COMP-3.
           03 DB2-LST-DRUG-NAME        PIC X(50).
           03 DB2-LST-BALANCE          PIC S9(5)V99 COMP-3.
           03 DB2-LST-COUNT-DTIME      PIC X(26).
       01  DB2-ALERT.
           03 DB2-ALERT-TYPE           PIC X(12) VALUE 'CD COUNT'.
           03 DB2-ALERT-READING        PIC S9(4) COMP.
           03 DB2-ALERT-THRESHOLD      PIC S9(4) COMP.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * Every controlled drug with movements through the ward's
      * cabinet, its running balance and its latest count
           EXEC SQL
               DECLARE CDLCUR CURSOR FOR
                   SELECT DRUGNAME,
                          SUM(CASE ENTRYTYPE
                                WHEN 'R' THEN QUANTITY
                                WHEN 'A' THEN 0 - QUANTITY
                                WHEN 'W' THEN 0 - QUANTITY
                                ELSE 0 END),
                          COALESCE(MAX(CASE ENTRYTYPE
                                WHEN 'C' THEN ENTRYDATETIME
                                ELSE NULL END), ' ')
                     FROM CDLEDGER
                    WHERE WARDCODE = :DB2-WARD-CODE
                 GROUP BY DRUGNAME
                 ORDER BY DRUGNAME
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
           MOVE CA-PATIENT-ID TO EM-PATNUM.

      * every request is for one ward's cabinet
           IF CA-CDL-WARD-CODE EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE CA-CDL-WARD-CODE TO DB2-WARD-CODE.

           EVALUATE CA-REQUEST-ID
             WHEN '01ICDL'
               PERFORM GET-WARD-BALANCES
             WHEN '01ACDC'
               PERFORM RECORD-CABINET-COUNT
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
      * ledger datetimes carry (yyyy-mm-dd-hh.mm.ss.000000)
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
       GET-WARD-BALANCES.
      *================================================================*
      * The ward's controlled drugs - up to the capacity of the        *
      * CA-CD-BALANCES array - '01' when nothing controlled has ever   *
      * passed through the ward's cabinet.                             *
      *================================================================*
           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN CDLCUR' TO EM-SQLREQ.
           EXEC SQL OPEN CDLCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-WARD-BALANCE-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 15.

           MOVE ' CLOSE CDLCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE CDLCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-CD-BALANCES.

           IF WS-COUNTER > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-WARD-BALANCE-ROW.
           MOVE ' FETCH CDLCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH CDLCUR
               INTO :DB2-LST-DRUG-NAME,
                    :DB2-LST-BALANCE,
                    :DB2-LST-COUNT-DTIME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-LST-DRUG-NAME   TO
                    CA-CDL-LST-DRUG-NAME(WS-COUNTER)
               MOVE DB2-LST-BALANCE     TO
                    CA-CDL-LST-BALANCE(WS-COUNTER)
               MOVE DB2-LST-COUNT-DTIME TO
                    CA-CDL-LST-COUNT-DTIME(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE CDLCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       RECORD-CABINET-COUNT.
      *================================================================*
      * Drug and a numeric counted quantity are required ('92'). The   *
      * count is stored as a 'C' row with the balance it was checked  *
      * against and the signed-on user who counted; a count that does  *
      * not match the balance raises the ward alert.                   *
      *================================================================*
           IF CA-CDL-DRUG-NAME EQUAL SPACES OR LOW-VALUES
              OR CA-CDL-COUNT-QTY IS NOT NUMERIC
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GET-CURRENT-DATETIME.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.

           MOVE CA-CDL-DRUG-NAME TO DB2-DRUG-NAME.
           MOVE CA-CDL-COUNT-QTY TO DB2-COUNT-QTY.
           MOVE WS-SIGNON-USERID TO DB2-USERID.

           PERFORM GET-RUNNING-BALANCE.

           MOVE ' INSERT CDLEDGER COUNT' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO CDLEDGER
                         ( LEDGERID, WARDCODE, DRUGNAME, ENTRYTYPE,
                           QUANTITY, BALANCE, PATIENTID, ENTEREDBY,
                           WITNESSID, ENTRYDATETIME )
                  VALUES ( DEFAULT, :DB2-WARD-CODE, :DB2-DRUG-NAME,
                           'C', :DB2-COUNT-QTY, :DB2-BALANCE, 0,
                           :DB2-USERID, ' ', :DB2-NOW )
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

           MOVE DB2-BALANCE TO CA-CDL-BALANCE.
           IF DB2-COUNT-QTY = DB2-BALANCE
              MOVE 'N' TO CA-CDL-DISCREPANCY
           ELSE
              MOVE 'Y' TO CA-CDL-DISCREPANCY
              PERFORM RAISE-DISCREPANCY-ALERT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Receipts less administrations and wastage for the drug on the  *
      * ward - a drug never received there has a balance of zero.      *
      *----------------------------------------------------------------*
       GET-RUNNING-BALANCE.
           MOVE ' SELECT CDLEDGER BALANCE' TO EM-SQLREQ.
           MOVE 0 TO DB2-BALANCE.
           EXEC SQL
               SELECT COALESCE(SUM(CASE ENTRYTYPE
                                     WHEN 'R' THEN QUANTITY
                                     WHEN 'A' THEN 0 - QUANTITY
                                     WHEN 'W' THEN 0 - QUANTITY
                                     ELSE 0 END), 0)
                 INTO :DB2-BALANCE
                 FROM CDLEDGER
                WHERE WARDCODE = :DB2-WARD-CODE
                  AND DRUGNAME = :DB2-DRUG-NAME
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
      * A count discrepancy is an ALERT against the ward rather than a *
      * patient - READING is the quantity found, THRESHOLD the ledger  *
      * balance (whole units) - so HCAKDB01 puts it in front of the    *
      * ward's on-call staff and HCESBJ01 escalates it if left.        *
      *----------------------------------------------------------------*
       RAISE-DISCREPANCY-ALERT.
           MOVE DB2-COUNT-QTY TO DB2-ALERT-READING.
           MOVE DB2-BALANCE   TO DB2-ALERT-THRESHOLD.

           MOVE ' INSERT ALERT' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO ALERT
                         ( ALERTID, PATIENTID, ALERTTYPE,
                           READING, THRESHOLD, RAISEDDATETIME,
                           ACKFLAG, ESCALATED, WARDCODE )
                  VALUES ( DEFAULT, 0,
                           :DB2-ALERT-TYPE, :DB2-ALERT-READING,
                           :DB2-ALERT-THRESHOLD, CURRENT TIMESTAMP,
                           'N', 'N', :DB2-WARD-CODE )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
