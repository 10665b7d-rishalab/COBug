      ******************************************************************
      *                                                                *
      *                    Billing remittance worklist                 *
      *                                                                *
      * HCRABJ01 posts each payer remittance line to its CHARGE row    *
      * and leaves the ones needing a person open on REMITLINE         *
      * (WORKSTATUS 'O') - a denial, or a line no extracted charge     *
      * answered to. 01IRMW lists the open lines, oldest payment       *
      * first, for one payer or all. 01URMW works one off the list:    *
      *   'R' resubmit - the charge is unmarked (EXTRACTED 'N',        *
      *       PAYSTATUS 'R') so the next HCCLBJ01 run claims it again  *
      *       flagged RESUB; only a matched line has a charge to send  *
      *   'W' write off - the line, and its charge if it has one       *
      *       (PAYSTATUS 'W'), stop being owed                         *
      * Either way the line is closed with the signed-on user and the  *
      * time it was worked. A line not open, or not on file, is '01'.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRWDB01.
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
                                        VALUE 'HCRWDB01------WS'.
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
           03 DB2-PAYER-CODE           PIC X(10).
           03 DB2-REMIT-ID             PIC S9(9) COMP.
           03 DB2-USERID               PIC X(8).
           03 DB2-NOW                  PIC X(26).
           03 DB2-NEW-WORK-STATUS      PIC X(1).
       01  DB2-OUT.
           03 DB2-CHARGE-ID            PIC S9(9) COMP.
           03 DB2-MATCHED              PIC X(1).
           03 DB2-RMW-ID               PIC S9(9) COMP.
           03 DB2-RMW-PAYER            PIC X(10).
           03 DB2-RMW-PATIENT          PIC S9(9) COMP.
           03 DB2-RMW-TYPE             PIC X(3).
           03 DB2-RMW-SERVICE-DATE     PIC X(10).
           03 DB2-RMW-BILLED           PIC S9(7)V99 COMP-3.
           03 DB2-RMW-DENIAL           PIC X(6).
           03 DB2-RMW-MATCHED          PIC X(1).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * The open worklist lines - the payer keyed, or every payer when
      * it is blank - oldest payment first
           EXEC SQL
               DECLARE RMWCUR CURSOR FOR
                   SELECT REMITID, PAYERCODE, PATIENTID,
                          CHARGETYPE, SERVICEDATE, BILLEDAMOUNT,
                          DENIALCODE, MATCHED
                     FROM REMITLINE
                    WHERE WORKSTATUS = 'O'
                      AND (PAYERCODE = :DB2-PAYER-CODE
                           OR :DB2-PAYER-CODE = ' ')
                 ORDER BY PAYMENTDATE, REMITID
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

           EVALUATE CA-REQUEST-ID
             WHEN '01IRMW'
               PERFORM GET-WORKLIST
             WHEN '01URMW'
               PERFORM WORK-REMIT-LINE
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
      * Now in the DB2 TIMESTAMP string layout - when the line was     *
      * worked                                                         *
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
       WORK-REMIT-LINE.
      *================================================================*
      * The action must be 'R' or 'W' ('92'), and the line must be on  *
      * the worklist still ('01'). A line with no charge behind it has *
      * nothing to resubmit ('92') - it can only be written off.       *
      *================================================================*
           IF CA-RMW-ACTION NOT = 'R'
              AND CA-RMW-ACTION NOT = 'W'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-RMW-ID TO DB2-REMIT-ID.
           MOVE ' SELECT REMITLINE' TO EM-SQLREQ.
           EXEC SQL
               SELECT CHARGEID, MATCHED, PATIENTID
                 INTO :DB2-CHARGE-ID, :DB2-MATCHED,
                      :DB2-RMW-PATIENT
                 FROM REMITLINE
                WHERE REMITID    = :DB2-REMIT-ID
                  AND WORKSTATUS = 'O'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-RMW-PATIENT TO CA-PATIENT-ID
               MOVE DB2-RMW-PATIENT TO EM-PATNUM
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF CA-RMW-ACTION = 'R' AND DB2-MATCHED NOT = 'Y'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GET-CURRENT-DATETIME.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.
           MOVE WS-SIGNON-USERID TO DB2-USERID.
           MOVE CA-RMW-ACTION    TO DB2-NEW-WORK-STATUS.

           MOVE ' UPDATE REMITLINE' TO EM-SQLREQ.
           EXEC SQL
               UPDATE REMITLINE
                  SET WORKSTATUS   = :DB2-NEW-WORK-STATUS,
                      WORKUSER     = :DB2-USERID,
                      WORKDATETIME = :DB2-NOW
                WHERE REMITID    = :DB2-REMIT-ID
                  AND WORKSTATUS = 'O'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           IF DB2-MATCHED = 'Y'
              IF CA-RMW-ACTION = 'R'
                 PERFORM RESUBMIT-CHARGE
              ELSE
                 PERFORM WRITE-OFF-CHARGE
              END-IF
           END-IF.

           MOVE DB2-USERID TO CA-RMW-USER.
           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *----------------------------------------------------------------*
      * Unmarked so HCCLBJ01 picks it up again; 'R' is what flags the  *
      * claim line RESUB                                               *
      *----------------------------------------------------------------*
       RESUBMIT-CHARGE.
           MOVE ' UPDATE CHARGE RESUBMIT' TO EM-SQLREQ.
           EXEC SQL
               UPDATE CHARGE
                  SET EXTRACTED = 'N',
                      PAYSTATUS = 'R'
                WHERE CHARGEID = :DB2-CHARGE-ID
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

       WRITE-OFF-CHARGE.
           MOVE ' UPDATE CHARGE WRITE-OFF' TO EM-SQLREQ.
           EXEC SQL
               UPDATE CHARGE
                  SET PAYSTATUS = 'W'
                WHERE CHARGEID = :DB2-CHARGE-ID
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
       GET-WORKLIST.
           MOVE CA-RMW-PAYER TO DB2-PAYER-CODE.
           IF DB2-PAYER-CODE = LOW-VALUES
              MOVE SPACES TO DB2-PAYER-CODE
           END-IF.

           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN RMWCUR' TO EM-SQLREQ.
           EXEC SQL OPEN RMWCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-WORKLIST-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE RMWCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE RMWCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-REMITS.

           IF WS-COUNTER > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-WORKLIST-ROW.
           MOVE ' FETCH RMWCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH RMWCUR
               INTO :DB2-RMW-ID,
                    :DB2-RMW-PAYER,
                    :DB2-RMW-PATIENT,
                    :DB2-RMW-TYPE,
                    :DB2-RMW-SERVICE-DATE,
                    :DB2-RMW-BILLED,
                    :DB2-RMW-DENIAL,
                    :DB2-RMW-MATCHED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-RMW-ID           TO
                    CA-RMW-LST-ID(WS-COUNTER)
               MOVE DB2-RMW-PAYER        TO
                    CA-RMW-LST-PAYER(WS-COUNTER)
               MOVE DB2-RMW-PATIENT      TO
                    CA-RMW-LST-PATIENT(WS-COUNTER)
               MOVE DB2-RMW-TYPE         TO
                    CA-RMW-LST-TYPE(WS-COUNTER)
               MOVE DB2-RMW-SERVICE-DATE TO
                    CA-RMW-LST-SERVICE-DATE(WS-COUNTER)
               MOVE DB2-RMW-BILLED       TO
                    CA-RMW-LST-BILLED(WS-COUNTER)
               MOVE DB2-RMW-DENIAL       TO
                    CA-RMW-LST-DENIAL(WS-COUNTER)
               MOVE DB2-RMW-MATCHED      TO
                    CA-RMW-LST-MATCHED(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE RMWCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
