      ******************************************************************
      *                                                                *
      *                    Hospital formulary                          *
      *                                                                *
      * Maintains the FORMULARY master behind the HCY1PL01 screen -    *
      * one row per drug at one strength by one route, with the        *
      * minimum and maximum single and daily doses for that route in   *
      * the units of the prescription AMOUNT (a zero maximum is no     *
      * upper limit). 01IFRM inquires on a row and lists every row     *
      * held for the drug, 01AFRM adds a row and 01UFRM changes its    *
      * dose range or active flag. HCMADB01 checks every medication    *
      * add and refill against the active rows.                        *
      *                                                                *
      * A drug with no active row at all is non-formulary: HCMADB01    *
      * stores it pending (MEDICATION APPROVALSTATUS 'P') and          *
      * HCPHBJ01 does not send it. 01IPND lists the pending orders,    *
      * oldest first, for the HCI1PL01 pharmacy queue; 01UPND records  *
      * the decision with the signed-on user and the time -            *
      *   'A' approve - the order goes on the next HCPHBJ01 cycle      *
      *   'R' reject  - the order is stopped (DISCONTINUED, ended      *
      *       today) and is never sent                                 *
      * An order no longer pending, or not on file, is '01'.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFMDB01.
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
                                        VALUE 'HCFMDB01------WS'.
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
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-STRENGTH             PIC X(20).
           03 DB2-ROUTE                PIC X(20).
           03 DB2-MIN-SINGLE           PIC S9(9) COMP.
           03 DB2-MAX-SINGLE           PIC S9(9) COMP.
           03 DB2-MIN-DAILY            PIC S9(9) COMP.
           03 DB2-MAX-DAILY            PIC S9(9) COMP.
           03 DB2-ACTIVE               PIC X(1).
           03 DB2-MEDICATION-ID        PIC S9(9) COMP.
           03 DB2-DECISION             PIC X(1).
           03 DB2-USERID               PIC X(8).
           03 DB2-NOW                  PIC X(26).
       01  DB2-OUT.
           03 DB2-FRM-STRENGTH         PIC X(20).
           03 DB2-FRM-ROUTE            PIC X(20).
           03 DB2-FRM-MIN-SINGLE       PIC S9(9) COMP.
           03 DB2-FRM-MAX-SINGLE       PIC S9(9) COMP.
           03 DB2-FRM-MIN-DAILY        PIC S9(9) COMP.
           03 DB2-FRM-MAX-DAILY        PIC S9(9) COMP.
           03 DB2-FRM-ACTIVE           PIC X(1).
           03 DB2-PND-ID               PIC S9(9) COMP.
           03 DB2-PND-PATIENT          PIC S9(9) COMP.
           03 DB2-PND-DRUG-NAME        PIC X(50).
           03 DB2-PND-STRENGTH         PIC X(20).
           03 DB2-PND-ROUTE            PIC X(20).
           03 DB2-PND-PRESCRIBER       PIC X(20).
           03 DB2-PND-START-DATE       PIC X(10).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * Every strength/route row held for one drug
           EXEC SQL
               DECLARE FRMCUR CURSOR FOR
                   SELECT STRENGTH, ROUTE, MINSINGLE, MAXSINGLE,
                          MINDAILY, MAXDAILY, ACTIVE
                     FROM FORMULARY
                    WHERE DRUGNAME = :DB2-DRUG-NAME
                 ORDER BY ROUTE, STRENGTH
           END-EXEC.
      * The non-formulary orders waiting on pharmacy, oldest first
           EXEC SQL
               DECLARE PNDCUR CURSOR FOR
                   SELECT MEDICATIONID, PATIENTID, DRUGNAME,
                          STRENGTH, ROUTE, IDENTIFIER, STARTDATE
                     FROM MEDICATION
                    WHERE APPROVALSTATUS = 'P'
                      AND (DISCONTINUED IS NULL
                           OR DISCONTINUED <> 'Y')
                 ORDER BY MEDICATIONID
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
             WHEN '01IFRM'
               PERFORM INQUIRE-FORMULARY
             WHEN '01AFRM'
               PERFORM INSERT-FORMULARY
             WHEN '01UFRM'
               PERFORM UPDATE-FORMULARY
             WHEN '01IPND'
               PERFORM GET-PENDING-QUEUE
             WHEN '01UPND'
               PERFORM DECIDE-PENDING-ORDER
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
      * Now in the DB2 TIMESTAMP string layout - when the decision was *
      * taken                                                          *
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
       INQUIRE-FORMULARY.
      *================================================================*
      * The row for the strength and route keyed, when both are, and   *
      * the list of every row held for the drug - '01' when the drug   *
      * has no rows at all, or the keyed row is not one of them.       *
      *================================================================*
           MOVE CA-FRM-DRUG-NAME TO DB2-DRUG-NAME.
           MOVE CA-FRM-STRENGTH  TO DB2-STRENGTH.
           MOVE CA-FRM-ROUTE     TO DB2-ROUTE.

           PERFORM GET-FORMULARY-ROWS.
           IF CA-RETURN-CODE NOT = '00'
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF DB2-STRENGTH EQUAL SPACES OR LOW-VALUES
              OR DB2-ROUTE EQUAL SPACES OR LOW-VALUES
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' SELECT FORMULARY' TO EM-SQLREQ.
           EXEC SQL
               SELECT MINSINGLE, MAXSINGLE, MINDAILY, MAXDAILY,
                      ACTIVE
                 INTO :DB2-FRM-MIN-SINGLE, :DB2-FRM-MAX-SINGLE,
                      :DB2-FRM-MIN-DAILY, :DB2-FRM-MAX-DAILY,
                      :DB2-FRM-ACTIVE
                 FROM FORMULARY
                WHERE DRUGNAME = :DB2-DRUG-NAME
                  AND STRENGTH = :DB2-STRENGTH
                  AND ROUTE    = :DB2-ROUTE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-FRM-MIN-SINGLE TO CA-FRM-MIN-SINGLE
               MOVE DB2-FRM-MAX-SINGLE TO CA-FRM-MAX-SINGLE
               MOVE DB2-FRM-MIN-DAILY  TO CA-FRM-MIN-DAILY
               MOVE DB2-FRM-MAX-DAILY  TO CA-FRM-MAX-DAILY
               MOVE DB2-FRM-ACTIVE     TO CA-FRM-ACTIVE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       INSERT-FORMULARY.
      *================================================================*
      * Drug, strength and route are all required, and a maximum       *
      * below its minimum is a keying error ('92'); a new row comes    *
      * on file active. The same drug/strength/route twice is '91'.    *
      *================================================================*
           PERFORM VALIDATE-FORMULARY-ROW.

           IF CA-FRM-ACTIVE NOT = 'Y'
              AND CA-FRM-ACTIVE NOT = 'N'
              MOVE 'Y' TO CA-FRM-ACTIVE
           END-IF.
           MOVE CA-FRM-ACTIVE TO DB2-ACTIVE.

           MOVE ' INSERT FORMULARY' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO FORMULARY
                         ( DRUGNAME,
                           STRENGTH,
                           ROUTE,
                           MINSINGLE,
                           MAXSINGLE,
                           MINDAILY,
                           MAXDAILY,
                           ACTIVE )
                  VALUES ( :DB2-DRUG-NAME,
                           :DB2-STRENGTH,
                           :DB2-ROUTE,
                           :DB2-MIN-SINGLE,
                           :DB2-MAX-SINGLE,
                           :DB2-MIN-DAILY,
                           :DB2-MAX-DAILY,
                           :DB2-ACTIVE )
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
       UPDATE-FORMULARY.
      *================================================================*
      * The dose range and active flag of an existing row - the drug,  *
      * strength and route identify it and are not changed. Setting    *
      * the flag 'N' withdraws the row from the add-medication check.  *
      *================================================================*
           PERFORM VALIDATE-FORMULARY-ROW.

           IF CA-FRM-ACTIVE NOT = 'Y'
              AND CA-FRM-ACTIVE NOT = 'N'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE CA-FRM-ACTIVE TO DB2-ACTIVE.

           MOVE ' UPDATE FORMULARY' TO EM-SQLREQ.
           EXEC SQL
               UPDATE FORMULARY
                  SET MINSINGLE = :DB2-MIN-SINGLE,
                      MAXSINGLE = :DB2-MAX-SINGLE,
                      MINDAILY  = :DB2-MIN-DAILY,
                      MAXDAILY  = :DB2-MAX-DAILY,
                      ACTIVE    = :DB2-ACTIVE
                WHERE DRUGNAME = :DB2-DRUG-NAME
                  AND STRENGTH = :DB2-STRENGTH
                  AND ROUTE    = :DB2-ROUTE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
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
      * Shared by add and update - the key fields must be keyed and a  *
      * non-zero maximum may not be below its minimum.                 *
      *----------------------------------------------------------------*
       VALIDATE-FORMULARY-ROW.
           IF CA-FRM-DRUG-NAME EQUAL SPACES OR LOW-VALUES
              OR CA-FRM-STRENGTH EQUAL SPACES OR LOW-VALUES
              OR CA-FRM-ROUTE EQUAL SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           IF (CA-FRM-MAX-SINGLE > 0
               AND CA-FRM-MAX-SINGLE < CA-FRM-MIN-SINGLE)
              OR (CA-FRM-MAX-DAILY > 0
                  AND CA-FRM-MAX-DAILY < CA-FRM-MIN-DAILY)
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-FRM-DRUG-NAME  TO DB2-DRUG-NAME.
           MOVE CA-FRM-STRENGTH   TO DB2-STRENGTH.
           MOVE CA-FRM-ROUTE      TO DB2-ROUTE.
           MOVE CA-FRM-MIN-SINGLE TO DB2-MIN-SINGLE.
           MOVE CA-FRM-MAX-SINGLE TO DB2-MAX-SINGLE.
           MOVE CA-FRM-MIN-DAILY  TO DB2-MIN-DAILY.
           MOVE CA-FRM-MAX-DAILY  TO DB2-MAX-DAILY.
           EXIT.

      *----------------------------------------------------------------*
      * Every row held for the drug - up to the capacity of the        *
      * CA-FORMULARY-ROWS array.                                       *
      *----------------------------------------------------------------*
       GET-FORMULARY-ROWS.
           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN FRMCUR' TO EM-SQLREQ.
           EXEC SQL OPEN FRMCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-FORMULARY-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE FRMCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE FRMCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-FORMULARY.

           IF WS-COUNTER > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-FORMULARY-ROW.
           MOVE ' FETCH FRMCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH FRMCUR
               INTO :DB2-FRM-STRENGTH,
                    :DB2-FRM-ROUTE,
                    :DB2-FRM-MIN-SINGLE,
                    :DB2-FRM-MAX-SINGLE,
                    :DB2-FRM-MIN-DAILY,
                    :DB2-FRM-MAX-DAILY,
                    :DB2-FRM-ACTIVE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-FRM-STRENGTH   TO
                    CA-FRM-LST-STRENGTH(WS-COUNTER)
               MOVE DB2-FRM-ROUTE      TO
                    CA-FRM-LST-ROUTE(WS-COUNTER)
               MOVE DB2-FRM-MIN-SINGLE TO
                    CA-FRM-LST-MIN-SINGLE(WS-COUNTER)
               MOVE DB2-FRM-MAX-SINGLE TO
                    CA-FRM-LST-MAX-SINGLE(WS-COUNTER)
               MOVE DB2-FRM-MIN-DAILY  TO
                    CA-FRM-LST-MIN-DAILY(WS-COUNTER)
               MOVE DB2-FRM-MAX-DAILY  TO
                    CA-FRM-LST-MAX-DAILY(WS-COUNTER)
               MOVE DB2-FRM-ACTIVE     TO
                    CA-FRM-LST-ACTIVE(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE FRMCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       DECIDE-PENDING-ORDER.
      *================================================================*
      * The decision must be 'A' or 'R' ('92'), and the order must be  *
      * pending still ('01'). A rejected order is stopped as well, so  *
      * it drops off the ward's active lists.                          *
      *================================================================*
           IF CA-PND-DECISION NOT = 'A'
              AND CA-PND-DECISION NOT = 'R'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE CA-PND-MEDICATION-ID TO DB2-MEDICATION-ID.
           MOVE CA-PND-DECISION      TO DB2-DECISION.
           PERFORM GET-CURRENT-DATETIME.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.
           MOVE WS-SIGNON-USERID TO DB2-USERID.

           MOVE ' UPDATE MEDICATION APPROVAL' TO EM-SQLREQ.
           IF DB2-DECISION = 'A'
              EXEC SQL
                  UPDATE MEDICATION
                     SET APPROVALSTATUS   = 'A',
                         APPROVALUSER     = :DB2-USERID,
                         APPROVALDATETIME = :DB2-NOW
                   WHERE MEDICATIONID   = :DB2-MEDICATION-ID
                     AND APPROVALSTATUS = 'P'
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE MEDICATION
                     SET APPROVALSTATUS   = 'R',
                         APPROVALUSER     = :DB2-USERID,
                         APPROVALDATETIME = :DB2-NOW,
                         DISCONTINUED     = 'Y',
                         ENDDATE          = SUBSTR(:DB2-NOW, 1, 10)
                   WHERE MEDICATIONID   = :DB2-MEDICATION-ID
                     AND APPROVALSTATUS = 'P'
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
             WHEN 0
               MOVE '00' TO CA-RETURN-CODE
               MOVE DB2-USERID TO CA-PND-USER
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
       GET-PENDING-QUEUE.
           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN PNDCUR' TO EM-SQLREQ.
           EXEC SQL OPEN PNDCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-PENDING-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE PNDCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE PNDCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-PENDING.

           IF WS-COUNTER > 0
              MOVE '00' TO CA-RETURN-CODE
           ELSE
              MOVE '01' TO CA-RETURN-CODE
           END-IF.
           EXIT.

       FETCH-PENDING-ROW.
           MOVE ' FETCH PNDCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH PNDCUR
               INTO :DB2-PND-ID,
                    :DB2-PND-PATIENT,
                    :DB2-PND-DRUG-NAME,
                    :DB2-PND-STRENGTH,
                    :DB2-PND-ROUTE,
                    :DB2-PND-PRESCRIBER,
                    :DB2-PND-START-DATE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-PND-ID         TO
                    CA-PND-LST-ID(WS-COUNTER)
               MOVE DB2-PND-PATIENT    TO
                    CA-PND-LST-PATIENT(WS-COUNTER)
               MOVE DB2-PND-DRUG-NAME  TO
                    CA-PND-LST-DRUG-NAME(WS-COUNTER)
               MOVE DB2-PND-STRENGTH   TO
                    CA-PND-LST-STRENGTH(WS-COUNTER)
               MOVE DB2-PND-ROUTE      TO
                    CA-PND-LST-ROUTE(WS-COUNTER)
               MOVE DB2-PND-PRESCRIBER TO
                    CA-PND-LST-PRESCRIBER(WS-COUNTER)
               MOVE DB2-PND-START-DATE TO
                    CA-PND-LST-START-DATE(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE PNDCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
