      ******************************************************************
      *                                                                *
      *                    Break-the-glass access                      *
      *                                                                *
      * A restricted record (PATIENT RESTRICTED = 'Y' - a staff member *
      * or public figure) is kept to the care team by HCSCDB01. In an  *
      * emergency anyone else with the role for the request can still  *
      * get in by keying why: 01ABTG records the signed-on user, the   *
      * patient and the reason on BTGACCESS, in force for the next     *
      * WS-BTG-HOURS hours, and writes the override to CSAU with the   *
      * reason. HCSCDB01 lets that user through for that patient until *
      * the access expires, auditing each request with the reason;     *
      * HCBTBJ01 reports every one to the privacy officer next day.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCBGDB01.
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
                                        VALUE 'HCBGDB01------WS'.
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
      * How long one break-the-glass access stays in force
       01  WS-BTG-HOURS                PIC S9(4) COMP VALUE +4.

      *----------------------------------------------------------------*
      * PHI-access audit record - the override itself, with the reason
       COPY HCAUDTWS.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-USERID               PIC X(8).
           03 DB2-REASON               PIC X(60).
           03 DB2-NOW                  PIC X(26).
           03 DB2-EXPIRES              PIC X(26).
           03 DB2-BTG-HOURS            PIC S9(4) COMP.
       01  DB2-OUT.
           03 DB2-PATIENT-COUNT        PIC S9(9) COMP.

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

           EVALUATE CA-REQUEST-ID
             WHEN '01ABTG'
               PERFORM CHECK-BTG-REQUEST
               IF CA-RETURN-CODE = '00'
                  PERFORM INSERT-BTG-ACCESS
               END-IF
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
      * A reason is required ('92') and the patient must be on file    *
      * ('01').                                                        *
      *----------------------------------------------------------------*
       CHECK-BTG-REQUEST.
           IF CA-BTG-REASON = SPACES OR LOW-VALUES
              MOVE '92' TO CA-RETURN-CODE
           ELSE
              MOVE 0 TO DB2-PATIENT-COUNT
              MOVE ' CHECK PATIENT' TO EM-SQLREQ
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :DB2-PATIENT-COUNT
                    FROM PATIENT
                   WHERE PATIENTID = :DB2-PATIENT-ID
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                  IF DB2-PATIENT-COUNT = 0
                     MOVE '01' TO CA-RETURN-CODE
                  END-IF
                WHEN OTHER
                  MOVE '90' TO CA-RETURN-CODE
                  MOVE SQLCODE TO EM-SQLCODE
                  PERFORM WRITE-ERROR-MESSAGE
                  EXEC CICS RETURN END-EXEC
              END-EVALUATE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Record the access for the signed-on user - never a keyed id -  *
      * and when it expires, then audit the override with its reason.  *
      *----------------------------------------------------------------*
       INSERT-BTG-ACCESS.
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.
           MOVE WS-SIGNON-USERID TO DB2-USERID.
           MOVE CA-BTG-REASON    TO DB2-REASON.
           MOVE WS-BTG-HOURS     TO DB2-BTG-HOURS.
           PERFORM GET-CURRENT-DATETIME.

           MOVE ' SET BTG EXPIRY' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-EXPIRES =
                   CHAR(TIMESTAMP(:DB2-NOW) + :DB2-BTG-HOURS HOURS)
           END-EXEC.

           MOVE ' INSERT BTGACCESS' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO BTGACCESS
                         ( BTGID,
                           USERID,
                           PATIENTID,
                           REASON,
                           GRANTEDDATETIME,
                           EXPIRESDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-USERID,
                           :DB2-PATIENT-ID,
                           :DB2-REASON,
                           :DB2-NOW,
                           :DB2-EXPIRES )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-USERID  TO CA-BTG-USER
               MOVE DB2-NOW     TO CA-BTG-DTIME
               MOVE DB2-EXPIRES TO CA-BTG-EXPIRES
               MOVE CA-PATIENT-ID  TO AU-PATNUM
               MOVE CA-REQUEST-ID  TO AU-REQUEST-ID
               MOVE CA-RETURN-CODE TO AU-RETURN-CODE
               MOVE CA-BTG-REASON  TO AU-BTG-REASON
               PERFORM WRITE-AUDIT-RECORD
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Current date and time in the DB2 TIMESTAMP string layout
      * (yyyy-mm-dd-hh.mm.ss.000000)
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
       COPY HCAUDTPD.
       COPY HCERRSPD.
       COPY HCCALNPD.
