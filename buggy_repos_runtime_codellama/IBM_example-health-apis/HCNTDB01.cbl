      ******************************************************************
      *                                                                *
      *                     Clinical Progress Notes                    *
      *                                                                *
      * Maintains the CLINNOTE table (one row per note - type, the     *
      * WARDSTAY or APPOINTMENT it belongs to, author, status and      *
      * times) and CLINNOTETEXT (the note's lines, by line number).    *
      * A note starts as a draft that only its author may change or    *
      * sign; once signed it is never edited again and is amended      *
      * only by an addendum - a note of type ADD pointing at the note  *
      * it amends, with the same draft-then-signed life of its own.    *
      *                                                                *
      * 01ANTE adds a draft, 01UNTE replaces a draft's type and text,  *
      * 01SNTE signs a draft, 01DNTE adds an addendum to a signed      *
      * note, 01INTE returns the patient's notes newest first and      *
      * 01RNTE returns one note with its text. Every call is audited   *
      * by the calling screen like any other PHI access; HCDCBJ01      *
      * prints the stay's signed notes on the discharge summary.       *
      *                                                                *
      * Return codes: '01' no such note for the patient, '92' a type,  *
      * link or text that will not do, '93' the note is signed (amend  *
      * it by addendum), '94' the signed-on user is not the draft's    *
      * author, '96' the note to amend is still a draft.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCNTDB01.
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
                                        VALUE 'HCNTDB01------WS'.
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
       01  WS-LINE-IDX                 PIC S9(4) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-NOTE-ID              PIC S9(9) COMP.
           03 DB2-NOTE-TYPE            PIC X(3).
           03 DB2-LINK-TYPE            PIC X(1).
           03 DB2-LINK-KEY             PIC X(26).
           03 DB2-PARENT-ID            PIC S9(9) COMP.
           03 DB2-STATUS               PIC X(1).
           03 DB2-AUTHOR               PIC X(8).
           03 DB2-CREATED-DTIME        PIC X(26).
           03 DB2-SIGNED-DTIME         PIC X(26).
           03 DB2-LINE-NO              PIC S9(4) COMP.
           03 DB2-LINE-TEXT            PIC X(70).
           03 DB2-APPT-DATE            PIC X(10).
           03 DB2-APPT-TIME            PIC X(5).
           03 DB2-LINK-COUNT           PIC S9(9) COMP.
           03 DB2-NOW                  PIC X(26).
       01  DB2-OUT.
           03 DB2-LST-ID               PIC S9(9) COMP.
           03 DB2-LST-TYPE             PIC X(3).
           03 DB2-LST-STATUS           PIC X(1).
           03 DB2-LST-PARENT-ID        PIC S9(9) COMP.
           03 DB2-LST-AUTHOR           PIC X(8).
           03 DB2-LST-CREATED          PIC X(26).
           03 DB2-LST-LINK-TYPE        PIC X(1).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * The patient's notes, newest first
           EXEC SQL
               DECLARE NTECUR CURSOR FOR
                   SELECT NOTEID, NOTETYPE, STATUS, PARENTNOTEID,
                          AUTHOR, CREATEDDATETIME, LINKTYPE
                     FROM CLINNOTE
                    WHERE PATIENTID = :DB2-PATIENT-ID
                 ORDER BY CREATEDDATETIME DESC, NOTEID DESC
           END-EXEC.
      * One note's text in line order
           EXEC SQL
               DECLARE TXTCUR CURSOR FOR
                   SELECT LINETEXT
                     FROM CLINNOTETEXT
                    WHERE NOTEID = :DB2-NOTE-ID
                 ORDER BY LINENO
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
           EXEC CICS ASSIGN USERID(WS-SIGNON-USERID)
           END-EXEC.

           EVALUATE CA-REQUEST-ID
             WHEN '01ANTE'
               PERFORM INSERT-DRAFT-NOTE
             WHEN '01UNTE'
               PERFORM UPDATE-DRAFT-NOTE
             WHEN '01SNTE'
               PERFORM SIGN-NOTE
             WHEN '01DNTE'
               PERFORM INSERT-ADDENDUM
             WHEN '01INTE'
               PERFORM GET-NOTE-LIST
             WHEN '01RNTE'
               PERFORM GET-NOTE
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
      * note datetimes carry (yyyy-mm-dd-hh.mm.ss.000000)
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
       INSERT-DRAFT-NOTE.
      *================================================================*
      * A new note is ADM, PRG or PRC (an addendum only comes through  *
      * 01DNTE), belongs to one of the patient's ward stays or         *
      * appointments and has at least one line of text ('92'). It is   *
      * filed as the signed-on user's draft.                           *
      *================================================================*
           IF CA-NTE-TYPE NOT = 'ADM'
              AND CA-NTE-TYPE NOT = 'PRG'
              AND CA-NTE-TYPE NOT = 'PRC'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-NOTE-LINK.
           PERFORM CHECK-NOTE-TEXT.

           MOVE CA-NTE-TYPE      TO DB2-NOTE-TYPE.
           MOVE CA-NTE-LINK-TYPE TO DB2-LINK-TYPE.
           MOVE CA-NTE-LINK-KEY  TO DB2-LINK-KEY.
           MOVE 0                TO DB2-PARENT-ID.
           PERFORM INSERT-NOTE-ROW.
           EXIT.

      *================================================================*
       UPDATE-DRAFT-NOTE.
      *================================================================*
      * Only a draft ('93' once signed) and only by its author ('94')  *
      * - the type (an addendum stays an addendum) and the whole text  *
      * are replaced; the link stays as first filed.                   *
      *================================================================*
           PERFORM GET-NOTE-ROW.
           PERFORM CHECK-DRAFT-OWNER.

           IF DB2-NOTE-TYPE = 'ADD'
              MOVE 'ADD' TO CA-NTE-TYPE
           END-IF.
           IF CA-NTE-TYPE NOT = 'ADM'
              AND CA-NTE-TYPE NOT = 'PRG'
              AND CA-NTE-TYPE NOT = 'PRC'
              AND CA-NTE-TYPE NOT = 'ADD'
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM CHECK-NOTE-TEXT.

           MOVE CA-NTE-TYPE TO DB2-NOTE-TYPE.
           MOVE ' UPDATE CLINNOTE' TO EM-SQLREQ.
           EXEC SQL
               UPDATE CLINNOTE
                  SET NOTETYPE = :DB2-NOTE-TYPE
                WHERE NOTEID = :DB2-NOTE-ID
                  AND STATUS = 'D'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              MOVE SQLCODE TO EM-SQLCODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ' DELETE CLINNOTETEXT' TO EM-SQLREQ.
           EXEC SQL
               DELETE FROM CLINNOTETEXT
                WHERE NOTEID = :DB2-NOTE-ID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO CA-RETURN-CODE
              MOVE SQLCODE TO EM-SQLCODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 1 TO WS-LINE-IDX.
           PERFORM INSERT-NOTE-LINE
               UNTIL WS-LINE-IDX > CA-NTE-NUM-LINES.
           PERFORM RETURN-NOTE-HEADER.
           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *================================================================*
       SIGN-NOTE.
      *================================================================*
      * The author signs their own draft - from then on the note is    *
      * part of the record and can only be amended by addendum.        *
      *================================================================*
           PERFORM GET-NOTE-ROW.
           PERFORM CHECK-DRAFT-OWNER.

           MOVE ' SIGN CLINNOTE' TO EM-SQLREQ.
           EXEC SQL
               UPDATE CLINNOTE
                  SET STATUS = 'S',
                      SIGNEDDATETIME = :DB2-NOW
                WHERE NOTEID = :DB2-NOTE-ID
                  AND STATUS = 'D'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              MOVE SQLCODE TO EM-SQLCODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'S'    TO DB2-STATUS.
           MOVE DB2-NOW TO DB2-SIGNED-DTIME.
           PERFORM RETURN-NOTE-HEADER.
           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

      *================================================================*
       INSERT-ADDENDUM.
      *================================================================*
      * CA-NTE-ID is the signed note being amended ('96' while it is   *
      * still a draft - edit the draft instead). The addendum takes    *
      * the amended note's link and starts as the user's own draft.    *
      *================================================================*
           PERFORM GET-NOTE-ROW.
           IF DB2-STATUS NOT = 'S'
              MOVE '96' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM CHECK-NOTE-TEXT.

           MOVE 'ADD'       TO DB2-NOTE-TYPE.
           MOVE DB2-NOTE-ID TO DB2-PARENT-ID.
           PERFORM INSERT-NOTE-ROW.
           EXIT.

      *================================================================*
       GET-NOTE.
      *================================================================*
      * One note's header and text - drafts included, marked 'D'.      *
      *================================================================*
           PERFORM GET-NOTE-ROW.
           PERFORM RETURN-NOTE-HEADER.

           MOVE SPACES TO CA-NTE-TEXT (1) CA-NTE-TEXT (2)
                          CA-NTE-TEXT (3) CA-NTE-TEXT (4)
                          CA-NTE-TEXT (5) CA-NTE-TEXT (6)
                          CA-NTE-TEXT (7) CA-NTE-TEXT (8)
                          CA-NTE-TEXT (9) CA-NTE-TEXT (10).
           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN TXTCUR' TO EM-SQLREQ.
           EXEC SQL OPEN TXTCUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-TEXT-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE TXTCUR' TO EM-SQLREQ.
           EXEC SQL CLOSE TXTCUR END-EXEC.

           MOVE WS-COUNTER TO CA-NTE-NUM-LINES.
           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

       FETCH-TEXT-ROW.
           MOVE ' FETCH TXTCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH TXTCUR
               INTO :DB2-LINE-TEXT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-LINE-TEXT TO CA-NTE-TEXT(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE TXTCUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *================================================================*
       GET-NOTE-LIST.
      *================================================================*
      * The patient's notes newest first, up to the capacity of the    *
      * CA-NOTES array. A patient with none returns '00' with no rows. *
      *================================================================*
           MOVE 0 TO WS-COUNTER.
           MOVE ' OPEN NTECUR' TO EM-SQLREQ.
           EXEC SQL OPEN NTECUR END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           PERFORM FETCH-NOTE-ROW
               UNTIL SQLCODE NOT = 0
                  OR WS-COUNTER >= 10.

           MOVE ' CLOSE NTECUR' TO EM-SQLREQ.
           EXEC SQL CLOSE NTECUR END-EXEC.

           MOVE WS-COUNTER TO CA-NUM-NOTES.
           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

       FETCH-NOTE-ROW.
           MOVE ' FETCH NTECUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH NTECUR
               INTO :DB2-LST-ID,
                    :DB2-LST-TYPE,
                    :DB2-LST-STATUS,
                    :DB2-LST-PARENT-ID,
                    :DB2-LST-AUTHOR,
                    :DB2-LST-CREATED,
                    :DB2-LST-LINK-TYPE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COUNTER
               MOVE DB2-LST-ID        TO CA-NTE-LST-ID(WS-COUNTER)
               MOVE DB2-LST-TYPE      TO CA-NTE-LST-TYPE(WS-COUNTER)
               MOVE DB2-LST-STATUS    TO CA-NTE-LST-STATUS(WS-COUNTER)
               MOVE DB2-LST-PARENT-ID
                 TO CA-NTE-LST-PARENT-ID(WS-COUNTER)
               MOVE DB2-LST-AUTHOR    TO CA-NTE-LST-AUTHOR(WS-COUNTER)
               MOVE DB2-LST-CREATED
                 TO CA-NTE-LST-CREATED(WS-COUNTER)
               MOVE DB2-LST-LINK-TYPE
                 TO CA-NTE-LST-LINK-TYPE(WS-COUNTER)
             WHEN 100
               CONTINUE
             WHEN OTHER
               EXEC SQL CLOSE NTECUR END-EXEC
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The keyed note, which must be the patient's ('01').            *
      *----------------------------------------------------------------*
       GET-NOTE-ROW.
           MOVE CA-NTE-ID TO DB2-NOTE-ID.
           MOVE ' SELECT CLINNOTE' TO EM-SQLREQ.
           EXEC SQL
               SELECT NOTETYPE, LINKTYPE, LINKKEY, PARENTNOTEID,
                      STATUS, AUTHOR, CREATEDDATETIME,
                      SIGNEDDATETIME
                 INTO :DB2-NOTE-TYPE, :DB2-LINK-TYPE,
                      :DB2-LINK-KEY, :DB2-PARENT-ID,
                      :DB2-STATUS, :DB2-AUTHOR,
                      :DB2-CREATED-DTIME, :DB2-SIGNED-DTIME
                 FROM CLINNOTE
                WHERE NOTEID    = :DB2-NOTE-ID
                  AND PATIENTID = :DB2-PATIENT-ID
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
           EXIT.

      *----------------------------------------------------------------*
      * A signed note is never changed ('93'); a draft is changed or   *
      * signed by its author only ('94').                              *
      *----------------------------------------------------------------*
       CHECK-DRAFT-OWNER.
           IF DB2-STATUS = 'S'
              MOVE '93' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           IF DB2-AUTHOR NOT = WS-SIGNON-USERID
              MOVE '94' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The note belongs to one of the patient's WARDSTAY rows ('W' -  *
      * blank key means the open stay) or APPOINTMENT rows ('A' -      *
      * keyed yyyy-mm-dd hh:mm); anything else is '92'.                *
      *----------------------------------------------------------------*
       CHECK-NOTE-LINK.
           MOVE 0 TO DB2-LINK-COUNT.
           EVALUATE CA-NTE-LINK-TYPE
             WHEN 'W'
               IF CA-NTE-LINK-KEY = SPACES OR LOW-VALUES
                  PERFORM GET-OPEN-STAY
               ELSE
                  MOVE CA-NTE-LINK-KEY TO DB2-LINK-KEY
                  MOVE ' COUNT WARDSTAY' TO EM-SQLREQ
                  EXEC SQL
                      SELECT COUNT(*)
                        INTO :DB2-LINK-COUNT
                        FROM WARDSTAY
                       WHERE PATIENTID = :DB2-PATIENT-ID
                         AND ADMITDATETIME = :DB2-LINK-KEY
                  END-EXEC
                  PERFORM CHECK-LINK-COUNT
               END-IF
             WHEN 'A'
               MOVE CA-NTE-LINK-KEY (1:10) TO DB2-APPT-DATE
               MOVE CA-NTE-LINK-KEY (12:5) TO DB2-APPT-TIME
               MOVE ' COUNT APPOINTMENT' TO EM-SQLREQ
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :DB2-LINK-COUNT
                     FROM APPOINTMENT
                    WHERE PATIENTID = :DB2-PATIENT-ID
                      AND APPTDATE  = :DB2-APPT-DATE
                      AND APPTTIME  = :DB2-APPT-TIME
               END-EXEC
               PERFORM CHECK-LINK-COUNT
             WHEN OTHER
               MOVE '92' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

       CHECK-LINK-COUNT.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              MOVE SQLCODE TO EM-SQLCODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           IF DB2-LINK-COUNT = 0
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

       GET-OPEN-STAY.
           MOVE ' SELECT OPEN WARDSTAY' TO EM-SQLREQ.
           EXEC SQL
               SELECT ADMITDATETIME
                 INTO :DB2-LINK-KEY
                 FROM WARDSTAY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DISCHARGEDATETIME = ' '
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-LINK-KEY TO CA-NTE-LINK-KEY
             WHEN 100
               MOVE '92' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The text runs to its last non-blank line; a note with no text  *
      * at all is '92'.                                                *
      *----------------------------------------------------------------*
       CHECK-NOTE-TEXT.
           MOVE 0 TO CA-NTE-NUM-LINES.
           MOVE 1 TO WS-LINE-IDX.
           PERFORM FIND-LAST-TEXT-LINE
               UNTIL WS-LINE-IDX > 10.
           IF CA-NTE-NUM-LINES = 0
              MOVE '92' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF.
           EXIT.

       FIND-LAST-TEXT-LINE.
           INSPECT CA-NTE-TEXT (WS-LINE-IDX)
               REPLACING ALL LOW-VALUE BY SPACE.
           IF CA-NTE-TEXT (WS-LINE-IDX) NOT = SPACES
              MOVE WS-LINE-IDX TO CA-NTE-NUM-LINES
           END-IF.
           ADD 1 TO WS-LINE-IDX.
           EXIT.

      *----------------------------------------------------------------*
      * File a new draft (note or addendum) and its text for the       *
      * signed-on user, and hand back the note id it was given.        *
      *----------------------------------------------------------------*
       INSERT-NOTE-ROW.
           MOVE 'D'              TO DB2-STATUS.
           MOVE WS-SIGNON-USERID TO DB2-AUTHOR.
           MOVE DB2-NOW          TO DB2-CREATED-DTIME.
           MOVE SPACES           TO DB2-SIGNED-DTIME.

           MOVE ' INSERT CLINNOTE' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO CLINNOTE
                         ( NOTEID,
                           PATIENTID,
                           NOTETYPE,
                           LINKTYPE,
                           LINKKEY,
                           PARENTNOTEID,
                           STATUS,
                           AUTHOR,
                           CREATEDDATETIME,
                           SIGNEDDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-NOTE-TYPE,
                           :DB2-LINK-TYPE,
                           :DB2-LINK-KEY,
                           :DB2-PARENT-ID,
                           :DB2-STATUS,
                           :DB2-AUTHOR,
                           :DB2-CREATED-DTIME,
                           :DB2-SIGNED-DTIME )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               EXEC SQL
                    SET :DB2-NOTE-ID = IDENTITY_VAL_LOCAL()
               END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           MOVE 1 TO WS-LINE-IDX.
           PERFORM INSERT-NOTE-LINE
               UNTIL WS-LINE-IDX > CA-NTE-NUM-LINES.
           PERFORM RETURN-NOTE-HEADER.
           MOVE '00' TO CA-RETURN-CODE.
           EXIT.

       INSERT-NOTE-LINE.
           MOVE WS-LINE-IDX TO DB2-LINE-NO.
           MOVE CA-NTE-TEXT (WS-LINE-IDX) TO DB2-LINE-TEXT.
           MOVE ' INSERT CLINNOTETEXT' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO CLINNOTETEXT
                         ( NOTEID,
                           LINENO,
                           LINETEXT )
                  VALUES ( :DB2-NOTE-ID,
                           :DB2-LINE-NO,
                           :DB2-LINE-TEXT )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '90' TO CA-RETURN-CODE
              MOVE SQLCODE TO EM-SQLCODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           ADD 1 TO WS-LINE-IDX.
           EXIT.

       RETURN-NOTE-HEADER.
           MOVE DB2-NOTE-ID       TO CA-NTE-ID.
           MOVE DB2-NOTE-TYPE     TO CA-NTE-TYPE.
           MOVE DB2-LINK-TYPE     TO CA-NTE-LINK-TYPE.
           MOVE DB2-LINK-KEY      TO CA-NTE-LINK-KEY.
           MOVE DB2-PARENT-ID     TO CA-NTE-PARENT-ID.
           MOVE DB2-STATUS        TO CA-NTE-STATUS.
           MOVE DB2-AUTHOR        TO CA-NTE-AUTHOR.
           MOVE DB2-CREATED-DTIME TO CA-NTE-CREATED.
           MOVE DB2-SIGNED-DTIME  TO CA-NTE-SIGNED.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
