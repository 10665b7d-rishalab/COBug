      ******************************************************************
      *    HCKTBJ01 - Kitchen meal-count extract batch job             *
      *                                                                *
      *    Run before each meal. Reads every open WARDSTAY with its    *
      *    HCDIDB01 diet order and writes HCKTEXT for the kitchen:     *
      *                                                                *
      *    1. Meal counts by ward and diet type. A patient whose NPO   *
      *       window covers the run time is counted as NPO (no tray),  *
      *       one with no diet order on the stay as NO ORDER so the    *
      *       ward can be chased before the trolley goes up.           *
      *    2. A tray ticket line per bed - diet, texture, NPO and the  *
      *       order's notes - with the patient's food allergies from   *
      *       the ALLERGY registry. Any food allergen the diet order   *
      *       itself does not mention is starred, so the tray is made  *
      *       safe even when the order forgot it.                      *
      *                                                                *
      *    A substance counts as a food allergen when it contains one  *
      *    of the words in WS-FOOD-TABLE. The meal is named from the   *
      *    run time: before 10.00 BREAKFAST, before 15.00 LUNCH, then  *
      *    SUPPER. A patient recorded DECEASED is left off.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCKTBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITCHEN-FILE ASSIGN TO HCKTEXT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KITCHEN-FILE
           RECORDING MODE IS F.
       01  KITCHEN-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCKTBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ROWS                    VALUE 'Y'.
       01  WS-ALG-EOF-SWITCH           PIC X     VALUE 'N'.
           88 WS-NO-MORE-ALLERGIES               VALUE 'Y'.
       01  WS-TRAY-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-NPO-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-NO-ORDER-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-STARRED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-PREV-WARD                PIC X(4)  VALUE SPACES.
       01  WS-MEAL                     PIC X(9)  VALUE SPACES.
       01  WS-RUN-HOUR                 PIC 9(2)  VALUE ZERO.
       01  WS-ALG-POINTER              PIC S9(4) COMP VALUE +1.
       01  WS-FOOD-IDX                 PIC S9(4) COMP VALUE +0.
       01  WS-FOOD-MATCH               PIC S9(4) COMP VALUE +0.
       01  WS-TALLY                    PIC S9(4) COMP VALUE +0.
       01  WS-ALG-MARK                 PIC X(1)  VALUE SPACE.

      * Words that make an ALLERGY substance a food allergen - word,
      * then its length for the INSPECT
       01  WS-FOOD-VALUES.
           03 FILLER                   PIC X(12) VALUE 'PEANUT    06'.
           03 FILLER                   PIC X(12) VALUE 'NUT       03'.
           03 FILLER                   PIC X(12) VALUE 'ALMOND    06'.
           03 FILLER                   PIC X(12) VALUE 'CASHEW    06'.
           03 FILLER                   PIC X(12) VALUE 'MILK      04'.
           03 FILLER                   PIC X(12) VALUE 'DAIRY     05'.
           03 FILLER                   PIC X(12) VALUE 'LACTOSE   07'.
           03 FILLER                   PIC X(12) VALUE 'EGG       03'.
           03 FILLER                   PIC X(12) VALUE 'WHEAT     05'.
           03 FILLER                   PIC X(12) VALUE 'GLUTEN    06'.
           03 FILLER                   PIC X(12) VALUE 'SOY       03'.
           03 FILLER                   PIC X(12) VALUE 'FISH      04'.
           03 FILLER                   PIC X(12) VALUE 'SHRIMP    06'.
           03 FILLER                   PIC X(12) VALUE 'PRAWN     05'.
           03 FILLER                   PIC X(12) VALUE 'CRAB      04'.
           03 FILLER                   PIC X(12) VALUE 'LOBSTER   07'.
           03 FILLER                   PIC X(12) VALUE 'SESAME    06'.
           03 FILLER                   PIC X(12) VALUE 'CELERY    06'.
           03 FILLER                   PIC X(12) VALUE 'MUSTARD   07'.
           03 FILLER                   PIC X(12) VALUE 'LUPIN     05'.
       01  WS-FOOD-TABLE REDEFINES WS-FOOD-VALUES.
           03 WS-FOOD-ENTRY OCCURS 20 TIMES.
              05 WS-FOOD-WORD          PIC X(10).
              05 WS-FOOD-LEN           PIC 9(2).

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(26)
                                  VALUE 'KITCHEN MEAL EXTRACT FOR '.
           03 WS-TL-MEAL               PIC X(9).
           03 FILLER                   PIC X(8)  VALUE ' - RUN '.
           03 WS-TL-RUN                PIC X(16).
           03 FILLER                   PIC X(73) VALUE SPACES.

       01  WS-COUNT-TITLE-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'MEAL COUNTS BY WARD AND DIET (NPO = NO TRAY)      '.
           03 FILLER                   PIC X(82) VALUE SPACES.

       01  WS-COUNT-HEADING-LINE.
           03 FILLER                   PIC X(30)
             VALUE '  WARD  DIET             MEALS'.
           03 FILLER                   PIC X(102) VALUE SPACES.

       01  WS-COUNT-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CL-WARD               PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CL-DIET               PIC X(15).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CL-MEALS              PIC ZZZZ9.
           03 FILLER                   PIC X(102) VALUE SPACES.

       01  WS-TRAY-TITLE-LINE.
           03 FILLER                   PIC X(50)
             VALUE 'TRAY TICKETS BY WARD AND BED                      '.
           03 FILLER                   PIC X(82) VALUE SPACES.

       01  WS-TRAY-HEADING-LINE.
           03 FILLER                   PIC X(50)
             VALUE '  WARD BED  PATIENT    LAST NAME       DIET       '.
           03 FILLER                   PIC X(50)
             VALUE '     TEXTURE    NPO NOTES                     FOOD'.
           03 FILLER                   PIC X(32)
             VALUE ' ALLERGIES (* = NOT ON ORDER)'.

       01  WS-TRAY-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-TR-WARD               PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TR-BED                PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TR-PATIENT            PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TR-LAST-NAME          PIC X(15).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TR-DIET               PIC X(15).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TR-TEXTURE            PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TR-NPO                PIC X(3).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TR-NOTES              PIC X(25).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TR-ALLERGIES          PIC X(36).

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-NOW                     PIC X(26).
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-BED                     PIC X(4).
       01  DB2-PATIENT-ID              PIC S9(9) COMP.
       01  DB2-LAST-NAME               PIC X(20).
       01  DB2-DIET-KEY                PIC X(15).
       01  DB2-MEAL-COUNT              PIC S9(9) COMP.
       01  DB2-DIET-TYPE               PIC X(15).
       01  DB2-TEXTURE                 PIC X(10).
       01  DB2-NPO-NOW                 PIC X(1).
       01  DB2-NOTES                   PIC X(60).
      * diet type and notes in upper case - what the order mentions
       01  DB2-ORDER-TEXT              PIC X(76).
       01  DB2-SUBSTANCE               PIC X(50).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCKTBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Meals per ward and diet - NPO now and no order on the stay
      * counted under their own names instead of a diet type
           EXEC SQL
               DECLARE CNTCUR CURSOR FOR
                   SELECT W.WARDCODE,
                          CASE
                            WHEN D.PATIENTID IS NULL
                              THEN 'NO ORDER'
                            WHEN D.NPO = 'Y'
                             AND D.NPOSTART <= :DB2-NOW
                             AND (D.NPOEND = ' '
                                  OR D.NPOEND > :DB2-NOW)
                              THEN 'NPO'
                            ELSE D.DIETTYPE
                          END,
                          COUNT(*)
                     FROM WARDSTAY W
                     JOIN PATIENT P
                       ON P.PATIENTID = W.PATIENTID
                     LEFT OUTER JOIN DIETORDER D
                       ON D.PATIENTID     = W.PATIENTID
                      AND D.ADMITDATETIME = W.ADMITDATETIME
                    WHERE W.DISCHARGEDATETIME = ' '
                      AND P.DECEASED <> 'Y'
                 GROUP BY W.WARDCODE,
                          CASE
                            WHEN D.PATIENTID IS NULL
                              THEN 'NO ORDER'
                            WHEN D.NPO = 'Y'
                             AND D.NPOSTART <= :DB2-NOW
                             AND (D.NPOEND = ' '
                                  OR D.NPOEND > :DB2-NOW)
                              THEN 'NPO'
                            ELSE D.DIETTYPE
                          END
                 ORDER BY 1, 2
           END-EXEC.

      * One row per occupied bed with the stay's diet order
           EXEC SQL
               DECLARE TRYCUR CURSOR FOR
                   SELECT W.WARDCODE, W.BED, W.PATIENTID, P.LASTNAME,
                          COALESCE(D.DIETTYPE, 'NO ORDER'),
                          COALESCE(D.TEXTURE, ' '),
                          CASE
                            WHEN D.NPO = 'Y'
                             AND D.NPOSTART <= :DB2-NOW
                             AND (D.NPOEND = ' '
                                  OR D.NPOEND > :DB2-NOW)
                              THEN 'Y'
                            ELSE 'N'
                          END,
                          COALESCE(D.NOTES, ' '),
                          UPPER(COALESCE(D.DIETTYPE, ' ') CONCAT ' '
                                CONCAT COALESCE(D.NOTES, ' '))
                     FROM WARDSTAY W
                     JOIN PATIENT P
                       ON P.PATIENTID = W.PATIENTID
                     LEFT OUTER JOIN DIETORDER D
                       ON D.PATIENTID     = W.PATIENTID
                      AND D.ADMITDATETIME = W.ADMITDATETIME
                    WHERE W.DISCHARGEDATETIME = ' '
                      AND P.DECEASED <> 'Y'
                 ORDER BY W.WARDCODE, W.BED
           END-EXEC.

      * The patient's allergy registry, upper case for the word match
           EXEC SQL
               DECLARE ALGCUR CURSOR FOR
                   SELECT UPPER(SUBSTANCE)
                     FROM ALLERGY
                    WHERE PATIENTID = :DB2-PATIENT-ID
                 ORDER BY SUBSTANCE
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN OUTPUT KITCHEN-FILE.

           PERFORM SET-RUN-TIME.

           MOVE WS-MEAL        TO WS-TL-MEAL.
           MOVE DB2-NOW(1:16)  TO WS-TL-RUN.
           MOVE WS-TITLE-LINE TO KITCHEN-RECORD.
           WRITE KITCHEN-RECORD.

           PERFORM WRITE-MEAL-COUNTS.
           PERFORM WRITE-TRAY-TICKETS.

           CLOSE KITCHEN-FILE.

           DISPLAY 'HCKTBJ01 - meal: ' WS-MEAL.
           DISPLAY 'HCKTBJ01 - tray tickets written: ' WS-TRAY-COUNT.
           DISPLAY 'HCKTBJ01 - patients NPO now: ' WS-NPO-COUNT.
           DISPLAY 'HCKTBJ01 - stays with no diet order: '
                   WS-NO-ORDER-COUNT.
           DISPLAY 'HCKTBJ01 - food allergies not on the order: '
                   WS-STARRED-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
      * The run time in the stored timestamp layout, for the NPO       *
      * window test, and the meal it is being run for.                 *
      *----------------------------------------------------------------*
       SET-RUN-TIME.
           MOVE ' SET CURRENT TIMESTAMP' TO EM-SQLREQ.
           EXEC SQL
               SET :DB2-NOW = CHAR(CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           MOVE DB2-NOW(12:2) TO WS-RUN-HOUR.
           EVALUATE TRUE
             WHEN WS-RUN-HOUR < 10
               MOVE 'BREAKFAST' TO WS-MEAL
             WHEN WS-RUN-HOUR < 15
               MOVE 'LUNCH'     TO WS-MEAL
             WHEN OTHER
               MOVE 'SUPPER'    TO WS-MEAL
           END-EVALUATE.
           EXIT.

      *================================================================*
      * 1. Meal counts by ward and diet type                           *
      *================================================================*
       WRITE-MEAL-COUNTS.
           MOVE SPACES TO KITCHEN-RECORD.
           WRITE KITCHEN-RECORD.
           MOVE WS-COUNT-TITLE-LINE TO KITCHEN-RECORD.
           WRITE KITCHEN-RECORD.
           MOVE WS-COUNT-HEADING-LINE TO KITCHEN-RECORD.
           WRITE KITCHEN-RECORD.

           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL OPEN CNTCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN CNTCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           MOVE SPACES TO WS-PREV-WARD.
           PERFORM PROCESS-NEXT-COUNT
               UNTIL WS-NO-MORE-ROWS.

           EXEC SQL CLOSE CNTCUR END-EXEC.
           EXIT.

       PROCESS-NEXT-COUNT.
           MOVE ' FETCH CNTCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH CNTCUR
               INTO :DB2-WARD-CODE, :DB2-DIET-KEY, :DB2-MEAL-COUNT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-COUNT-LINE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The ward is shown on its first line only                       *
      *----------------------------------------------------------------*
       WRITE-COUNT-LINE.
           IF DB2-WARD-CODE NOT = WS-PREV-WARD
              MOVE DB2-WARD-CODE TO WS-CL-WARD
              MOVE DB2-WARD-CODE TO WS-PREV-WARD
           ELSE
              MOVE SPACES TO WS-CL-WARD
           END-IF.
           MOVE DB2-DIET-KEY   TO WS-CL-DIET.
           MOVE DB2-MEAL-COUNT TO WS-CL-MEALS.
           MOVE WS-COUNT-LINE TO KITCHEN-RECORD.
           WRITE KITCHEN-RECORD.
           EXIT.

      *================================================================*
      * 2. Tray tickets by ward and bed                                *
      *================================================================*
       WRITE-TRAY-TICKETS.
           MOVE SPACES TO KITCHEN-RECORD.
           WRITE KITCHEN-RECORD.
           MOVE WS-TRAY-TITLE-LINE TO KITCHEN-RECORD.
           WRITE KITCHEN-RECORD.
           MOVE WS-TRAY-HEADING-LINE TO KITCHEN-RECORD.
           WRITE KITCHEN-RECORD.

           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL OPEN TRYCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN TRYCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-TRAY
               UNTIL WS-NO-MORE-ROWS.

           EXEC SQL CLOSE TRYCUR END-EXEC.
           EXIT.

       PROCESS-NEXT-TRAY.
           MOVE ' FETCH TRYCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH TRYCUR
               INTO :DB2-WARD-CODE, :DB2-BED, :DB2-PATIENT-ID,
                    :DB2-LAST-NAME, :DB2-DIET-TYPE, :DB2-TEXTURE,
                    :DB2-NPO-NOW, :DB2-NOTES, :DB2-ORDER-TEXT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-TRAY-LINE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.
           EXIT.

       WRITE-TRAY-LINE.
           ADD 1 TO WS-TRAY-COUNT.
           MOVE DB2-WARD-CODE  TO WS-TR-WARD.
           MOVE DB2-BED        TO WS-TR-BED.
           MOVE DB2-PATIENT-ID TO WS-TR-PATIENT.
           MOVE DB2-LAST-NAME  TO WS-TR-LAST-NAME.
           MOVE DB2-DIET-TYPE  TO WS-TR-DIET.
           MOVE DB2-TEXTURE    TO WS-TR-TEXTURE.
           MOVE DB2-NOTES      TO WS-TR-NOTES.
           IF DB2-NPO-NOW = 'Y'
              MOVE 'NPO' TO WS-TR-NPO
              ADD 1 TO WS-NPO-COUNT
           ELSE
              MOVE SPACES TO WS-TR-NPO
           END-IF.
           IF DB2-DIET-TYPE = 'NO ORDER'
              ADD 1 TO WS-NO-ORDER-COUNT
           END-IF.

           PERFORM GET-FOOD-ALLERGIES.

           MOVE WS-TRAY-LINE TO KITCHEN-RECORD.
           WRITE KITCHEN-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * The patient's food allergens onto the ticket, comma separated, *
      * each starred when the diet order's type and notes do not name  *
      * the food - whatever does not fit is left to the ward's copy of *
      * the allergy list.                                              *
      *----------------------------------------------------------------*
       GET-FOOD-ALLERGIES.
           MOVE SPACES TO WS-TR-ALLERGIES.
           MOVE 1 TO WS-ALG-POINTER.
           MOVE 'N' TO WS-ALG-EOF-SWITCH.

           EXEC SQL OPEN ALGCUR END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE ' OPEN ALGCUR' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-ALG-EOF-SWITCH
           END-EVALUATE.

           PERFORM PROCESS-NEXT-ALLERGY
               UNTIL WS-NO-MORE-ALLERGIES.

           EXEC SQL CLOSE ALGCUR END-EXEC.
           EXIT.

       PROCESS-NEXT-ALLERGY.
           MOVE ' FETCH ALGCUR' TO EM-SQLREQ.
           EXEC SQL
               FETCH ALGCUR
               INTO :DB2-SUBSTANCE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM CHECK-FOOD-ALLERGEN
             WHEN 100
               MOVE 'Y' TO WS-ALG-EOF-SWITCH
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-ALG-EOF-SWITCH
           END-EVALUATE.
           EXIT.

       CHECK-FOOD-ALLERGEN.
           MOVE 0 TO WS-FOOD-MATCH.
           MOVE 1 TO WS-FOOD-IDX.
           PERFORM MATCH-FOOD-WORD
               UNTIL WS-FOOD-IDX > 20
                  OR WS-FOOD-MATCH > 0.

           IF WS-FOOD-MATCH > 0
              MOVE 0 TO WS-TALLY
              INSPECT DB2-ORDER-TEXT TALLYING WS-TALLY
                  FOR ALL WS-FOOD-WORD (WS-FOOD-MATCH)
                          (1:WS-FOOD-LEN (WS-FOOD-MATCH))
              IF WS-TALLY = 0
                 MOVE '*' TO WS-ALG-MARK
                 ADD 1 TO WS-STARRED-COUNT
              ELSE
                 MOVE SPACE TO WS-ALG-MARK
              END-IF
              PERFORM ADD-ALLERGY-TO-TICKET
           END-IF.
           EXIT.

       MATCH-FOOD-WORD.
           MOVE 0 TO WS-TALLY.
           INSPECT DB2-SUBSTANCE TALLYING WS-TALLY
               FOR ALL WS-FOOD-WORD (WS-FOOD-IDX)
                       (1:WS-FOOD-LEN (WS-FOOD-IDX)).
           IF WS-TALLY > 0
              MOVE WS-FOOD-IDX TO WS-FOOD-MATCH
           END-IF.
           ADD 1 TO WS-FOOD-IDX.
           EXIT.

       ADD-ALLERGY-TO-TICKET.
           IF WS-ALG-POINTER > 1
              STRING ', ' DELIMITED BY SIZE
                INTO WS-TR-ALLERGIES
                WITH POINTER WS-ALG-POINTER
                ON OVERFLOW CONTINUE
              END-STRING
           END-IF.
           IF WS-ALG-MARK = '*'
              STRING '*' DELIMITED BY SIZE
                INTO WS-TR-ALLERGIES
                WITH POINTER WS-ALG-POINTER
                ON OVERFLOW CONTINUE
              END-STRING
           END-IF.
           STRING DB2-SUBSTANCE DELIMITED BY '  '
             INTO WS-TR-ALLERGIES
             WITH POINTER WS-ALG-POINTER
             ON OVERFLOW CONTINUE
           END-STRING.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCKTBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.
