           03 DB2-DISCONTINUE-ID       PIC S9(9) COMP.
           03 DB2-END-DATE             PIC X(10).
           03 DB2-START-DATE           PIC X(10).
           03 DB2-FRM-DRUG-COUNT       PIC S9(9) COMP.
           03 DB2-FRM-MIN-SINGLE       PIC S9(9) COMP.
           03 DB2-FRM-MAX-SINGLE       PIC S9(9) COMP.
           03 DB2-FRM-MIN-DAILY        PIC S9(9) COMP.
           03 DB2-FRM-MAX-DAILY        PIC S9(9) COMP.
           03 DB2-DAILY-DOSE           PIC S9(9) COMP.
           03 DB2-APPROVAL-STATUS      PIC X(1).
           03 DB2-OVERRIDE-REASON      PIC X(40).
       01  WS-DOSES-PER-DAY            PIC 9(1).
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
               IF CA-RETURN-CODE = '00'
                  PERFORM CHECK-DRUG-INTERACTION
               END-IF
               IF CA-RETURN-CODE = '00'
                  PERFORM CHECK-FORMULARY
               END-IF
               IF CA-RETURN-CODE = '00'
                  PERFORM INSERT-MEDICATION
               END-IF
           END-EVALUATE.
           EXIT.

      *================================================================*
       CHECK-FORMULARY.
      *================================================================*
      * A drug with no active row on the FORMULARY master (HCFMDB01)  *
      * is non-formulary: it is stored pending ('P') and HCPHBJ01     *
      * holds it back until pharmacy approves it on the queue screen. *
      * A formulary drug must be ordered at a strength and route the  *
      * formulary lists, and a dose outside that row's single or      *
      * daily range is refused ('89') unless the prescriber keyed an  *
      * override reason, which is stored with the order.              *
      *================================================================*
           MOVE ' CHECK FORMULARY DRUG' TO EM-SQLREQ
           MOVE 0      TO DB2-FRM-DRUG-COUNT
           MOVE 'F'    TO DB2-APPROVAL-STATUS
           MOVE SPACES TO DB2-OVERRIDE-REASON
           MOVE SPACES TO CA-FORMULARY-FAIL

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-FRM-DRUG-COUNT
                 FROM FORMULARY
                WHERE DRUGNAME = :CA-DRUG-NAME
                  AND ACTIVE   = 'Y'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 0 TO DB2-FRM-DRUG-COUNT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF DB2-FRM-DRUG-COUNT = 0
              MOVE 'P' TO DB2-APPROVAL-STATUS
           ELSE
              PERFORM CHECK-FORMULARY-DOSE
           END-IF

           MOVE DB2-APPROVAL-STATUS TO CA-FORMULARY-STATUS.
           EXIT.

      *================================================================*
      * The formulary row for the strength and route ordered, and the *
      * dose against it - the daily dose is the amount times the      *
      * leading digit of FREQUENCY ('2X DAILY'), any other wording    *
      * counting as once daily, as HCMDBJ01 reads it. A zero maximum  *
      * on the formulary row means no upper limit.                     *
      *================================================================*
       CHECK-FORMULARY-DOSE.
           MOVE ' CHECK FORMULARY DOSE' TO EM-SQLREQ

           EXEC SQL
               SELECT MINSINGLE, MAXSINGLE, MINDAILY, MAXDAILY
                 INTO :DB2-FRM-MIN-SINGLE, :DB2-FRM-MAX-SINGLE,
                      :DB2-FRM-MIN-DAILY, :DB2-FRM-MAX-DAILY
                 FROM FORMULARY
                WHERE DRUGNAME = :CA-DRUG-NAME
                  AND STRENGTH = :CA-STRENGTH
                  AND ROUTE    = :CA-ROUTE
                  AND ACTIVE   = 'Y'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '89' TO CA-RETURN-CODE
               MOVE 'R'  TO CA-FORMULARY-FAIL
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE SQLCODE TO EM-SQLCODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF CA-RETURN-CODE = '00'
              IF CA-FREQUENCY (1:1) IS NUMERIC
                 MOVE CA-FREQUENCY (1:1) TO WS-DOSES-PER-DAY
              ELSE
                 MOVE 1 TO WS-DOSES-PER-DAY
              END-IF
              COMPUTE DB2-DAILY-DOSE = DB2-AMOUNT * WS-DOSES-PER-DAY

              IF DB2-AMOUNT < DB2-FRM-MIN-SINGLE
                 OR (DB2-FRM-MAX-SINGLE > 0
                     AND DB2-AMOUNT > DB2-FRM-MAX-SINGLE)
                 OR DB2-DAILY-DOSE < DB2-FRM-MIN-DAILY
                 OR (DB2-FRM-MAX-DAILY > 0
                     AND DB2-DAILY-DOSE > DB2-FRM-MAX-DAILY)
                 IF CA-DOSE-OVERRIDE-REASON EQUAL SPACES OR LOW-VALUES
                    MOVE '89' TO CA-RETURN-CODE
                    MOVE 'D'  TO CA-FORMULARY-FAIL
                 ELSE
                    MOVE CA-DOSE-OVERRIDE-REASON TO DB2-OVERRIDE-REASON
                 END-IF
              END-IF
           END-IF.
           EXIT.

      *================================================================*
      * 01DMED - soft-delete a medication: set an end date and the     *
      * discontinued flag instead of physically deleting the row, so  *
      * ID row and create the renewal row with the fresh dates the     *
      * caller keyed, running back through the same date validation,  *
      * allergy, duplicate-therapy and interaction checks an add gets *
      * - the pharmacist never re-keys the eight fields. The renewal   *
      * is checked against the formulary as it stands today, with any *
      * override reason keyed on the refill.                           *
      * The duplicate check excludes the row being renewed, otherwise *
      * a refill of a still-active prescription could never pass it.  *
      *================================================================*
           IF CA-RETURN-CODE = '00'
              PERFORM CHECK-DRUG-INTERACTION
           END-IF.
           IF CA-RETURN-CODE = '00'
              PERFORM CHECK-FORMULARY
           END-IF.
           IF CA-RETURN-CODE = '00'
              PERFORM INSERT-MEDICATION
           END-IF.
      * anywhere in the tree populates CA-BIOMED-TYPE, so there is
      * nothing but stale commarea content to put in that column.
      * IDENTIFIER carries the prescriber validated by
      * CHECK-PRESCRIBER-ACTIVE; APPROVALSTATUS and OVERRIDEREASON
      * what CHECK-FORMULARY decided.
             EXEC SQL
               INSERT INTO MEDICATION
                         ( MEDICATIONID,
                           FREQUENCY,
                           IDENTIFIER,
                           STARTDATE,
                           ENDDATE,
                           APPROVALSTATUS,
                           OVERRIDEREASON )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :CA-DRUG-NAME,
                           :CA-FREQUENCY,
                           :CA-IDENTIFIER,
                           :DB2-START-DATE,
                           :DB2-END-DATE,
                           :DB2-APPROVAL-STATUS,
                           :DB2-OVERRIDE-REASON )
             END-EXEC
      *       DISPLAY 'SQLCODE='
      *       DISPLAY SQLCODE
