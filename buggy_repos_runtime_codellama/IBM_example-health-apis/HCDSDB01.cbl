      * of it DUE - the nurse's round list, live, instead of the       *
      * morning-after HCMDBJ01 report.                                 *
      *                                                                *
      * Each slot also carries CA-DUE-NPO - 'Y' when the patient is    *
      * booked for theatre today or tomorrow (HCNPOPD), so a pre-op    *
      * patient is nil by mouth from midnight on the round.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDSDB01.
       01  WS-COUNTER                  PIC S9(4)      VALUE +0.
       01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-NOW                      PIC X(26) VALUE SPACES.
      * Shared theatre nil-by-mouth check fields/paragraph
       COPY HCNPOWS.

      *----------------------------------------------------------------*
      * Host variables
               ELSE
                  MOVE 'DUE    ' TO CA-DUE-STATUS(WS-COUNTER)
               END-IF
               PERFORM CHECK-DUE-NPO
             WHEN 100
               CONTINUE
             WHEN OTHER
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Flag the slot nil by mouth when the patient is booked for
      * theatre today or tomorrow - the round holds the dose
      *----------------------------------------------------------------*
       CHECK-DUE-NPO.
           MOVE DB2-PATIENT-ID TO NPO-PATIENT-ID.
           MOVE WS-NOW(1:10)   TO NPO-AS-OF-DATE.
           PERFORM CHECK-THEATRE-NPO.
           IF NPO-DB2-ERROR
              EXEC SQL CLOSE DUECUR END-EXEC
              MOVE '90' TO CA-RETURN-CODE
              MOVE SQLCODE TO EM-SQLCODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE NPO-FLAG TO CA-DUE-NPO(WS-COUNTER).
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
       COPY HCCALNPD.
       COPY HCNPOPD.
