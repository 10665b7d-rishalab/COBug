      *    IMMUNIZATION row administered in the prior calendar month   *
      *    is written to HCIZEXT in the state registry's fixed flat-   *
      *    file format (patient name and DOB from PATIENT, vaccine     *
      *    code, dose number, administration date, and the patient's  *
      *    state registry and exchange ids from PATIENTXREF where      *
      *    known), with a counts trailer the registry's loader         *
      *    verifies.                                                   *
      *    A patient recorded DECEASED is left off the extract so the  *
      *    registry's recall run never contacts the family.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIZBJ01.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           03 WS-EXT-VACCINE           PIC X(10).
           03 WS-EXT-DOSE              PIC 9(2).
           03 WS-EXT-ADMIN-DATE        PIC X(10).
           03 WS-EXT-STATE-REG-ID      PIC X(20).
           03 WS-EXT-EXCHANGE-ID       PIC X(20).
           03 FILLER                   PIC X(5)  VALUE SPACES.

      * Counts trailer the registry loader verifies
       01  WS-TRAILER-LINE.
           03 FILLER                   PIC X(3)  VALUE 'TRL'.
           03 WS-TRL-COUNT             PIC 9(7).
           03 FILLER                   PIC X(110) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
       01  DB2-IMM-VACCINE             PIC X(10).
       01  DB2-IMM-DOSE                PIC S9(4) COMP.
       01  DB2-IMM-DATE                PIC X(10).
       01  DB2-STATE-REG-ID            PIC X(20).
       01  DB2-EXCHANGE-ID             PIC X(20).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
           END-EXEC.

      * The prior calendar month's administrations, joined with the
      * patient's identification - and the registry's own id for the
      * patient when the cross-reference holds it - for the registry
      * match
           EXEC SQL
               DECLARE IZXCUR CURSOR FOR
                   SELECT I.PATIENTID, P.LASTNAME, P.FIRSTNAME,
                          P.DOB, I.VACCINECODE, I.DOSENUMBER,
                          I.ADMINDATE,
                          COALESCE(X.STATEREGID, ' '),
                          COALESCE(X.EXCHANGEID, ' ')
                     FROM IMMUNIZATION I
                     INNER JOIN PATIENT P
                       ON I.PATIENTID = P.PATIENTID
                     LEFT OUTER JOIN PATIENTXREF X
                       ON X.PATIENTID = P.PATIENTID
                    WHERE P.DECEASED <> 'Y'
                      AND SUBSTR(I.ADMINDATE, 1, 7) =
                          SUBSTR(CHAR(CURRENT DATE - 1 MONTH,
                                      ISO), 1, 7)
               INTO :DB2-PATIENT-ID, :DB2-LAST-NAME,
                    :DB2-FIRST-NAME, :DB2-DOB,
                    :DB2-IMM-VACCINE, :DB2-IMM-DOSE,
                    :DB2-IMM-DATE, :DB2-STATE-REG-ID,
                    :DB2-EXCHANGE-ID
           END-EXEC.

           EVALUATE SQLCODE
           MOVE DB2-IMM-VACCINE TO WS-EXT-VACCINE.
           MOVE DB2-IMM-DOSE    TO WS-EXT-DOSE.
           MOVE DB2-IMM-DATE    TO WS-EXT-ADMIN-DATE.
           MOVE DB2-STATE-REG-ID TO WS-EXT-STATE-REG-ID.
           MOVE DB2-EXCHANGE-ID TO WS-EXT-EXCHANGE-ID.

           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-EXTRACT-LINE TO EXTRACT-RECORD.
