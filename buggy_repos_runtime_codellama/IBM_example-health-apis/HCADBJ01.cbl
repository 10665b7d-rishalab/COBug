      *    oldest event first, and marks each event sent so the next   *
      *    cycle only picks up new ones. The file ends with a counts   *
      *    trailer (events by type plus total) the exchange verifies   *
      *    for completeness before loading. Each event carries the     *
      *    patient's exchange, state registry and payer member ids     *
      *    from PATIENTXREF (blank until HCXIBJ01 has learned them) so *
      *    the exchange can match the patient on its own id.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCADBJ01.
       FILE SECTION.
       FD  ADT-FILE
           RECORDING MODE IS F.
       01  ADT-RECORD                  PIC X(120).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  WS-COMMIT-INTERVAL          PIC S9(4) COMP VALUE +100.

      * The exchange's fixed ADT layout: record type, event type,
      * patient, ward/bed, event datetime, cross-referenced ids -
      * positional, no delimiters
       01  WS-ADT-LINE.
           03 FILLER                   PIC X(3)  VALUE 'ADT'.
           03 WS-ADT-EVENT-TYPE        PIC X(1).
           03 WS-ADT-WARD              PIC X(4).
           03 WS-ADT-BED               PIC X(4).
           03 WS-ADT-DATETIME          PIC X(26).
           03 WS-ADT-EXCHANGE-ID       PIC X(20).
           03 WS-ADT-STATE-REG-ID      PIC X(20).
           03 WS-ADT-PAYER-MEMBER-ID   PIC X(20).
           03 FILLER                   PIC X(12) VALUE SPACES.

      * Counts trailer the exchange verifies for completeness
           03 WS-TRL-DISCHARGES        PIC 9(7).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-TRL-TOTAL             PIC 9(7).
           03 FILLER                   PIC X(93) VALUE SPACES.

      *----------------------------------------------------------------*
      * Host variables
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-WARD-BED                PIC X(4).
       01  DB2-EVENT-DATETIME          PIC X(26).
       01  DB2-EXCHANGE-ID             PIC X(20).
       01  DB2-STATE-REG-ID            PIC X(20).
       01  DB2-PAYER-MEMBER-ID         PIC X(20).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
           END-EXEC.

      * Unsent events oldest first - the exchange requires the feed
      * in event order. A patient with no cross-reference row yet
      * goes out with blank ids.
           EXEC SQL
               DECLARE ADTCUR CURSOR WITH HOLD FOR
                   SELECT A.EVENTID, A.PATIENTID, A.EVENTTYPE,
                          A.WARDCODE, A.BED, A.EVENTDATETIME,
                          COALESCE(X.EXCHANGEID, ' '),
                          COALESCE(X.STATEREGID, ' '),
                          COALESCE(X.PAYERMEMBERID, ' ')
                     FROM ADTEVENT A
                     LEFT OUTER JOIN PATIENTXREF X
                       ON X.PATIENTID = A.PATIENTID
                    WHERE A.SENTFLAG = 'N'
                 ORDER BY A.EVENTDATETIME, A.EVENTID
           END-EXEC.

      ******************************************************************
               FETCH ADTCUR
               INTO :DB2-EVENT-ID, :DB2-PATIENT-ID,
                    :DB2-EVENT-TYPE, :DB2-WARD-CODE,
                    :DB2-WARD-BED, :DB2-EVENT-DATETIME,
                    :DB2-EXCHANGE-ID, :DB2-STATE-REG-ID,
                    :DB2-PAYER-MEMBER-ID
           END-EXEC.

           EVALUATE SQLCODE
           MOVE DB2-WARD-CODE      TO WS-ADT-WARD.
           MOVE DB2-WARD-BED       TO WS-ADT-BED.
           MOVE DB2-EVENT-DATETIME TO WS-ADT-DATETIME.
           MOVE DB2-EXCHANGE-ID    TO WS-ADT-EXCHANGE-ID.
           MOVE DB2-STATE-REG-ID   TO WS-ADT-STATE-REG-ID.
           MOVE DB2-PAYER-MEMBER-ID TO WS-ADT-PAYER-MEMBER-ID.

           MOVE SPACES TO ADT-RECORD.
           MOVE WS-ADT-LINE TO ADT-RECORD.
