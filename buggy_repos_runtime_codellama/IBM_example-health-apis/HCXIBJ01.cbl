      ******************************************************************
      *    HCXIBJ01 - Regional exchange demographics intake batch job  *
      *                                                                *
      *    The regional health-information exchange HCADBJ01 feeds     *
      *    sends back a flat file of demographic updates, one line per *
      *    patient event: a contact change ('U') or a death notice     *
      *    ('D'), each carrying the exchange's own id for the person   *
      *    plus the state registry id and payer member id where it     *
      *    holds them. Each line is matched to PATIENT through the     *
      *    PATIENTXREF external-identifier cross-reference:            *
      *      - an id on file whose patient agrees on last name and DOB *
      *        is a confident match;                                   *
      *      - with no id on file, exactly one live patient with the   *
      *        same last name, first name and DOB is a confident match *
      *        and the ids are recorded so the next update matches on  *
      *        them;                                                   *
      *      - anything weaker (id on file but name/DOB disagree, ids  *
      *        naming different patients, several patients sharing    *
      *        the name and DOB, first name differing, a merged-away   *
      *        record) is queued on                                    *
      *        XREFREVIEW and listed on HCXIREV for the registration   *
      *        team - never applied.                                   *
      *    A confident contact change goes through the same shared     *
      *    HCPUPPD update as the online 01UPAT, so PATIENTHIST records *
      *    it against user HCXIBJ01. A death notice is queued for      *
      *    review rather than applied: recording a death (01DPAT)      *
      *    needs the certifying clinician and discharges the patient,  *
      *    which the exchange's word alone cannot do.                  *
      *    Malformed or unmatchable lines are written with a reason    *
      *    code to a rejects file.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCXIBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATE-FILE ASSIGN TO HCXIIN
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-FILE ASSIGN TO HCXIREV
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO HCXIREJ
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UPDATE-FILE
           RECORDING MODE IS F.
       01  UPDATE-RECORD               PIC X(240).
       FD  REVIEW-FILE
           RECORDING MODE IS F.
       01  REVIEW-RECORD               PIC X(260).
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD               PIC X(250).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCXIBJ01------WS'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-UPDATES                 VALUE 'Y'.
       01  WS-RECORD-VALID             PIC X     VALUE 'Y'.
           88 WS-UPDATE-OK                       VALUE 'Y'.
           88 WS-UPDATE-BAD                      VALUE 'N'.
      * How sure the match is - C confident, R needs review
       01  WS-MATCH-LEVEL              PIC X     VALUE SPACE.
           88 WS-MATCH-CONFIDENT                 VALUE 'C'.
           88 WS-MATCH-REVIEW                    VALUE 'R'.
       01  WS-XREF-SWITCH              PIC X     VALUE 'N'.
           88 WS-MATCHED-ON-XREF                 VALUE 'Y'.
       01  WS-REVIEW-REASON            PIC X(6)  VALUE SPACES.
       01  WS-MATCH-PATIENT-ID         PIC S9(9) COMP VALUE +0.
       01  WS-CHAR-IDX                 PIC S9(4) COMP VALUE +0.
       01  WS-READ-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-UNCHANGED-COUNT          PIC 9(7)  VALUE ZERO.
       01  WS-REVIEW-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-XREF-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-ROWS-SINCE-COMMIT        PIC S9(4) COMP VALUE +0.
       01  WS-COMMIT-INTERVAL          PIC S9(4) COMP VALUE +100.
      * PATIENTHIST shows the feed, not a person, made the change
       01  WS-FEED-USERID              PIC X(10) VALUE 'HCXIBJ01'.

      * One fixed-position line per exchange event
       01  WS-UPDATE-LINE.
           03 WS-XI-EVENT              PIC X(1).
              88 WS-XI-CONTACT-CHANGE            VALUE 'U'.
              88 WS-XI-DEATH-NOTICE              VALUE 'D'.
           03 FILLER                   PIC X(1).
           03 WS-XI-EXCHANGE-ID        PIC X(20).
           03 FILLER                   PIC X(1).
           03 WS-XI-STATE-REG-ID       PIC X(20).
           03 FILLER                   PIC X(1).
           03 WS-XI-PAYER-MEMBER-ID    PIC X(20).
           03 FILLER                   PIC X(1).
           03 WS-XI-LAST-NAME          PIC X(20).
           03 FILLER                   PIC X(1).
           03 WS-XI-FIRST-NAME         PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-XI-DOB                PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-XI-ADDRESS            PIC X(20).
           03 FILLER                   PIC X(1).
           03 WS-XI-CITY               PIC X(20).
           03 FILLER                   PIC X(1).
           03 WS-XI-POSTCODE           PIC X(10).
           03 FILLER                   PIC X(1).
           03 WS-XI-PHONE-MOBILE       PIC X(20).
           03 FILLER                   PIC X(1).
           03 WS-XI-DEATH-DATETIME     PIC X(26).
           03 FILLER                   PIC X(12).

      * Queued for review - reason and candidate patient first so the
      * registration team can sort the list by what needs deciding
       01  WS-REVIEW-LINE.
           03 WS-REV-REASON            PIC X(6).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-REV-PATIENT           PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-REV-RECORD            PIC X(240).
      *----------------------------------------------------------------*
      * Review reason codes                                            *
      *    IDDEMO  id on PATIENTXREF but last name or DOB disagree     *
      *    IDCONF  the record's ids name different patients            *
      *    NAMEFN  one patient with the last name and DOB, but the     *
      *            first name differs                                  *
      *    MULTI   several live patients share the last name and DOB   *
      *    MERGED  the matched record has been merged into another     *
      *    DEATH   death notice for a matched patient - record it      *
      *            through the death screen (01DPAT) once confirmed    *
      *----------------------------------------------------------------*

      * Rejected record - reason code first so the registration team
      * can sort the file by what went wrong
       01  WS-REJECT-LINE.
           03 WS-REJ-REASON            PIC X(2).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 WS-REJ-RECORD            PIC X(240).
      *----------------------------------------------------------------*
      * Reject reason codes                                            *
      *    01  event type not U or D                                   *
      *    02  no identifier and no last name/DOB to match on          *
      *    03  no patient matches the ids or the last name/DOB         *
      *    04  death notice without a readable death datetime          *
      *    05  matched patient no longer on PATIENT                    *
      *    06  DB2 error matching or applying the update               *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Shared patient contact update fields/paragraph
       COPY HCPUPWS.

      *----------------------------------------------------------------*
      * Host variables
      *----------------------------------------------------------------*
       01  DB2-XREF.
           03 DB2-EXCHANGE-ID          PIC X(20).
           03 DB2-STATE-REG-ID         PIC X(20).
           03 DB2-PAYER-MEMBER-ID      PIC X(20).
           03 DB2-LOOKUP-ID            PIC X(20).
           03 DB2-XREF-PATIENT-ID      PIC S9(9) COMP.
       01  DB2-PATIENT.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-DOB                  PIC X(10).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-PHONE-MOBILE         PIC X(20).
           03 DB2-EMAIL-ADDRESS        PIC X(50).
           03 DB2-DECEASED             PIC X(1).
           03 DB2-MATCH-COUNT          PIC S9(9) COMP.
      * Merged-patient indicator - MERGEDINTO is null on a live
      * patient and carries the survivor's PATIENTID after a merge
       01  DB2-MERGED.
           03 DB2-MERGEDINTO           PIC S9(9) COMP.
           03 DB2-MERGEDINTO-IND       PIC S9(4) COMP.
       01  DB2-REVIEW.
           03 DB2-REV-PATIENT-ID       PIC S9(9) COMP.
           03 DB2-REV-REASON           PIC X(6).
           03 DB2-REV-EVENT            PIC X(1).

      *----------------------------------------------------------------*
      * Error-message fields (batch equivalent of HCERRSWS - no EIB/   *
      * CICS facilities are available to a batch job)                  *
       01  EM-ERROR-MESSAGE.
           05  EM-PROGRAM              PIC X(8)  VALUE 'HCXIBJ01'.
           05  EM-SQLCODE              PIC S9(9) VALUE ZERO.
           05  EM-SQLREQ               PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           OPEN INPUT UPDATE-FILE.
           OPEN OUTPUT REVIEW-FILE.
           OPEN OUTPUT REJECT-FILE.

           PERFORM READ-UPDATE-RECORD.
           PERFORM PROCESS-UPDATE-RECORD
               UNTIL WS-NO-MORE-UPDATES.

           EXEC SQL COMMIT END-EXEC.

           CLOSE UPDATE-FILE.
           CLOSE REVIEW-FILE.
           CLOSE REJECT-FILE.

           DISPLAY 'HCXIBJ01 - updates read: ' WS-READ-COUNT.
           DISPLAY 'HCXIBJ01 - contact changes applied: '
                   WS-APPLIED-COUNT.
           DISPLAY 'HCXIBJ01 - already up to date: '
                   WS-UNCHANGED-COUNT.
           DISPLAY 'HCXIBJ01 - queued for review: ' WS-REVIEW-COUNT.
           DISPLAY 'HCXIBJ01 - updates rejected: ' WS-REJECT-COUNT.
           DISPLAY 'HCXIBJ01 - cross-references recorded: '
                   WS-XREF-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
       READ-UPDATE-RECORD.
           READ UPDATE-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF NOT WS-NO-MORE-UPDATES
              ADD 1 TO WS-READ-COUNT
              MOVE UPDATE-RECORD TO WS-UPDATE-LINE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       PROCESS-UPDATE-RECORD.
           MOVE 'Y' TO WS-RECORD-VALID.
           MOVE SPACE TO WS-MATCH-LEVEL.
           MOVE SPACES TO WS-REVIEW-REASON.
           MOVE 0 TO WS-MATCH-PATIENT-ID.

           PERFORM VALIDATE-UPDATE.
           IF WS-UPDATE-OK
              PERFORM MATCH-PATIENT
           END-IF.
           IF WS-UPDATE-OK
              IF WS-MATCH-REVIEW
                 PERFORM QUEUE-FOR-REVIEW
              ELSE
                 PERFORM APPLY-CONFIDENT-MATCH
              END-IF
           END-IF.

           ADD 1 TO WS-ROWS-SINCE-COMMIT.
           IF WS-ROWS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-ROWS-SINCE-COMMIT
           END-IF.

           PERFORM READ-UPDATE-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * The event type must be one the job knows; there must be        *
      * something to match on; and a death notice must carry the time  *
      * of death as a DB2 timestamp string for the review queue.       *
      *----------------------------------------------------------------*
       VALIDATE-UPDATE.
           EVALUATE TRUE
             WHEN NOT WS-XI-CONTACT-CHANGE
                  AND NOT WS-XI-DEATH-NOTICE
               MOVE '01' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
             WHEN WS-XI-LAST-NAME EQUAL SPACES
                  OR WS-XI-DOB EQUAL SPACES
               IF WS-XI-EXCHANGE-ID EQUAL SPACES
                  AND WS-XI-STATE-REG-ID EQUAL SPACES
                  AND WS-XI-PAYER-MEMBER-ID EQUAL SPACES
                  MOVE '02' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-LINE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-UPDATE-OK AND WS-XI-DEATH-NOTICE
              MOVE 1 TO WS-CHAR-IDX
              PERFORM CHECK-DATETIME-CHAR
                  UNTIL WS-CHAR-IDX > 26
              IF WS-UPDATE-BAD
                 MOVE '04' TO WS-REJ-REASON
                 PERFORM WRITE-REJECT-LINE
              END-IF
           END-IF.
           EXIT.

       CHECK-DATETIME-CHAR.
           EVALUATE WS-CHAR-IDX
             WHEN 5
             WHEN 8
             WHEN 11
               IF WS-XI-DEATH-DATETIME (WS-CHAR-IDX:1) NOT = '-'
                  MOVE 'N' TO WS-RECORD-VALID
               END-IF
             WHEN 14
             WHEN 17
             WHEN 20
               IF WS-XI-DEATH-DATETIME (WS-CHAR-IDX:1) NOT = '.'
                  MOVE 'N' TO WS-RECORD-VALID
               END-IF
             WHEN OTHER
               IF WS-XI-DEATH-DATETIME (WS-CHAR-IDX:1) IS NOT NUMERIC
                  MOVE 'N' TO WS-RECORD-VALID
               END-IF
           END-EVALUATE.
           ADD 1 TO WS-CHAR-IDX.
           EXIT.

      *----------------------------------------------------------------*
      * Identifiers first: every id the record carries is looked up on *
      * PATIENTXREF, and all that are on file must name the same       *
      * patient. Only when none is on file does the job fall back to   *
      * last name, first name and DOB.                                 *
      *----------------------------------------------------------------*
       MATCH-PATIENT.
           MOVE 'N' TO WS-XREF-SWITCH.

           IF WS-XI-EXCHANGE-ID NOT EQUAL SPACES
              MOVE ' SELECT PATIENTXREF EXCHANGE' TO EM-SQLREQ
              MOVE WS-XI-EXCHANGE-ID TO DB2-LOOKUP-ID
              EXEC SQL
                  SELECT PATIENTID
                    INTO :DB2-XREF-PATIENT-ID
                    FROM PATIENTXREF
                   WHERE EXCHANGEID = :DB2-LOOKUP-ID
              END-EXEC
              PERFORM CHECK-XREF-LOOKUP
           END-IF.

           IF WS-UPDATE-OK AND WS-XI-STATE-REG-ID NOT EQUAL SPACES
              MOVE ' SELECT PATIENTXREF STATE' TO EM-SQLREQ
              MOVE WS-XI-STATE-REG-ID TO DB2-LOOKUP-ID
              EXEC SQL
                  SELECT PATIENTID
                    INTO :DB2-XREF-PATIENT-ID
                    FROM PATIENTXREF
                   WHERE STATEREGID = :DB2-LOOKUP-ID
              END-EXEC
              PERFORM CHECK-XREF-LOOKUP
           END-IF.

           IF WS-UPDATE-OK AND WS-XI-PAYER-MEMBER-ID NOT EQUAL SPACES
              MOVE ' SELECT PATIENTXREF PAYER' TO EM-SQLREQ
              MOVE WS-XI-PAYER-MEMBER-ID TO DB2-LOOKUP-ID
              EXEC SQL
                  SELECT PATIENTID
                    INTO :DB2-XREF-PATIENT-ID
                    FROM PATIENTXREF
                   WHERE PAYERMEMBERID = :DB2-LOOKUP-ID
              END-EXEC
              PERFORM CHECK-XREF-LOOKUP
           END-IF.

           IF WS-UPDATE-OK AND NOT WS-MATCH-REVIEW
              IF WS-MATCHED-ON-XREF
                 PERFORM CONFIRM-XREF-PATIENT
              ELSE
                 PERFORM MATCH-ON-DEMOGRAPHICS
              END-IF
           END-IF.
           EXIT.

      * An id on file for a second, different patient - or an id the
      * cross-reference holds twice - is a conflict for review
       CHECK-XREF-LOOKUP.
           EVALUATE SQLCODE
             WHEN 0
               IF WS-MATCHED-ON-XREF
                  AND DB2-XREF-PATIENT-ID NOT = WS-MATCH-PATIENT-ID
                  MOVE 'R' TO WS-MATCH-LEVEL
                  MOVE 'IDCONF' TO WS-REVIEW-REASON
               ELSE
                  MOVE 'Y' TO WS-XREF-SWITCH
                  MOVE DB2-XREF-PATIENT-ID TO WS-MATCH-PATIENT-ID
               END-IF
             WHEN 100
               CONTINUE
             WHEN -811
               MOVE 'R' TO WS-MATCH-LEVEL
               MOVE 'IDCONF' TO WS-REVIEW-REASON
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '06' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * An id match is only trusted when the patient it names agrees   *
      * on last name and DOB - the exchange has been known to reuse an *
      * id after its own merges.                                       *
      *----------------------------------------------------------------*
       CONFIRM-XREF-PATIENT.
           PERFORM READ-MATCHED-PATIENT.
           IF WS-UPDATE-OK AND NOT WS-MATCH-REVIEW
              IF DB2-LAST-NAME = WS-XI-LAST-NAME
                 AND DB2-DOB = WS-XI-DOB
                 MOVE 'C' TO WS-MATCH-LEVEL
              ELSE
                 MOVE 'R' TO WS-MATCH-LEVEL
                 MOVE 'IDDEMO' TO WS-REVIEW-REASON
              END-IF
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * No id on file - count the live patients with the last name and *
      * DOB. Exactly one whose first name also agrees is confident;    *
      * any other outcome short of no candidate at all is for review.  *
      *----------------------------------------------------------------*
       MATCH-ON-DEMOGRAPHICS.
           MOVE WS-XI-LAST-NAME TO DB2-LAST-NAME.
           MOVE WS-XI-DOB       TO DB2-DOB.
           MOVE ' COUNT PATIENT NAME DOB' TO EM-SQLREQ.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(PATIENTID), 0)
                 INTO :DB2-MATCH-COUNT, :DB2-PATIENT-ID
                 FROM PATIENT
                WHERE LASTNAME = :DB2-LAST-NAME
                  AND DOB      = :DB2-DOB
                  AND MERGEDINTO IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM WRITE-ERROR-MESSAGE
              MOVE '06' TO WS-REJ-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              EVALUATE TRUE
                WHEN DB2-MATCH-COUNT = 0
                  MOVE '03' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-LINE
                WHEN DB2-MATCH-COUNT > 1
                  MOVE 'R' TO WS-MATCH-LEVEL
                  MOVE 'MULTI' TO WS-REVIEW-REASON
                WHEN OTHER
                  MOVE DB2-PATIENT-ID TO WS-MATCH-PATIENT-ID
                  PERFORM READ-MATCHED-PATIENT
                  IF WS-UPDATE-OK AND NOT WS-MATCH-REVIEW
                     IF DB2-FIRST-NAME = WS-XI-FIRST-NAME
                        MOVE 'C' TO WS-MATCH-LEVEL
                     ELSE
                        MOVE 'R' TO WS-MATCH-LEVEL
                        MOVE 'NAMEFN' TO WS-REVIEW-REASON
                     END-IF
                  END-IF
              END-EVALUATE
           END-IF.
           EXIT.

      * A match to a merged-away record is for review - which of the
      * two records the exchange's ids belong to is a person's call
       READ-MATCHED-PATIENT.
           MOVE WS-MATCH-PATIENT-ID TO DB2-PATIENT-ID.
           MOVE -1 TO DB2-MERGEDINTO-IND.
           MOVE ' SELECT PATIENT' TO EM-SQLREQ.
           EXEC SQL
               SELECT LASTNAME, FIRSTNAME, DOB, ADDRESS, CITY,
                      POSTCODE, PHONEMOBILE, EMAILADDRESS, DECEASED,
                      MERGEDINTO
                 INTO :DB2-LAST-NAME, :DB2-FIRST-NAME, :DB2-DOB,
                      :DB2-ADDRESS, :DB2-CITY, :DB2-POSTCODE,
                      :DB2-PHONE-MOBILE, :DB2-EMAIL-ADDRESS,
                      :DB2-DECEASED,
                      :DB2-MERGEDINTO :DB2-MERGEDINTO-IND
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-MERGEDINTO-IND >= 0
                  MOVE 'R' TO WS-MATCH-LEVEL
                  MOVE 'MERGED' TO WS-REVIEW-REASON
               END-IF
             WHEN 100
               MOVE '05' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '06' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Confident match - record the record's ids against the patient, *
      * then apply the contact change or queue the death notice.       *
      *----------------------------------------------------------------*
       APPLY-CONFIDENT-MATCH.
           PERFORM RECORD-CROSS-REFERENCE.

           IF WS-UPDATE-OK
              IF WS-XI-DEATH-NOTICE
                 IF DB2-DECEASED = 'Y'
                    ADD 1 TO WS-UNCHANGED-COUNT
                 ELSE
                    MOVE 'DEATH' TO WS-REVIEW-REASON
                    PERFORM QUEUE-FOR-REVIEW
                 END-IF
              ELSE
                 PERFORM APPLY-CONTACT-CHANGE
              END-IF
           END-IF.
           EXIT.

      * Ids the record leaves blank keep whatever is already on file
       RECORD-CROSS-REFERENCE.
           MOVE WS-MATCH-PATIENT-ID   TO DB2-XREF-PATIENT-ID.
           MOVE WS-XI-EXCHANGE-ID     TO DB2-EXCHANGE-ID.
           MOVE WS-XI-STATE-REG-ID    TO DB2-STATE-REG-ID.
           MOVE WS-XI-PAYER-MEMBER-ID TO DB2-PAYER-MEMBER-ID.

           MOVE ' UPDATE PATIENTXREF' TO EM-SQLREQ.
           EXEC SQL
               UPDATE PATIENTXREF
                  SET EXCHANGEID    =
                      CASE WHEN :DB2-EXCHANGE-ID = ' '
                           THEN EXCHANGEID
                           ELSE :DB2-EXCHANGE-ID END,
                      STATEREGID    =
                      CASE WHEN :DB2-STATE-REG-ID = ' '
                           THEN STATEREGID
                           ELSE :DB2-STATE-REG-ID END,
                      PAYERMEMBERID =
                      CASE WHEN :DB2-PAYER-MEMBER-ID = ' '
                           THEN PAYERMEMBERID
                           ELSE :DB2-PAYER-MEMBER-ID END,
                      UPDDATETIME   = CURRENT TIMESTAMP
                WHERE PATIENTID = :DB2-XREF-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF NOT WS-MATCHED-ON-XREF
                  ADD 1 TO WS-XREF-COUNT
               END-IF
             WHEN 100
               PERFORM INSERT-CROSS-REFERENCE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '06' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

       INSERT-CROSS-REFERENCE.
           MOVE ' INSERT PATIENTXREF' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO PATIENTXREF
                         ( PATIENTID, EXCHANGEID, STATEREGID,
                           PAYERMEMBERID, UPDDATETIME )
                  VALUES ( :DB2-XREF-PATIENT-ID, :DB2-EXCHANGE-ID,
                           :DB2-STATE-REG-ID, :DB2-PAYER-MEMBER-ID,
                           CURRENT TIMESTAMP )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-XREF-COUNT
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '06' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The exchange sends only what changed - a blank field keeps the *
      * value on file, and email is ours alone. A record that changes  *
      * nothing writes no PATIENTHIST row.                             *
      *----------------------------------------------------------------*
       APPLY-CONTACT-CHANGE.
           MOVE WS-MATCH-PATIENT-ID TO PUP-PATIENT-ID.
           MOVE WS-FEED-USERID      TO PUP-USERID.
           MOVE DB2-ADDRESS         TO PUP-NEW-ADDRESS.
           MOVE DB2-CITY            TO PUP-NEW-CITY.
           MOVE DB2-POSTCODE        TO PUP-NEW-POSTCODE.
           MOVE DB2-PHONE-MOBILE    TO PUP-NEW-PHONE-MOBILE.
           MOVE DB2-EMAIL-ADDRESS   TO PUP-NEW-EMAIL-ADDRESS.
           IF WS-XI-ADDRESS NOT EQUAL SPACES
              MOVE WS-XI-ADDRESS TO PUP-NEW-ADDRESS
           END-IF.
           IF WS-XI-CITY NOT EQUAL SPACES
              MOVE WS-XI-CITY TO PUP-NEW-CITY
           END-IF.
           IF WS-XI-POSTCODE NOT EQUAL SPACES
              MOVE WS-XI-POSTCODE TO PUP-NEW-POSTCODE
           END-IF.
           IF WS-XI-PHONE-MOBILE NOT EQUAL SPACES
              MOVE WS-XI-PHONE-MOBILE TO PUP-NEW-PHONE-MOBILE
           END-IF.

           IF PUP-NEW-ADDRESS      = DB2-ADDRESS
              AND PUP-NEW-CITY     = DB2-CITY
              AND PUP-NEW-POSTCODE = DB2-POSTCODE
              AND PUP-NEW-PHONE-MOBILE = DB2-PHONE-MOBILE
              ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
              PERFORM APPLY-PATIENT-UPDATE
              EVALUATE TRUE
                WHEN PUP-UPDATED
                  ADD 1 TO WS-APPLIED-COUNT
                WHEN PUP-NOT-FOUND
                  MOVE '05' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-LINE
                WHEN OTHER
                  PERFORM WRITE-ERROR-MESSAGE
                  MOVE '06' TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Nothing is applied for a record on the queue - XREFREVIEW      *
      * keeps the whole record, open, for the registration team to     *
      * confirm or dismiss, and HCXIREV lists it for the day's work.   *
      *----------------------------------------------------------------*
       QUEUE-FOR-REVIEW.
           MOVE WS-MATCH-PATIENT-ID TO DB2-REV-PATIENT-ID.
           MOVE WS-REVIEW-REASON    TO DB2-REV-REASON.
           MOVE WS-XI-EVENT         TO DB2-REV-EVENT.

           MOVE ' INSERT XREFREVIEW' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO XREFREVIEW
                         ( REVIEWID, PATIENTID, REASON, EVENTTYPE,
                           EXCHANGEID, STATEREGID, PAYERMEMBERID,
                           LASTNAME, FIRSTNAME, DOB, ADDRESS, CITY,
                           POSTCODE, PHONEMOBILE, DEATHDATETIME,
                           RECEIVEDDATETIME, STATUS )
                  VALUES ( DEFAULT, :DB2-REV-PATIENT-ID,
                           :DB2-REV-REASON, :DB2-REV-EVENT,
                           :WS-XI-EXCHANGE-ID, :WS-XI-STATE-REG-ID,
                           :WS-XI-PAYER-MEMBER-ID, :WS-XI-LAST-NAME,
                           :WS-XI-FIRST-NAME, :WS-XI-DOB,
                           :WS-XI-ADDRESS, :WS-XI-CITY,
                           :WS-XI-POSTCODE, :WS-XI-PHONE-MOBILE,
                           :WS-XI-DEATH-DATETIME,
                           CURRENT TIMESTAMP, 'O' )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-REVIEW-COUNT
               MOVE WS-REVIEW-REASON    TO WS-REV-REASON
               MOVE WS-MATCH-PATIENT-ID TO WS-REV-PATIENT
               MOVE WS-UPDATE-LINE      TO WS-REV-RECORD
               MOVE SPACES TO REVIEW-RECORD
               MOVE WS-REVIEW-LINE TO REVIEW-RECORD
               WRITE REVIEW-RECORD
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE '06' TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REJECT-LINE.
           MOVE 'N' TO WS-RECORD-VALID.
           MOVE WS-UPDATE-LINE TO WS-REJ-RECORD.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-REJECT-LINE TO REJECT-RECORD.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           EXIT.

      *----------------------------------------------------------------*
      * Batch equivalent of HCERRSPD - DISPLAY to the job log since a  *
      * batch job has no CICS CSMT transient data queue to write to.   *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLCODE.
           DISPLAY 'HCXIBJ01 ERROR - ' EM-SQLREQ
                   ' SQLCODE=' EM-SQLCODE.
           EXIT.

      *----------------------------------------------------------------*
      * Shared patient contact update
       COPY HCPUPPD.
