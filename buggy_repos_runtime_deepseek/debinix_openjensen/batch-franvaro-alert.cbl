IDENTIFICATION DIVISION.
       program-id. batch-franvaro-alert.
       *> Nightly absence watch over tbl_narvaro. Two rules, both
       *> counting unexcused absences only (a counselor's excuse in
       *> cgi-excuse-franvaro takes the mark out):
       *>   - per course, the absence percentage at or over the
       *>     gransvarde cgi-list-franvaro uses (20 percent);
       *>   - three or more absences in one week, any course.
       *> A student newly crossing either rule gets one notice per
       *> guardian in tbl_guardian queued on tbl_guardian_notify,
       *> which batch-send-notify spools to the guardian with the
       *> same resend path as the grade notices. tbl_franvaro_alert
       *> remembers what was already sent, so a student is told once
       *> - a course alert is cleared when the percentage falls back
       *> under the limit, so a second crossing is told again.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01   switches-alert.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
       01  wn-franvaro-pct         PIC 9(3)   VALUE ZERO.
       01  wn-gransvarde           PIC 9(3)   VALUE 20.
       01  wn-week-limit           PIC 9(3)   VALUE 3.
       01  wn-checked-count        PIC 9(5)   VALUE ZERO.
       01  wn-alert-count          PIC 9(5)   VALUE ZERO.
       01  wn-queued-count         PIC 9(5)   VALUE ZERO.
       01  wn-no-guardian-count    PIC 9(5)   VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database             PIC  X(30) VALUE SPACE.
       01  wc-passwd               PIC  X(10) VALUE SPACE.
       01  wc-username             PIC  X(30) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wr-alert-vars.
           05  wn-student-id       PIC 9(5).
           05  wn-course-id        PIC 9(4).
           05  wn-lektioner        PIC 9(5).
           05  wn-franvaro         PIC 9(5).
           05  wc-week             PIC X(8).
           05  wc-alert-type       PIC X(1).
           05  wc-alert-key        PIC X(8).
           05  wc-alert-text       PIC X(60).
       01  wn-lookup-count         PIC 9(5).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           PERFORM B0100-connect
           IF is-db-connected
               PERFORM B0200-check-course-pct
               PERFORM B0300-check-week
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               PERFORM Z0200-disconnect
           END-IF
           PERFORM C0100-summary
           GOBACK.
       B0100-connect.
           MOVE "openjensen" TO wc-database
           MOVE "jensen" TO wc-username
           MOVE SPACE TO wc-passwd
           EXEC SQL
               CONNECT :wc-username IDENTIFIED BY :wc-passwd
                                    USING :wc-database
           END-EXEC
           IF SQLSTATE NOT = '00000'
               PERFORM Z0100-error-routine
           ELSE
               SET is-db-connected TO TRUE
           END-IF.
       *> the cgi-list-franvaro summary for every student and course
       *> at once, excused absences left out
       B0200-check-course-pct.
           EXEC SQL
               DECLARE curspct CURSOR FOR
               SELECT narvaro_student_id, narvaro_course_id,
                      COUNT(*),
                      SUM(CASE WHEN narvaro_status = 'A'
                                AND COALESCE(narvaro_excused, 'N')
                                    <> 'Y'
                          THEN 1 ELSE 0 END)
               FROM tbl_narvaro
               GROUP BY narvaro_student_id, narvaro_course_id
           END-EXEC
           EXEC SQL
               OPEN curspct
           END-EXEC
           EXEC SQL
               FETCH curspct INTO
                   :wn-student-id, :wn-course-id,
                   :wn-lektioner, :wn-franvaro
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-checked-count
               PERFORM B0210-evaluate-course-pct
               EXEC SQL
                   FETCH curspct INTO
                       :wn-student-id, :wn-course-id,
                       :wn-lektioner, :wn-franvaro
               END-EXEC
           END-PERFORM
           IF SQLSTATE NOT = '02000'
               PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE curspct
           END-EXEC.
       *> over the limit and not yet told - queue; back under the
       *> limit - forget the alert so a new crossing counts again
       B0210-evaluate-course-pct.
           IF wn-lektioner > ZERO
               COMPUTE wn-franvaro-pct ROUNDED =
                       wn-franvaro * 100 / wn-lektioner
           ELSE
               MOVE ZERO TO wn-franvaro-pct
           END-IF
           MOVE 'P' TO wc-alert-type
           MOVE SPACE TO wc-alert-key
           IF wn-franvaro-pct NOT < wn-gransvarde
               PERFORM B0400-is-already-alerted
               IF wn-lookup-count = ZERO
                   MOVE SPACE TO wc-alert-text
                   STRING 'Franvaro ' DELIMITED BY SIZE
                          wn-franvaro-pct DELIMITED BY SIZE
                          ' procent i kurs ' DELIMITED BY SIZE
                          wn-course-id DELIMITED BY SIZE
                          INTO wc-alert-text
                   END-STRING
                   PERFORM B0410-queue-alert
               END-IF
           ELSE
               EXEC SQL
                   DELETE FROM tbl_franvaro_alert
                   WHERE alert_student_id = :wn-student-id
                     AND alert_course_id = :wn-course-id
                     AND alert_type = 'P'
               END-EXEC
           END-IF.
       *> the last two weeks only - older weeks were judged on
       *> earlier nights
       B0300-check-week.
           MOVE ZERO TO wn-course-id
           EXEC SQL
               DECLARE cursweek CURSOR FOR
               SELECT narvaro_student_id,
                      TO_CHAR(CAST(narvaro_datum AS DATE),
                              'IYYY-IW'),
                      COUNT(*)
               FROM tbl_narvaro
               WHERE narvaro_status = 'A'
                 AND COALESCE(narvaro_excused, 'N') <> 'Y'
                 AND CAST(narvaro_datum AS DATE)
                     >= CURRENT_DATE - 14
               GROUP BY narvaro_student_id,
                        TO_CHAR(CAST(narvaro_datum AS DATE),
                                'IYYY-IW')
               HAVING COUNT(*) >= :wn-week-limit
           END-EXEC
           EXEC SQL
               OPEN cursweek
           END-EXEC
           EXEC SQL
               FETCH cursweek INTO
                   :wn-student-id, :wc-week, :wn-franvaro
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-checked-count
               MOVE 'W' TO wc-alert-type
               MOVE wc-week TO wc-alert-key
               PERFORM B0400-is-already-alerted
               IF wn-lookup-count = ZERO
                   MOVE SPACE TO wc-alert-text
                   STRING wn-franvaro DELIMITED BY SIZE
                          ' ogiltiga franvarotillfallen vecka '
                                       DELIMITED BY SIZE
                          wc-week      DELIMITED BY SIZE
                          INTO wc-alert-text
                   END-STRING
                   PERFORM B0410-queue-alert
               END-IF
               EXEC SQL
                   FETCH cursweek INTO
                       :wn-student-id, :wc-week, :wn-franvaro
               END-EXEC
           END-PERFORM
           IF SQLSTATE NOT = '02000'
               PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursweek
           END-EXEC.
       B0400-is-already-alerted.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-lookup-count
               FROM tbl_franvaro_alert
               WHERE alert_student_id = :wn-student-id
                 AND alert_course_id = :wn-course-id
                 AND alert_type = :wc-alert-type
                 AND alert_key = :wc-alert-key
           END-EXEC.
       *> one notice per guardian on file; the alert is remembered
       *> even when there is no guardian, so the office list below
       *> is not repeated every night
       B0410-queue-alert.
           ADD 1 TO wn-alert-count
           EXEC SQL
               INSERT INTO tbl_franvaro_alert
                   (alert_student_id, alert_course_id,
                    alert_type, alert_key, alerted_at)
               VALUES (:wn-student-id, :wn-course-id,
                       :wc-alert-type, :wc-alert-key,
                       CURRENT_TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               INSERT INTO tbl_guardian_notify
                   (guardian_id, student_id, course_id,
                    alert_type, alert_text, queued_at,
                    notify_status)
               SELECT guardian_id, :wn-student-id, :wn-course-id,
                      :wc-alert-type, :wc-alert-text,
                      CURRENT_TIMESTAMP, 'Q'
               FROM tbl_guardian
               WHERE guardian_student_id = :wn-student-id
           END-EXEC
           IF SQLCODE = ZERO
               ADD SQLERRD(3) TO wn-queued-count
           ELSE
               IF SQLSTATE = '02000'
                   ADD 1 TO wn-no-guardian-count
                   DISPLAY '  no guardian on file, student '
                           wn-student-id ': ' wc-alert-text
               ELSE
                   PERFORM Z0100-error-routine
               END-IF
           END-IF.
       C0100-summary.
           DISPLAY 'Absence alert summary'
           DISPLAY '  rows checked.....: ' wn-checked-count
           DISPLAY '  new alerts.......: ' wn-alert-count
           DISPLAY '  notices queued...: ' wn-queued-count
           DISPLAY '  without guardian.: ' wn-no-guardian-count.
       Z0100-error-routine.
           DISPLAY 'An error occurred, SQLSTATE=' SQLSTATE
           STOP RUN.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
