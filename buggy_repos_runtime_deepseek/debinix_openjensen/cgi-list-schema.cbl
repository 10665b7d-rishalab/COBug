IDENTIFICATION DIVISION.
       program-id. cgi-list-schema.
       *> Weekly timetable from the lesson bookings in
       *> tbl_lokal_booking (cgi-book-local, each carrying its
       *> course) for the week holding the posted date (vecka,
       *> default today). typ=student takes the courses the student
       *> is actively enrolled on, typ=larare the courses in the
       *> teacher's tbl_teaching assignments, typ=kurs one course.
       *> A lesson that overlaps another lesson in the same set -
       *> a student or teacher booked in two courses at once - is
       *> flagged. action=ics returns the same week as a calendar
       *> file (text/calendar) for the phone instead of the page.
       DATA DIVISION.
       working-storage section.
       01   switches-schema.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
            03  is-ics-switch                       PIC X   VALUE 'N'.
                88  is-ics                                  VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Schema'.
       01  wc-action               PIC X(10) VALUE SPACE.
       01  wn-row-count            PIC 9(4) VALUE ZERO.
       01  wn-clash-total          PIC 9(4) VALUE ZERO.
       *> calendar lines end in CR LF; DISPLAY supplies the LF
       01  wc-cr                   PIC X VALUE X'0D'.
       01  wc-now                  PIC X(21) VALUE SPACE.
       *> DTSTAMP is UTC - yyyymmddThhmmssZ
       01  wc-dtstamp              PIC X(16) VALUE SPACE.
       01  wc-dtstart              PIC X(15) VALUE SPACE.
       01  wc-dtend                PIC X(15) VALUE SPACE.
       01  wc-uid                  PIC X(40) VALUE SPACE.
       *> date arithmetic - dates travel as YYYY-MM-DD, the date
       *> intrinsics want yyyymmdd, day 1 is a monday
       01  wr-date-work.
           05  wn-datum-num        PIC  9(8) VALUE ZERO.
           05  wn-datum-int        PIC  9(8) VALUE ZERO.
           05  wn-dag-i-veckan     PIC  9(1) VALUE ZERO.
       *> the clock less its offset from Greenwich, in minutes of
       *> the day, may fall on the day before or after
       01  wr-stamp-work.
           05  wn-stamp-date       PIC  9(8) VALUE ZERO.
           05  wn-stamp-int        PIC  9(8) VALUE ZERO.
           05  wn-stamp-hh         PIC  9(2) VALUE ZERO.
           05  wn-stamp-mi         PIC  9(2) VALUE ZERO.
           05  wn-offset-hh        PIC  9(2) VALUE ZERO.
           05  wn-offset-mi        PIC  9(2) VALUE ZERO.
           05  wn-offset-min       PIC S9(4) VALUE ZERO.
           05  wn-stamp-min        PIC S9(5) VALUE ZERO.
           05  wc-stamp-hhmm.
               10  wn-utc-hh       PIC  9(2) VALUE ZERO.
               10  wn-utc-mi       PIC  9(2) VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  tbl-lesson-rec-vars.
           05  tbl-les-datum            PIC  X(10).
           05  tbl-les-starttid         PIC  X(5).
           05  tbl-les-sluttid          PIC  X(5).
           05  tbl-les-course-id        PIC  9(4).
           05  tbl-les-code             PIC  X(10).
           05  tbl-les-name             PIC  X(50).
           05  tbl-les-lokal-id         PIC  9(4).
           05  tbl-les-lokalnamn        PIC  X(40).
           05  tbl-les-aktivitet        PIC  X(40).
           05  tbl-les-clash            PIC  9(4).
       01  wr-rec-vars.
           05  wc-typ              PIC  X(10) VALUE SPACE.
           05  wn-id               PIC  9(5) VALUE ZERO.
           05  wc-monday           PIC  X(10) VALUE SPACE.
           05  wc-sunday           PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           COPY setupenv_openjensen.
           PERFORM A0100-init
           IF is-valid-init
               PERFORM B0100-connect
               IF is-db-connected
                   PERFORM B0200-list-week
                   PERFORM Z0200-disconnect
               END-IF
           END-IF
           PERFORM C0100-closedown
           GOBACK.
       *> the calendar file gets its own headers - no html page is
       *> started for it
       A0100-init.
           CALL 'write-post-string' USING wn-rtn-code
           IF wn-rtn-code = ZERO
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'action' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                   wc-post-name wc-post-value
               MOVE wc-post-value TO wc-action
               IF wc-action = 'ics'
                   SET is-ics TO TRUE
               END-IF
           END-IF
           IF is-ics
               DISPLAY 'Content-Type: text/calendar; charset=utf-8'
               DISPLAY 'Content-Disposition: attachment; '
                       'filename="schema.ics"'
               DISPLAY ' '
           ELSE
               CALL 'wui-print-header' USING wn-rtn-code
               CALL 'wui-start-html' USING wc-pagetitle
           END-IF
           PERFORM A0110-init-schema-action.
       A0110-init-schema-action.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'typ' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-typ
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE FUNCTION NUMVAL(wc-post-value) TO wn-id
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'vecka' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-typ NOT = 'student' AND wc-typ NOT = 'larare'
              AND wc-typ NOT = 'kurs'
               MOVE 'Typ maste vara student, larare, kurs'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               IF wn-id = ZERO
                   MOVE 'Saknar ett angivet id'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   PERFORM A0120-compute-week
                   SET is-valid-init TO TRUE
               END-IF
           END-IF.
       *> monday to sunday around the posted date
       A0120-compute-week.
           IF wc-post-value = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO wn-datum-num
           ELSE
               MOVE wc-post-value(1:4) TO wn-datum-num(1:4)
               MOVE wc-post-value(6:2) TO wn-datum-num(5:2)
               MOVE wc-post-value(9:2) TO wn-datum-num(7:2)
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(wn-datum-num)
                TO wn-datum-int
           COMPUTE wn-dag-i-veckan =
                   FUNCTION MOD(wn-datum-int - 1, 7) + 1
           SUBTRACT wn-dag-i-veckan FROM wn-datum-int
           ADD 1 TO wn-datum-int
           MOVE FUNCTION DATE-OF-INTEGER(wn-datum-int)
                TO wn-datum-num
           STRING wn-datum-num(1:4) '-' wn-datum-num(5:2) '-'
                  wn-datum-num(7:2) DELIMITED SIZE INTO wc-monday
           END-STRING
           ADD 6 TO wn-datum-int
           MOVE FUNCTION DATE-OF-INTEGER(wn-datum-int)
                TO wn-datum-num
           STRING wn-datum-num(1:4) '-' wn-datum-num(5:2) '-'
                  wn-datum-num(7:2) DELIMITED SIZE INTO wc-sunday
           END-STRING.
       B0100-connect.
           COPY b0100-connect-openjensen.
       *> one cursor for all three kinds - the course set is the
       *> student's active enrollments, the teacher's assignments
       *> or the one course; the clash count looks for another
       *> lesson in the same set overlapping on the same day
       B0200-list-week.
           EXEC SQL
             DECLARE cursschema CURSOR FOR
                 SELECT b.bokning_datum, b.bokning_starttid,
                        b.bokning_sluttid, b.bokning_course_id,
                        COALESCE(c.course_code, ' '),
                        COALESCE(c.course_name, ' '),
                        b.lokal_id, COALESCE(l.lokalnamn, ' '),
                        b.bokning_aktivitet,
                        (SELECT COUNT(*) FROM tbl_lokal_booking b2
                          WHERE b2.bokning_datum = b.bokning_datum
                            AND b2.bokning_course_id
                                <> b.bokning_course_id
                            AND b2.bokning_starttid
                                < b.bokning_sluttid
                            AND b2.bokning_sluttid
                                > b.bokning_starttid
                            AND ((:wc-typ = 'student'
                                  AND b2.bokning_course_id IN
                                  (SELECT e.enroll_course_id
                                     FROM tbl_enrollment e
                                    WHERE e.enroll_student_id = :wn-id
                                      AND e.enroll_status = 'A'))
                              OR (:wc-typ = 'larare'
                                  AND b2.bokning_course_id IN
                                  (SELECT t.teach_course_id
                                     FROM tbl_teaching t
                                    WHERE t.teach_user_id = :wn-id))))
                 FROM tbl_lokal_booking b
                      LEFT JOIN tbl_course c
                        ON c.course_id = b.bokning_course_id
                      LEFT JOIN tbl_lokal l
                        ON l.lokal_id = b.lokal_id
                 WHERE b.bokning_datum BETWEEN :wc-monday
                                           AND :wc-sunday
                   AND ((:wc-typ = 'kurs'
                         AND b.bokning_course_id = :wn-id)
                     OR (:wc-typ = 'student'
                         AND b.bokning_course_id IN
                         (SELECT e.enroll_course_id
                            FROM tbl_enrollment e
                           WHERE e.enroll_student_id = :wn-id
                             AND e.enroll_status = 'A'))
                     OR (:wc-typ = 'larare'
                         AND b.bokning_course_id IN
                         (SELECT t.teach_course_id
                            FROM tbl_teaching t
                           WHERE t.teach_user_id = :wn-id)))
                 ORDER BY b.bokning_datum, b.bokning_starttid
           END-EXEC
           EXEC SQL
                OPEN cursschema
           END-EXEC
           IF is-ics
               PERFORM B0300-ics-start
           ELSE
               DISPLAY '<h3>Schema ' wc-typ ' ' wn-id
                       ' vecka ' wc-monday ' - ' wc-sunday '</h3>'
               DISPLAY '<table border="1">'
               DISPLAY '<tr><th>Datum</th><th>Start</th>'
                       '<th>Slut</th><th>Kurs</th><th>Namn</th>'
                       '<th>Lokal</th><th>Aktivitet</th>'
                       '<th>Anmarkning</th></tr>'
           END-IF
           EXEC SQL
               FETCH cursschema
                   INTO :tbl-les-datum, :tbl-les-starttid,
                        :tbl-les-sluttid, :tbl-les-course-id,
                        :tbl-les-code, :tbl-les-name,
                        :tbl-les-lokal-id, :tbl-les-lokalnamn,
                        :tbl-les-aktivitet, :tbl-les-clash
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-row-count
               IF is-ics
                   PERFORM B0310-ics-event
               ELSE
                   PERFORM B0210-print-lesson-row
               END-IF
               EXEC SQL
                   FETCH cursschema
                       INTO :tbl-les-datum, :tbl-les-starttid,
                            :tbl-les-sluttid, :tbl-les-course-id,
                            :tbl-les-code, :tbl-les-name,
                            :tbl-les-lokal-id, :tbl-les-lokalnamn,
                            :tbl-les-aktivitet, :tbl-les-clash
               END-EXEC
           END-PERFORM
           IF is-ics
               DISPLAY 'END:VCALENDAR' wc-cr
           ELSE
               DISPLAY '</table>'
               DISPLAY '<p>Lektioner: ' wn-row-count
                       ' - Krockar: ' wn-clash-total '</p>'
           END-IF
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursschema
           END-EXEC.
       B0210-print-lesson-row.
           IF tbl-les-clash > ZERO
               ADD 1 TO wn-clash-total
               DISPLAY '<tr><td><b>' tbl-les-datum '</b></td>'
                       '<td><b>' tbl-les-starttid '</b></td>'
                       '<td><b>' tbl-les-sluttid '</b></td>'
                       '<td><b>' tbl-les-code '</b></td>'
                       '<td><b>' tbl-les-name '</b></td>'
                       '<td><b>' tbl-les-lokalnamn '</b></td>'
                       '<td><b>' tbl-les-aktivitet '</b></td>'
                       '<td><b>Dubbelbokad</b></td></tr>'
           ELSE
               DISPLAY '<tr><td>' tbl-les-datum '</td>'
                       '<td>' tbl-les-starttid '</td>'
                       '<td>' tbl-les-sluttid '</td>'
                       '<td>' tbl-les-code '</td>'
                       '<td>' tbl-les-name '</td>'
                       '<td>' tbl-les-lokalnamn '</td>'
                       '<td>' tbl-les-aktivitet '</td>'
                       '<td></td></tr>'
           END-IF.
       B0300-ics-start.
           MOVE FUNCTION CURRENT-DATE TO wc-now
           MOVE wc-now(1:8) TO wn-stamp-date
           MOVE wc-now(9:2) TO wn-stamp-hh
           MOVE wc-now(11:2) TO wn-stamp-mi
           MOVE ZERO TO wn-offset-min
           IF wc-now(17:1) = '+' OR wc-now(17:1) = '-'
               MOVE wc-now(18:2) TO wn-offset-hh
               MOVE wc-now(20:2) TO wn-offset-mi
               COMPUTE wn-offset-min = wn-offset-hh * 60 + wn-offset-mi
               IF wc-now(17:1) = '-'
                   COMPUTE wn-offset-min = 0 - wn-offset-min
               END-IF
           END-IF
           COMPUTE wn-stamp-int =
                   FUNCTION INTEGER-OF-DATE(wn-stamp-date)
           COMPUTE wn-stamp-min =
                   wn-stamp-hh * 60 + wn-stamp-mi - wn-offset-min
           IF wn-stamp-min < ZERO
               ADD 1440 TO wn-stamp-min
               SUBTRACT 1 FROM wn-stamp-int
           END-IF
           IF wn-stamp-min NOT < 1440
               SUBTRACT 1440 FROM wn-stamp-min
               ADD 1 TO wn-stamp-int
           END-IF
           COMPUTE wn-stamp-date =
                   FUNCTION DATE-OF-INTEGER(wn-stamp-int)
           DIVIDE wn-stamp-min BY 60 GIVING wn-utc-hh
                  REMAINDER wn-utc-mi
           MOVE SPACE TO wc-dtstamp
           STRING wn-stamp-date 'T' wc-stamp-hhmm wc-now(13:2) 'Z'
                  DELIMITED SIZE INTO wc-dtstamp
           END-STRING
           DISPLAY 'BEGIN:VCALENDAR' wc-cr
           DISPLAY 'VERSION:2.0' wc-cr
           DISPLAY 'PRODID:-//openjensen//schema//SV' wc-cr.
       *> local times straight from the booking; the uid is the
       *> room, date and start time, unique for a booking
       B0310-ics-event.
           MOVE SPACE TO wc-dtstart wc-dtend wc-uid
           STRING tbl-les-datum(1:4) tbl-les-datum(6:2)
                  tbl-les-datum(9:2) 'T' tbl-les-starttid(1:2)
                  tbl-les-starttid(4:2) '00'
                  DELIMITED SIZE INTO wc-dtstart
           END-STRING
           STRING tbl-les-datum(1:4) tbl-les-datum(6:2)
                  tbl-les-datum(9:2) 'T' tbl-les-sluttid(1:2)
                  tbl-les-sluttid(4:2) '00'
                  DELIMITED SIZE INTO wc-dtend
           END-STRING
           STRING tbl-les-lokal-id '-' wc-dtstart '@openjensen'
                  DELIMITED SIZE INTO wc-uid
           END-STRING
           DISPLAY 'BEGIN:VEVENT' wc-cr
           DISPLAY 'UID:' FUNCTION TRIM(wc-uid TRAILING) wc-cr
           DISPLAY 'DTSTAMP:' FUNCTION TRIM(wc-dtstamp TRAILING) wc-cr
           DISPLAY 'DTSTART:' FUNCTION TRIM(wc-dtstart TRAILING) wc-cr
           DISPLAY 'DTEND:' FUNCTION TRIM(wc-dtend TRAILING) wc-cr
           DISPLAY 'SUMMARY:' FUNCTION TRIM(tbl-les-code TRAILING)
                   ' ' FUNCTION TRIM(tbl-les-name TRAILING) wc-cr
           DISPLAY 'LOCATION:'
                   FUNCTION TRIM(tbl-les-lokalnamn TRAILING) wc-cr
           DISPLAY 'END:VEVENT' wc-cr.
       C0100-closedown.
           IF NOT is-ics
               CALL 'wui-end-html' USING wn-rtn-code
           END-IF.
       Z0100-error-routine.
           COPY z0100-error-routine.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
