IDENTIFICATION DIVISION.
       program-id. cgi-betygsutdrag.
       *> Official transcript (betygsutdrag) per student: every course
       *> from tbl_enrollment that was not dropped, grouped by term,
       *> with the course name and credits from tbl_course and the
       *> final grade from tbl_grade, a credit subtotal per term, the
       *> total credits earned and the credit-weighted merit value.
       *> The default action is the screen page; action=utfarda is
       *> the printable document, entered in the tbl_transcript
       *> register under the next serial number and the issue date;
       *> action=kontroll looks a serial number up in that register,
       *> so a copy someone presents can be checked against what was
       *> actually issued. A course whose grade change is still
       *> queued in tbl_betyg_notify is flagged on the transcript.
       DATA DIVISION.
       working-storage section.
       01   switches-utdrag.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
            03  is-first-row-switch                 PIC X   VALUE 'Y'.
                88  is-first-row                            VALUE 'Y'.
            03  is-graded-switch                    PIC X   VALUE 'N'.
                88  is-graded                               VALUE 'Y'.
            03  is-passed-switch                    PIC X   VALUE 'N'.
                88  is-passed                               VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Betygsutdrag'.
       01  wc-action               PIC X(10) VALUE SPACE.
       01  wc-prev-termin          PIC X(10) VALUE SPACE.
       01  wc-flag                 PIC X(30) VALUE SPACE.
       01  wn-grade-points         PIC 99V9 VALUE ZERO.
       01  wn-term-credits         PIC 9(4)V9 VALUE ZERO.
       01  wn-graded-credits       PIC 9(4)V9 VALUE ZERO.
       01  wn-merit-sum            PIC 9(6)V99 VALUE ZERO.
       01  wn-course-count         PIC 9(3) VALUE ZERO.
       01  wn-pending-total        PIC 9(3) VALUE ZERO.
       01  wn-today                PIC 9(8) VALUE ZERO.
       01  wc-credits-ed           PIC ZZ9.9.
       01  wc-total-ed             PIC ZZZ9.9.
       01  wc-merit-ed             PIC Z9.99.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  tbl-trn-rec-vars.
           05  tbl-trn-termin           PIC  X(10).
           05  tbl-trn-course-id        PIC  9(4).
           05  tbl-trn-course-name      PIC  X(50).
           05  tbl-trn-credits          PIC  9(3)V9.
           05  tbl-trn-grade            PIC  X(40).
           05  tbl-trn-pending          PIC  9(3).
       01  tbl-reg-rec-vars.
           05  tbl-reg-student-id       PIC  9(5).
           05  tbl-reg-datum            PIC  X(10).
           05  tbl-reg-credits          PIC  9(4)V9.
           05  tbl-reg-merit            PIC  9(2)V99.
           05  tbl-reg-issued-by        PIC  X(40).
       01  wr-rec-vars.
           05  wn-student-id       PIC  9(5) VALUE ZERO.
           05  wc-firstname        PIC  X(50) VALUE SPACE.
           05  wc-lastname         PIC  X(50) VALUE SPACE.
           05  wn-total-credits    PIC  9(4)V9 VALUE ZERO.
           05  wn-merit-avg        PIC  9(2)V99 VALUE ZERO.
           05  wn-serial           PIC  9(6) VALUE ZERO.
           05  wc-datum            PIC  X(10) VALUE SPACE.
           05  wc-issued-by        PIC  X(40) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           COPY setupenv_openjensen.
           PERFORM A0100-init
           IF is-valid-init
               PERFORM B0100-connect
               IF is-db-connected
                   IF wc-action = 'kontroll'
                       PERFORM B0500-verify-serial
                   ELSE
                       PERFORM B0200-transcript
                   END-IF
                   PERFORM Z0200-disconnect
               END-IF
           END-IF
           PERFORM C0100-closedown
           GOBACK.
       A0100-init.
           CALL 'wui-print-header' USING wn-rtn-code
           CALL 'wui-start-html' USING wc-pagetitle
           CALL 'write-post-string' USING wn-rtn-code
           IF wn-rtn-code = ZERO
               PERFORM A0110-init-utdrag-action
           END-IF.
       A0110-init-utdrag-action.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'action' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-action
           IF wc-action = 'kontroll'
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'serienr' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-serial
               IF wn-serial = ZERO
                   MOVE 'Saknar ett angivet serienummer'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   SET is-valid-init TO TRUE
               END-IF
           ELSE
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'student_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-student-id
               IF wc-post-value = SPACE
                   MOVE 'Saknar ett angivet student id'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   MOVE ZERO TO wn-rtn-code
                   MOVE SPACE TO wc-post-value
                   MOVE 'utfardat_av' TO wc-post-name
                   CALL 'get-post-value' USING wn-rtn-code
                                        wc-post-name wc-post-value
                   MOVE wc-post-value TO wc-issued-by
                   SET is-valid-init TO TRUE
               END-IF
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       *> the screen page and the issued document are the same
       *> listing - issuing only adds the serial number up front and
       *> the register row once the totals are known
       B0200-transcript.
           PERFORM B0210-get-student
           IF is-valid-init
               IF wc-action = 'utfarda'
                   PERFORM B0300-next-serial
               END-IF
               PERFORM B0220-list-courses
               PERFORM B0250-print-summary
               IF wc-action = 'utfarda'
                   PERFORM B0310-register-transcript
               END-IF
           END-IF.
       B0210-get-student.
           EXEC SQL
               SELECT user_firstname, user_lastname
               INTO :wc-firstname, :wc-lastname
               FROM tbl_user
               WHERE user_id = :wn-student-id
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'Studenten finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           ELSE
               DISPLAY '<h2>Betygsutdrag</h2>'
               DISPLAY '<p>' wc-firstname ' ' wc-lastname
                       ' - student ' wn-student-id '</p>'
           END-IF.
       *> every course the student did not drop, term by term - a
       *> course without a grade yet is still listed, as in progress
       B0220-list-courses.
           EXEC SQL
             DECLARE curstrn CURSOR FOR
                 SELECT e.enroll_termin, e.enroll_course_id,
                        COALESCE(c.course_name, ' '),
                        COALESCE(c.course_credits, 0),
                        COALESCE(g.grade_grade, ' '),
                        (SELECT COUNT(*) FROM tbl_betyg_notify n
                          WHERE n.grade_id = g.grade_id
                            AND n.notify_status IN ('Q', 'F'))
                 FROM tbl_enrollment e
                      LEFT JOIN tbl_course c
                        ON c.course_id = e.enroll_course_id
                      LEFT JOIN tbl_grade g
                        ON g.grade_student_id = e.enroll_student_id
                       AND g.grade_course_id = e.enroll_course_id
                 WHERE e.enroll_student_id = :wn-student-id
                   AND e.enroll_status <> 'X'
                 ORDER BY e.enroll_termin, e.enroll_course_id
           END-EXEC
           EXEC SQL
                OPEN curstrn
           END-EXEC
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Termin</th><th>Kurs</th>'
                   '<th>Kursnamn</th><th>Poang</th>'
                   '<th>Betyg</th><th>Anmarkning</th></tr>'
           EXEC SQL
               FETCH curstrn
                   INTO :tbl-trn-termin, :tbl-trn-course-id,
                        :tbl-trn-course-name, :tbl-trn-credits,
                        :tbl-trn-grade, :tbl-trn-pending
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM B0230-print-course-row
               EXEC SQL
                   FETCH curstrn
                       INTO :tbl-trn-termin, :tbl-trn-course-id,
                            :tbl-trn-course-name, :tbl-trn-credits,
                            :tbl-trn-grade, :tbl-trn-pending
               END-EXEC
           END-PERFORM
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           IF NOT is-first-row
               PERFORM B0240-print-term-total
           END-IF
           DISPLAY '</table>'
           EXEC SQL
               CLOSE curstrn
           END-EXEC.
       *> a new term closes the previous term's subtotal and opens
       *> its own heading row
       B0230-print-course-row.
           IF is-first-row OR tbl-trn-termin NOT = wc-prev-termin
               IF NOT is-first-row
                   PERFORM B0240-print-term-total
               END-IF
               MOVE 'N' TO is-first-row-switch
               MOVE tbl-trn-termin TO wc-prev-termin
               MOVE ZERO TO wn-term-credits
               DISPLAY '<tr><th colspan="6">Termin '
                       tbl-trn-termin '</th></tr>'
           END-IF
           ADD 1 TO wn-course-count
           PERFORM B0235-grade-points
           IF is-passed
               ADD tbl-trn-credits TO wn-term-credits
               ADD tbl-trn-credits TO wn-total-credits
           END-IF
           IF is-graded
               ADD tbl-trn-credits TO wn-graded-credits
               COMPUTE wn-merit-sum = wn-merit-sum
                       + wn-grade-points * tbl-trn-credits
           END-IF
           MOVE SPACE TO wc-flag
           IF tbl-trn-pending > ZERO
               ADD 1 TO wn-pending-total
               MOVE 'Betygsandring under behandling' TO wc-flag
           ELSE
               IF NOT is-graded
                   MOVE 'Pagaende kurs' TO wc-flag
               END-IF
           END-IF
           MOVE tbl-trn-credits TO wc-credits-ed
           IF tbl-trn-pending > ZERO
               DISPLAY '<tr><td>' tbl-trn-termin '</td>'
                       '<td>' tbl-trn-course-id '</td>'
                       '<td>' tbl-trn-course-name '</td>'
                       '<td>' wc-credits-ed '</td>'
                       '<td><b>' tbl-trn-grade '</b></td>'
                       '<td><b>' wc-flag '</b></td></tr>'
           ELSE
               DISPLAY '<tr><td>' tbl-trn-termin '</td>'
                       '<td>' tbl-trn-course-id '</td>'
                       '<td>' tbl-trn-course-name '</td>'
                       '<td>' wc-credits-ed '</td>'
                       '<td>' tbl-trn-grade '</td>'
                       '<td>' wc-flag '</td></tr>'
           END-IF.
       *> merit value per grade - A-F as today, and the older
       *> IG/G/VG/MVG scale still found on earlier terms; anything
       *> else (no grade yet) counts neither as passed nor as graded
       B0235-grade-points.
           MOVE ZERO TO wn-grade-points
           MOVE 'Y' TO is-graded-switch
           MOVE 'N' TO is-passed-switch
           EVALUATE tbl-trn-grade
               WHEN 'A'
                   MOVE 20 TO wn-grade-points
               WHEN 'B'
                   MOVE 17.5 TO wn-grade-points
               WHEN 'C'
                   MOVE 15 TO wn-grade-points
               WHEN 'D'
                   MOVE 12.5 TO wn-grade-points
               WHEN 'E'
                   MOVE 10 TO wn-grade-points
               WHEN 'MVG'
                   MOVE 20 TO wn-grade-points
               WHEN 'VG'
                   MOVE 15 TO wn-grade-points
               WHEN 'G'
                   MOVE 10 TO wn-grade-points
               WHEN 'F'
               WHEN 'IG'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO is-graded-switch
           END-EVALUATE
           IF wn-grade-points > ZERO
               SET is-passed TO TRUE
           END-IF.
       B0240-print-term-total.
           MOVE wn-term-credits TO wc-total-ed
           DISPLAY '<tr><td colspan="3">Summa termin '
                   wc-prev-termin '</td>'
                   '<td>' wc-total-ed '</td>'
                   '<td colspan="2"></td></tr>'.
       *> total credits count passed courses only; the merit value
       *> is weighted by credits over every graded course, fails
       *> included
       B0250-print-summary.
           IF wn-graded-credits > ZERO
               COMPUTE wn-merit-avg ROUNDED =
                       wn-merit-sum / wn-graded-credits
           END-IF
           MOVE wn-total-credits TO wc-total-ed
           MOVE wn-merit-avg TO wc-merit-ed
           DISPLAY '<p>Antal kurser: ' wn-course-count '</p>'
           DISPLAY '<p>Summa avklarade poang: ' wc-total-ed '</p>'
           DISPLAY '<p>Meritvarde: ' wc-merit-ed '</p>'
           IF wn-pending-total > ZERO
               DISPLAY '<p><b>Betygsandring under behandling i '
                       wn-pending-total ' kurs(er)</b></p>'
           END-IF.
       *> the serial is taken before the listing so it heads the
       *> document; the issue date is today's
       B0300-next-serial.
           EXEC SQL
               SELECT COALESCE(MAX(transcript_serial), 0) + 1
               INTO :wn-serial
               FROM tbl_transcript
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM Z0100-error-routine
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO wn-today
           MOVE SPACE TO wc-datum
           STRING wn-today(1:4) '-' wn-today(5:2) '-'
                  wn-today(7:2) DELIMITED SIZE INTO wc-datum
           END-STRING
           DISPLAY '<p>Utdrag nr ' wn-serial
                   ' - utfardat ' wc-datum '</p>'.
       *> the register keeps the totals as issued - a copy with
       *> altered figures no longer matches its serial number
       B0310-register-transcript.
           EXEC SQL
               INSERT INTO tbl_transcript
                   (transcript_serial, student_id,
                    transcript_datum, transcript_credits,
                    transcript_merit, transcript_issued_by)
               VALUES (:wn-serial, :wn-student-id,
                       :wc-datum, :wn-total-credits,
                       :wn-merit-avg, :wc-issued-by)
           END-EXEC
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                EXEC SQL
                    COMMIT WORK
                END-EXEC
                DISPLAY '<p>Utfardat av: ' wc-issued-by '</p>'
                DISPLAY '<p>Underskrift: ______________________</p>'
                MOVE 'Betygsutdraget ar registrerat'
                     TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF.
       *> what the register says was issued under a serial number -
       *> held against the copy the student or employer presents
       B0500-verify-serial.
           EXEC SQL
               SELECT t.student_id, t.transcript_datum,
                      t.transcript_credits, t.transcript_merit,
                      t.transcript_issued_by,
                      u.user_firstname, u.user_lastname
               INTO :tbl-reg-student-id, :tbl-reg-datum,
                    :tbl-reg-credits, :tbl-reg-merit,
                    :tbl-reg-issued-by,
                    :wc-firstname, :wc-lastname
               FROM tbl_transcript t, tbl_user u
               WHERE t.transcript_serial = :wn-serial
                 AND u.user_id = t.student_id
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF SQLSTATE = '02000'
                   MOVE 'Utdraget finns inte i registret'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   PERFORM Z0100-error-routine
               END-IF
           ELSE
               MOVE tbl-reg-credits TO wc-total-ed
               MOVE tbl-reg-merit TO wc-merit-ed
               DISPLAY '<h3>Utdrag nr ' wn-serial '</h3>'
               DISPLAY '<table border="1">'
               DISPLAY '<tr><td>Student</td><td>'
                       tbl-reg-student-id ' ' wc-firstname
                       ' ' wc-lastname '</td></tr>'
               DISPLAY '<tr><td>Utfardat</td><td>'
                       tbl-reg-datum '</td></tr>'
               DISPLAY '<tr><td>Avklarade poang</td><td>'
                       wc-total-ed '</td></tr>'
               DISPLAY '<tr><td>Meritvarde</td><td>'
                       wc-merit-ed '</td></tr>'
               DISPLAY '<tr><td>Utfardat av</td><td>'
                       tbl-reg-issued-by '</td></tr>'
               DISPLAY '</table>'
           END-IF.
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code.
       Z0100-error-routine.
           COPY z0100-error-routine.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
