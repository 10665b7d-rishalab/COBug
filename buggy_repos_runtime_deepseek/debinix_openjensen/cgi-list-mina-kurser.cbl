IDENTIFICATION DIVISION.
       program-id. cgi-list-mina-kurser.
       *> A teacher's own courses from tbl_teaching: one row per
       *> assigned course and term with the active enrollment count,
       *> the students still without a grade for that term, and the
       *> lessons not fully marked in tbl_narvaro - a lesson booked
       *> for the course in tbl_lokal_booking, up to today, on whose
       *> date fewer marks were written than there are students
       *> enrolled. A current term narrows the list to one term.
       DATA DIVISION.
       working-storage section.
       01   switches-mina.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Mina kurser'.
       01  wn-row-count            PIC 9(3) VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  tbl-mine-rec-vars.
           05  tbl-min-course-id        PIC  9(4).
           05  tbl-min-code             PIC  X(10).
           05  tbl-min-name             PIC  X(50).
           05  tbl-min-termin           PIC  X(10).
           05  tbl-min-enrolled         PIC  9(4).
           05  tbl-min-ungraded         PIC  9(4).
           05  tbl-min-unmarked         PIC  9(4).
       01  wr-rec-vars.
           05  wn-teacher-id       PIC  9(5) VALUE ZERO.
           05  wc-termin           PIC  X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           COPY setupenv_openjensen.
           PERFORM A0100-init
           IF is-valid-init
               PERFORM B0100-connect
               IF is-db-connected
                   PERFORM B0200-list-my-courses
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
               PERFORM A0110-init-mina-action
           END-IF.
       A0110-init-mina-action.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'teacher_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE FUNCTION NUMVAL(wc-post-value) TO wn-teacher-id
           IF wc-post-value = SPACE
               MOVE 'Saknar ett angivet larar id'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'termin' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-termin
               SET is-valid-init TO TRUE
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       *> the three counts come from correlated subqueries, one row
       *> per assignment; a booked lesson nobody marked counts too
       B0200-list-my-courses.
           EXEC SQL
             DECLARE cursmine CURSOR FOR
                 SELECT t.teach_course_id,
                        COALESCE(c.course_code, ' '),
                        COALESCE(c.course_name, ' '),
                        t.teach_termin,
                        (SELECT COUNT(*) FROM tbl_enrollment e
                          WHERE e.enroll_course_id = t.teach_course_id
                            AND e.enroll_termin = t.teach_termin
                            AND e.enroll_status = 'A'),
                        (SELECT COUNT(*) FROM tbl_enrollment e
                          WHERE e.enroll_course_id = t.teach_course_id
                            AND e.enroll_termin = t.teach_termin
                            AND e.enroll_status = 'A'
                            AND NOT EXISTS
                                (SELECT 1 FROM tbl_grade g
                                  WHERE g.grade_student_id =
                                        e.enroll_student_id
                                    AND g.grade_course_id =
                                        e.enroll_course_id
                                    AND g.grade_grade <> ' ')),
                        (SELECT COUNT(*) FROM
                            (SELECT DISTINCT b.bokning_datum
                               FROM tbl_lokal_booking b
                              WHERE b.bokning_course_id =
                                    t.teach_course_id
                                AND b.bokning_datum <=
                                    TO_CHAR(CURRENT_DATE,
                                            'YYYY-MM-DD')
                                AND (SELECT COUNT(*)
                                       FROM tbl_narvaro n
                                      WHERE n.narvaro_course_id =
                                            t.teach_course_id
                                        AND n.narvaro_datum =
                                            b.bokning_datum) <
                                    (SELECT COUNT(*)
                                       FROM tbl_enrollment e
                                      WHERE e.enroll_course_id =
                                            t.teach_course_id
                                        AND e.enroll_termin =
                                            t.teach_termin
                                        AND e.enroll_status = 'A'))
                            AS lektion)
                 FROM tbl_teaching t
                      LEFT JOIN tbl_course c
                        ON c.course_id = t.teach_course_id
                 WHERE t.teach_user_id = :wn-teacher-id
                   AND (:wc-termin = ' '
                        OR t.teach_termin = :wc-termin)
                 ORDER BY t.teach_termin, c.course_code
           END-EXEC
           EXEC SQL
                OPEN cursmine
           END-EXEC
           DISPLAY '<h3>Mina kurser - larare ' wn-teacher-id '</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Kurs</th><th>Kod</th><th>Namn</th>'
                   '<th>Termin</th><th>Registrerade</th>'
                   '<th>Utan betyg</th>'
                   '<th>Ej markerade lektioner</th></tr>'
           EXEC SQL
               FETCH cursmine
                   INTO :tbl-min-course-id, :tbl-min-code,
                        :tbl-min-name, :tbl-min-termin,
                        :tbl-min-enrolled, :tbl-min-ungraded,
                        :tbl-min-unmarked
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-row-count
               DISPLAY '<tr>'
                       '<td>' tbl-min-course-id '</td>'
                       '<td>' tbl-min-code '</td>'
                       '<td>' tbl-min-name '</td>'
                       '<td>' tbl-min-termin '</td>'
                       '<td>' tbl-min-enrolled '</td>'
                       '<td>' tbl-min-ungraded '</td>'
                       '<td>' tbl-min-unmarked '</td>'
                       '</tr>'
               EXEC SQL
                   FETCH cursmine
                       INTO :tbl-min-course-id, :tbl-min-code,
                            :tbl-min-name, :tbl-min-termin,
                            :tbl-min-enrolled, :tbl-min-ungraded,
                            :tbl-min-unmarked
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
           DISPLAY '<p>Antal kurser: ' wn-row-count '</p>'
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursmine
           END-EXEC.
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code.
       Z0100-error-routine.
           COPY z0100-error-routine.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
