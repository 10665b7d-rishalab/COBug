IDENTIFICATION DIVISION.
       program-id. cgi-edit-course.
       *> Course catalog maintenance on tbl_course - what a course_id
       *> in tbl_enrollment actually is: code, name, credits, the
       *> program it belongs to, the number of places (capacity, zero
       *> is no limit) and the term it is offered. action=add and
       *> action=update keep the catalog; action=addprereq and
       *> action=dropprereq keep tbl_course_prereq, the courses and
       *> minimum grades a course requires; action=list (the
       *> default) prints the catalog with places taken and the
       *> waitlist, and with a course_id the course's prerequisites.
       *> cgi-edit-enrollment and batch-import-enroll check capacity
       *> and prerequisites against these two tables.
       DATA DIVISION.
       working-storage section.
       01   switches-course.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Kurskatalog'.
       01  wc-action               PIC X(10) VALUE SPACE.
       01  wc-credits-ed           PIC ZZ9.9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  tbl-course-rec-vars.
           05  tbl-crs-course-id        PIC  9(4).
           05  tbl-crs-code             PIC  X(10).
           05  tbl-crs-name             PIC  X(50).
           05  tbl-crs-credits          PIC  9(3)V9.
           05  tbl-crs-program-id       PIC  9(3).
           05  tbl-crs-capacity         PIC  9(4).
           05  tbl-crs-termin           PIC  X(10).
           05  tbl-crs-enrolled         PIC  9(4).
           05  tbl-crs-waiting          PIC  9(4).
       01  tbl-prereq-rec-vars.
           05  tbl-pre-course-id        PIC  9(4).
           05  tbl-pre-code             PIC  X(10).
           05  tbl-pre-name             PIC  X(50).
           05  tbl-pre-min-grade        PIC  X(3).
       01  wr-rec-vars.
           05  wn-course-id        PIC  9(4) VALUE ZERO.
           05  wc-code             PIC  X(10) VALUE SPACE.
           05  wc-name             PIC  X(40) VALUE SPACE.
           05  wn-credits          PIC  9(3)V9 VALUE ZERO.
           05  wn-program-id       PIC  9(3) VALUE ZERO.
           05  wn-capacity         PIC  9(4) VALUE ZERO.
           05  wc-termin           PIC  X(10) VALUE SPACE.
           05  wn-prereq-id        PIC  9(4) VALUE ZERO.
           05  wc-min-grade        PIC  X(3) VALUE SPACE.
       01  wn-lookup-count         PIC  9(5) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           COPY setupenv_openjensen.
           PERFORM A0100-init
           IF is-valid-init
               PERFORM B0100-connect
               IF is-db-connected
                   EVALUATE wc-action
                       WHEN 'add'
                           PERFORM B0200-add-course
                       WHEN 'update'
                           PERFORM B0300-update-course
                       WHEN 'addprereq'
                           PERFORM B0400-add-prereq
                       WHEN 'dropprereq'
                           PERFORM B0450-drop-prereq
                       WHEN OTHER
                           PERFORM B0500-list-catalog
                   END-EVALUATE
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
               PERFORM A0110-init-course-action
           END-IF.
       A0110-init-course-action.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'action' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-action
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-course-id
           END-IF
           IF wc-action = 'add' OR wc-action = 'update'
               PERFORM A0120-init-course-fields
           ELSE
               IF wc-action = 'addprereq' OR wc-action = 'dropprereq'
                   PERFORM A0130-init-prereq-fields
               ELSE
                   SET is-valid-init TO TRUE
               END-IF
           END-IF.
       A0120-init-course-fields.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_code' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-code
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_name' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-name
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_credits' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-credits
           END-IF
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'program_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-program-id
           END-IF
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'capacity' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-capacity
           END-IF
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'termin' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-termin
           IF wn-course-id = ZERO
               MOVE 'Saknar ett angivet course id'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               IF wc-name = SPACE
                   MOVE 'Saknar ett angivet kursnamn'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   SET is-valid-init TO TRUE
               END-IF
           END-IF.
       A0130-init-prereq-fields.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'prereq_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-prereq-id
           END-IF
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'min_grade' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-min-grade
           IF wc-min-grade = SPACE
               MOVE 'E' TO wc-min-grade
           END-IF
           IF wn-course-id = ZERO OR wn-prereq-id = ZERO
               MOVE 'Saknar kurs eller forkunskapskurs'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               SET is-valid-init TO TRUE
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       B0200-add-course.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-lookup-count
               FROM tbl_course
               WHERE course_id = :wn-course-id
           END-EXEC
           IF wn-lookup-count NOT = ZERO
               MOVE 'Kursen finns redan i katalogen'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               EXEC SQL
                   INSERT INTO tbl_course
                       (course_id, course_code, course_name,
                        course_credits, course_program_id,
                        course_capacity, course_termin)
                   VALUES (:wn-course-id, :wc-code, :wc-name,
                           :wn-credits, :wn-program-id,
                           :wn-capacity, :wc-termin)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0230-commit-work
                    MOVE 'Kursen ar upplagd' TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
               END-IF
           END-IF.
       B0230-commit-work.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
       *> a lower capacity does not remove anyone already enrolled -
       *> it only stops new enrollments until the course is under it
       B0300-update-course.
           EXEC SQL
               UPDATE tbl_course
                   SET course_code = :wc-code,
                       course_name = :wc-name,
                       course_credits = :wn-credits,
                       course_program_id = :wn-program-id,
                       course_capacity = :wn-capacity,
                       course_termin = :wc-termin
               WHERE course_id = :wn-course-id
           END-EXEC
           IF  SQLCODE NOT = ZERO
                MOVE 'Kursen finns inte i katalogen'
                     TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                PERFORM B0230-commit-work
                MOVE 'Kursen ar andrad' TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF.
       *> both ends must be in the catalog, and a course cannot
       *> require itself
       B0400-add-prereq.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-lookup-count
               FROM tbl_course
               WHERE course_id IN (:wn-course-id, :wn-prereq-id)
           END-EXEC
           IF wn-lookup-count NOT = 2
               MOVE 'Kursen finns inte i katalogen'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               EXEC SQL
                   INSERT INTO tbl_course_prereq
                       (course_id, prereq_course_id,
                        prereq_min_grade)
                   VALUES (:wn-course-id, :wn-prereq-id,
                           :wc-min-grade)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0230-commit-work
                    PERFORM B0600-list-prereq
               END-IF
           END-IF.
       B0450-drop-prereq.
           EXEC SQL
               DELETE FROM tbl_course_prereq
               WHERE course_id = :wn-course-id
                 AND prereq_course_id = :wn-prereq-id
           END-EXEC
           IF  SQLCODE NOT = ZERO
                MOVE 'Forkunskapskravet finns inte'
                     TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                PERFORM B0230-commit-work
                PERFORM B0600-list-prereq
           END-IF.
       *> the whole catalog with places taken this term and the
       *> waitlist length - a course_id narrows it to one course
       *> and adds its prerequisites
       B0500-list-catalog.
           EXEC SQL
             DECLARE curscourse CURSOR FOR
                 SELECT c.course_id, c.course_code, c.course_name,
                        c.course_credits, c.course_program_id,
                        c.course_capacity, c.course_termin,
                        (SELECT COUNT(*) FROM tbl_enrollment e
                          WHERE e.enroll_course_id = c.course_id
                            AND e.enroll_termin = c.course_termin
                            AND e.enroll_status = 'A'),
                        (SELECT COUNT(*) FROM tbl_waitlist w
                          WHERE w.wait_course_id = c.course_id
                            AND w.wait_status = 'W')
                 FROM tbl_course c
                 WHERE :wn-course-id = 0
                    OR c.course_id = :wn-course-id
                 ORDER BY c.course_code
           END-EXEC
           EXEC SQL
                OPEN curscourse
           END-EXEC
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Kod</th><th>Namn</th>'
                   '<th>Poang</th><th>Program</th><th>Platser</th>'
                   '<th>Termin</th><th>Registrerade</th>'
                   '<th>Vantelista</th></tr>'
           EXEC SQL
               FETCH curscourse
                   INTO :tbl-crs-course-id, :tbl-crs-code,
                        :tbl-crs-name, :tbl-crs-credits,
                        :tbl-crs-program-id, :tbl-crs-capacity,
                        :tbl-crs-termin, :tbl-crs-enrolled,
                        :tbl-crs-waiting
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE tbl-crs-credits TO wc-credits-ed
               DISPLAY '<tr>'
                       '<td>' tbl-crs-course-id '</td>'
                       '<td>' tbl-crs-code '</td>'
                       '<td>' tbl-crs-name '</td>'
                       '<td>' wc-credits-ed '</td>'
                       '<td>' tbl-crs-program-id '</td>'
                       '<td>' tbl-crs-capacity '</td>'
                       '<td>' tbl-crs-termin '</td>'
                       '<td>' tbl-crs-enrolled '</td>'
                       '<td>' tbl-crs-waiting '</td>'
                       '</tr>'
               EXEC SQL
                   FETCH curscourse
                       INTO :tbl-crs-course-id, :tbl-crs-code,
                            :tbl-crs-name, :tbl-crs-credits,
                            :tbl-crs-program-id, :tbl-crs-capacity,
                            :tbl-crs-termin, :tbl-crs-enrolled,
                            :tbl-crs-waiting
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE curscourse
           END-EXEC
           IF wn-course-id NOT = ZERO
               PERFORM B0600-list-prereq
           END-IF.
       B0600-list-prereq.
           EXEC SQL
             DECLARE cursprereq CURSOR FOR
                 SELECT p.prereq_course_id, c.course_code,
                        c.course_name, p.prereq_min_grade
                 FROM tbl_course_prereq p, tbl_course c
                 WHERE p.course_id = :wn-course-id
                   AND c.course_id = p.prereq_course_id
                 ORDER BY c.course_code
           END-EXEC
           EXEC SQL
                OPEN cursprereq
           END-EXEC
           DISPLAY '<h3>Forkunskapskrav kurs ' wn-course-id '</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Kurs</th><th>Kod</th><th>Namn</th>'
                   '<th>Lagst betyg</th></tr>'
           EXEC SQL
               FETCH cursprereq
                   INTO :tbl-pre-course-id, :tbl-pre-code,
                        :tbl-pre-name, :tbl-pre-min-grade
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY '<tr>'
                       '<td>' tbl-pre-course-id '</td>'
                       '<td>' tbl-pre-code '</td>'
                       '<td>' tbl-pre-name '</td>'
                       '<td>' tbl-pre-min-grade '</td>'
                       '</tr>'
               EXEC SQL
                   FETCH cursprereq
                       INTO :tbl-pre-course-id, :tbl-pre-code,
                            :tbl-pre-name, :tbl-pre-min-grade
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursprereq
           END-EXEC.
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code.
       Z0100-error-routine.
           COPY z0100-error-routine.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
