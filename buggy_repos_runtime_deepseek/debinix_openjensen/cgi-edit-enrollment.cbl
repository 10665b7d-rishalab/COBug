       *> cgi-edit-betyg refuses a grade for a student with no
       *> active enrollment, and cgi-list-class draws the class list
       *> from here instead of from whoever already has grades.
       *> An add is checked against the course catalog (tbl_course,
       *> kept by cgi-edit-course): the course must be in it, every
       *> prerequisite in tbl_course_prereq must be passed at its
       *> minimum grade, and a course at capacity for the term puts
       *> the student on tbl_waitlist instead; a drop gives the freed
       *> place to the first student waiting.
       DATA DIVISION.
       working-storage section.
       01   switches-enroll.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
            03  course-is-full-switch               PIC X   VALUE 'N'.
                88  course-is-full                          VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
           05  wn-course-id        PIC  9(4) VALUE ZERO.
           05  wc-termin           PIC  X(10) VALUE SPACE.
       01  wn-lookup-count         PIC  9(5) VALUE ZERO.
       01  wn-capacity             PIC  9(4) VALUE ZERO.
       01  wn-waiting-student-id   PIC  9(5) VALUE ZERO.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           COPY b0100-connect-openjensen.
       B0200-add-enrollment.
           PERFORM B0210-check-student-exists
           IF is-valid-init
               PERFORM B0212-check-course
           END-IF
           IF is-valid-init
               PERFORM B0214-check-prereq
           END-IF
           IF is-valid-init
               PERFORM B0220-check-duplicate
           END-IF
           IF is-valid-init
               PERFORM B0225-check-capacity
               IF course-is-full
                   PERFORM B0226-add-to-waitlist
               ELSE
                   PERFORM B0230-insert-enrollment
               END-IF
           END-IF.
       B0210-check-student-exists.
           MOVE ZERO TO wn-lookup-count
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           END-IF.
       B0212-check-course.
           MOVE ZERO TO wn-capacity
           EXEC SQL
               SELECT course_capacity INTO :wn-capacity
               FROM tbl_course
               WHERE course_id = :wn-course-id
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'Kursen finns inte i katalogen'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           END-IF.
       *> every prerequisite needs a grade on the required course at
       *> or above its minimum - A-F and IG/G/VG/MVG ranked on one
       *> scale, a blank minimum meaning any passing grade
       B0214-check-prereq.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-lookup-count
               FROM tbl_course_prereq p
               WHERE p.course_id = :wn-course-id
                 AND NOT EXISTS
                     (SELECT 1 FROM tbl_grade g
                       WHERE g.grade_student_id = :wn-student-id
                         AND g.grade_course_id = p.prereq_course_id
                         AND (CASE g.grade_grade
                                WHEN 'A' THEN 5 WHEN 'B' THEN 4
                                WHEN 'C' THEN 3 WHEN 'D' THEN 2
                                WHEN 'E' THEN 1 WHEN 'MVG' THEN 5
                                WHEN 'VG' THEN 3 WHEN 'G' THEN 1
                                ELSE 0 END)
                             >= (CASE p.prereq_min_grade
                                WHEN 'A' THEN 5 WHEN 'B' THEN 4
                                WHEN 'C' THEN 3 WHEN 'D' THEN 2
                                WHEN 'MVG' THEN 5 WHEN 'VG' THEN 3
                                ELSE 1 END))
           END-EXEC
           IF wn-lookup-count NOT = ZERO
               MOVE 'Forkunskapskrav ar inte uppfyllda'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           END-IF.
       B0220-check-duplicate.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           END-IF.
       *> a capacity of zero is an open course
       B0225-check-capacity.
           MOVE 'N' TO course-is-full-switch
           IF wn-capacity > ZERO
               MOVE ZERO TO wn-lookup-count
               EXEC SQL
                   SELECT COUNT(*) INTO :wn-lookup-count
                   FROM tbl_enrollment
                   WHERE enroll_course_id = :wn-course-id
                     AND enroll_termin = :wc-termin
                     AND enroll_status = 'A'
               END-EXEC
               IF wn-lookup-count NOT < wn-capacity
                   SET course-is-full TO TRUE
               END-IF
           END-IF.
       *> a full course refuses the enrollment but keeps the student
       *> in line - first come, first served when a place frees up
       B0226-add-to-waitlist.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-lookup-count
               FROM tbl_waitlist
               WHERE wait_student_id = :wn-student-id
                 AND wait_course_id = :wn-course-id
                 AND wait_termin = :wc-termin
                 AND wait_status = 'W'
           END-EXEC
           IF wn-lookup-count = ZERO
               EXEC SQL
                   INSERT INTO tbl_waitlist
                       (wait_student_id, wait_course_id,
                        wait_termin, wait_queued_at, wait_status)
                   VALUES (:wn-student-id, :wn-course-id,
                           :wc-termin, CURRENT_TIMESTAMP, 'W')
               END-EXEC
               IF  SQLCODE NOT = ZERO
                    PERFORM Z0100-error-routine
               ELSE
                    EXEC SQL
                        COMMIT WORK
                    END-EXEC
               END-IF
           END-IF
           MOVE 'Kursen ar full - satt pa vantelista'
                TO wc-printscr-string
           CALL 'stop-printscr' USING wc-printscr-string.
       B0230-insert-enrollment.
           EXEC SQL
               INSERT INTO tbl_enrollment
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0310-fill-from-waitlist
                EXEC SQL
                    COMMIT WORK
                END-EXEC
                     TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF.
       *> the freed place goes to the first student waiting on the
       *> same course and term, in the drop's unit of work - the
       *> prerequisites were checked when the student was queued
       B0310-fill-from-waitlist.
           MOVE ZERO TO wn-capacity
           EXEC SQL
               SELECT course_capacity INTO :wn-capacity
               FROM tbl_course
               WHERE course_id = :wn-course-id
           END-EXEC
           PERFORM B0225-check-capacity
           IF NOT course-is-full
               MOVE ZERO TO wn-waiting-student-id
               EXEC SQL
                   SELECT wait_student_id
                   INTO :wn-waiting-student-id
                   FROM tbl_waitlist
                   WHERE wait_course_id = :wn-course-id
                     AND wait_termin = :wc-termin
                     AND wait_status = 'W'
                   ORDER BY wait_queued_at
                   LIMIT 1
               END-EXEC
               IF SQLCODE = ZERO
                   EXEC SQL
                       INSERT INTO tbl_enrollment
                           (enroll_student_id, enroll_course_id,
                            enroll_termin, enroll_datum,
                            enroll_status)
                       VALUES (:wn-waiting-student-id,
                               :wn-course-id, :wc-termin,
                               CURRENT_DATE, 'A')
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                        PERFORM Z0100-error-routine
                   END-IF
                   EXEC SQL
                       UPDATE tbl_waitlist
                           SET wait_status = 'E'
                       WHERE wait_student_id = :wn-waiting-student-id
                         AND wait_course_id = :wn-course-id
                         AND wait_termin = :wc-termin
                         AND wait_status = 'W'
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                        PERFORM Z0100-error-routine
                   ELSE
                        DISPLAY '<p>Platsen gick till student '
                                wn-waiting-student-id
                                ' fran vantelistan</p>'
                   END-IF
               END-IF
           END-IF.
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code.
       Z0100-error-routine.
