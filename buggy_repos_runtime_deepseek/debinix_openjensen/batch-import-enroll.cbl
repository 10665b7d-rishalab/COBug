       *> same checks cgi-edit-enrollment makes one POST at a time -
       *> student on file, no duplicate active enrollment - with
       *> every rejected row and its reason in ENROLLREJ.TXT and a
       *> read/inserted/rejected summary for the office. The course
       *> catalog checks cgi-edit-enrollment makes apply here too:
       *> course in tbl_course, prerequisites passed, and a course
       *> at capacity rejects the row and queues the student on
       *> tbl_waitlist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                88  is-end-of-file                     VALUE 'Y'.
            03  row-is-valid-switch            PIC X   VALUE 'N'.
                88  row-is-valid                       VALUE 'Y'.
            03  course-is-full-switch          PIC X   VALUE 'N'.
                88  course-is-full                     VALUE 'Y'.
       01  wc-import-status        PIC XX     VALUE '00'.
       01  wc-reject-reason        PIC X(40)  VALUE SPACE.
       01  wn-read-count           PIC 9(5)   VALUE ZERO.
           05  wn-student-id       PIC 9(5).
           05  wn-course-id        PIC 9(4).
       01  wn-lookup-count         PIC 9(5).
       01  wn-capacity             PIC 9(4).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
           IF row-is-valid
               PERFORM B0210-check-student-exists
           END-IF
           IF row-is-valid
               PERFORM B0212-check-course
           END-IF
           IF row-is-valid
               PERFORM B0214-check-prereq
           END-IF
           IF row-is-valid
               PERFORM B0220-check-duplicate
           END-IF
           IF row-is-valid
               PERFORM B0225-check-capacity
               IF course-is-full
                   PERFORM B0226-add-to-waitlist
               END-IF
           END-IF
           IF row-is-valid
               PERFORM B0240-insert-enrollment
           ELSE
               MOVE 'unknown student id' TO wc-reject-reason
               MOVE 'N' TO row-is-valid-switch
           END-IF.
       B0212-check-course.
           MOVE ZERO TO wn-capacity
           EXEC SQL
               SELECT course_capacity INTO :wn-capacity
               FROM tbl_course
               WHERE course_id = :wn-course-id
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'course not in catalog' TO wc-reject-reason
               MOVE 'N' TO row-is-valid-switch
           END-IF.
       *> the same prerequisite rule as cgi-edit-enrollment - one
       *> grade scale for A-F and IG/G/VG/MVG, blank minimum = pass
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
               MOVE 'prerequisites not passed' TO wc-reject-reason
               MOVE 'N' TO row-is-valid-switch
           END-IF.
       B0220-check-duplicate.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               MOVE 'already enrolled' TO wc-reject-reason
               MOVE 'N' TO row-is-valid-switch
           END-IF.
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
       *> a full course rejects the row but queues the student, so
       *> a later drop fills the place without rekeying
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
               IF SQLCODE = ZERO
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
               END-IF
           END-IF
           MOVE 'course full - waitlisted' TO wc-reject-reason
           MOVE 'N' TO row-is-valid-switch.
       B0240-insert-enrollment.
           EXEC SQL
               INSERT INTO tbl_enrollment
