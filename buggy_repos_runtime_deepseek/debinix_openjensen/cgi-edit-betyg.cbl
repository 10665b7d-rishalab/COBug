       01  wr-hist-rec-vars.
           05  wc-changed-by       PIC  X(40) VALUE SPACE.
       01  wn-enroll-count         PIC  9(5) VALUE ZERO.
       *> the posting teacher's user id - only a teacher assigned to
       *> the grade's course and term in tbl_teaching may change it
       01  wn-teacher-id           PIC  9(5) VALUE ZERO.
       01  wn-teach-count          PIC  9(5) VALUE ZERO.
       01  wc-refusal-reason       PIC  X(40) VALUE SPACE.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       GO TO ERR-HANDLER.
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-changed-by
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'teacher_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO wn-teacher-id
               END-IF
               IF wc-grade NOT = wc-cur-grade
                   MOVE wc-grade TO tbl-grade-grade
               ELSE    
                   MOVE wc-cur-comment TO tbl-grade-comment
               END-IF
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       B0200-edit-grade.
           PERFORM B0210-does-grade-id-exist
           IF grade-id-is-in-table
               PERFORM B0215-check-enrollment
           END-IF
           IF grade-id-is-in-table
               PERFORM B0217-check-teaching
           END-IF
           IF grade-id-is-in-table
               PERFORM B0220-change-grade-item
           END-IF.
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO grade-id-is-in-table-switch
           END-IF.
       *> the grade's course, and the term of the student's active
       *> enrollment on it, decide - a teacher not assigned to them
       *> in tbl_teaching is refused, and the attempt is logged
       *> before anything is changed
       B0217-check-teaching.
           MOVE ZERO TO wn-teach-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-teach-count
               FROM tbl_teaching t, tbl_grade g, tbl_enrollment e
               WHERE g.grade_id = :wn-grade-id
                 AND e.enroll_student_id = g.grade_student_id
                 AND e.enroll_course_id = g.grade_course_id
                 AND e.enroll_status = 'A'
                 AND t.teach_course_id = g.grade_course_id
                 AND t.teach_termin = e.enroll_termin
                 AND t.teach_user_id = :wn-teacher-id
           END-EXEC
           IF wn-teach-count = ZERO
               MOVE 'not assigned to course and term'
                    TO wc-refusal-reason
               PERFORM B0218-log-refusal
               MOVE 'Du undervisar inte kursen'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO grade-id-is-in-table-switch
           END-IF.
       B0218-log-refusal.
           EXEC SQL
               INSERT INTO tbl_teaching_refusal
                   (refusal_user_id, refusal_program,
                    refusal_course_id, refusal_termin,
                    refusal_reason, refusal_at)
               SELECT :wn-teacher-id, 'cgi-edit-betyg',
                      g.grade_course_id,
                      COALESCE((SELECT MAX(e.enroll_termin)
                                  FROM tbl_enrollment e
                                 WHERE e.enroll_student_id =
                                       g.grade_student_id
                                   AND e.enroll_course_id =
                                       g.grade_course_id
                                   AND e.enroll_status = 'A'), ' '),
                      :wc-refusal-reason, CURRENT_TIMESTAMP
               FROM tbl_grade g
               WHERE g.grade_id = :wn-grade-id
           END-EXEC
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-commit-work
           END-IF.
       B0210-does-grade-id-exist.
           EXEC SQL
             DECLARE cursedit CURSOR FOR
