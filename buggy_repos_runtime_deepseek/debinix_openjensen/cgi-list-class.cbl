       *> batch-import-enroll) joined to tbl_user - the roster drawn
       *> from who is actually enrolled, not from whoever happens to
       *> have grades already.
       *> Only a teacher assigned to the course (and term, when one
       *> is given) in tbl_teaching gets the list; anyone else is
       *> refused and the attempt logged.
       DATA DIVISION.
       working-storage section.
       01   switches-class.
       01  wr-rec-vars.
           05  wn-course-id        PIC  9(4) VALUE ZERO.
           05  wc-termin           PIC  X(10) VALUE SPACE.
           05  wn-teacher-id       PIC  9(5) VALUE ZERO.
       01  wn-teach-count          PIC  9(5) VALUE ZERO.
       01  wc-refusal-reason       PIC  X(40) VALUE SPACE.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           IF is-valid-init
               PERFORM B0100-connect
               IF is-db-connected
                   PERFORM B0205-check-teaching
                   IF is-valid-init
                       PERFORM B0200-list-class
                   END-IF
                   PERFORM Z0200-disconnect
               END-IF
           END-IF
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-termin
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'teacher_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO wn-teacher-id
               END-IF
               SET is-valid-init TO TRUE
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       *> a blank term accepts an assignment in any term of the
       *> course, as the list itself then spans every term
       B0205-check-teaching.
           MOVE ZERO TO wn-teach-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-teach-count
               FROM tbl_teaching
               WHERE teach_user_id = :wn-teacher-id
                 AND teach_course_id = :wn-course-id
                 AND (:wc-termin = ' '
                      OR teach_termin = :wc-termin)
           END-EXEC
           IF wn-teach-count = ZERO
               MOVE 'not assigned to course and term'
                    TO wc-refusal-reason
               EXEC SQL
                   INSERT INTO tbl_teaching_refusal
                       (refusal_user_id, refusal_program,
                        refusal_course_id, refusal_termin,
                        refusal_reason, refusal_at)
                   VALUES (:wn-teacher-id, 'cgi-list-class',
                           :wn-course-id, :wc-termin,
                           :wc-refusal-reason, CURRENT_TIMESTAMP)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                    PERFORM Z0100-error-routine
               ELSE
                    EXEC SQL
                        COMMIT WORK
                    END-EXEC
               END-IF
               MOVE 'Du undervisar inte kursen'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           END-IF.
       *> active enrollments only, in name order - a blank term
       *> takes every term of the course
       B0200-list-class.
