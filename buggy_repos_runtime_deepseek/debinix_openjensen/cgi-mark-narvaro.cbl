       *> A=absent, L=late). Every filled row becomes one tbl_narvaro
       *> record - the paper binder goes in the bin, and
       *> cgi-list-franvaro answers the counselors' absence list.
       *> The form also posts the teacher's user id and the term;
       *> only a teacher assigned to the course and term in
       *> tbl_teaching may mark, anyone else is refused and logged.
       DATA DIVISION.
       working-storage section.
       01   switches-narvaro.
           05  wn-course-id        PIC  9(4) VALUE ZERO.
           05  wc-datum            PIC  X(10) VALUE SPACE.
           05  wc-recorded-by      PIC  X(40) VALUE SPACE.
           05  wn-teacher-id       PIC  9(5) VALUE ZERO.
           05  wc-termin           PIC  X(10) VALUE SPACE.
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
                       PERFORM B0200-mark-class
                   END-IF
                   PERFORM Z0200-disconnect
               END-IF
           END-IF
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-recorded-by
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'teacher_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO wn-teacher-id
               END-IF
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'termin' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-termin
               IF wc-datum = SPACE
                   MOVE 'Saknar ett angivet datum'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   IF wc-termin = SPACE
                       MOVE 'Saknar en angiven termin'
                            TO wc-printscr-string
                       CALL 'stop-printscr' USING wc-printscr-string
                   ELSE
                       SET is-valid-init TO TRUE
                   END-IF
               END-IF
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       *> the same assignment rule as cgi-edit-betyg - refused and
       *> logged before a single mark is written
       B0205-check-teaching.
           MOVE ZERO TO wn-teach-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-teach-count
               FROM tbl_teaching
               WHERE teach_user_id = :wn-teacher-id
                 AND teach_course_id = :wn-course-id
                 AND teach_termin = :wc-termin
           END-EXEC
           IF wn-teach-count = ZERO
               MOVE 'not assigned to course and term'
                    TO wc-refusal-reason
               EXEC SQL
                   INSERT INTO tbl_teaching_refusal
                       (refusal_user_id, refusal_program,
                        refusal_course_id, refusal_termin,
                        refusal_reason, refusal_at)
                   VALUES (:wn-teacher-id, 'cgi-mark-narvaro',
                           :wn-course-id, :wc-termin,
                           :wc-refusal-reason, CURRENT_TIMESTAMP)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0230-commit-work
               END-IF
               MOVE 'Du undervisar inte kursen'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           END-IF.
       *> one insert per filled row on the form - student_id_nn and
       *> status_nn run from 01 to 30, and the first blank student
       *> row just skips so a class smaller than the form is fine
