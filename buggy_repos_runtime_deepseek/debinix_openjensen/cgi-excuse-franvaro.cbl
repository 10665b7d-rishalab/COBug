IDENTIFICATION DIVISION.
       program-id. cgi-excuse-franvaro.
       *> Excused absence (giltig franvaro) for the counselors: the
       *> absence marks of one student on one date - one course, or
       *> every course that day when course_id is zero - are marked
       *> excused in tbl_narvaro with who excused them and when.
       *> Excused marks no longer count in cgi-list-franvaro or in
       *> batch-franvaro-alert. action=unexcuse takes an excuse back.
       DATA DIVISION.
       working-storage section.
       01   switches-excuse.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Giltig franvaro'.
       01  wc-action               PIC X(10) VALUE SPACE.
       01  wn-rows-changed         PIC 9(4) VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wr-rec-vars.
           05  wn-student-id       PIC  9(5) VALUE ZERO.
           05  wn-course-id        PIC  9(4) VALUE ZERO.
           05  wc-datum            PIC  X(10) VALUE SPACE.
           05  wc-excused-by       PIC  X(40) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           COPY setupenv_openjensen.
           PERFORM A0100-init
           IF is-valid-init
               PERFORM B0100-connect
               IF is-db-connected
                   IF wc-action = 'unexcuse'
                       PERFORM B0300-unexcuse-absence
                   ELSE
                       PERFORM B0200-excuse-absence
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
               PERFORM A0110-init-excuse-action
           END-IF.
       A0110-init-excuse-action.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'action' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-action
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
               MOVE 'course_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO wn-course-id
               END-IF
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'datum' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-datum
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'excused_by' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-excused-by
               IF wc-datum = SPACE
                   MOVE 'Saknar ett angivet datum'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   SET is-valid-init TO TRUE
               END-IF
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       *> only absence marks - a late or present mark has nothing to
       *> excuse
       B0200-excuse-absence.
           EXEC SQL
               UPDATE tbl_narvaro
                   SET narvaro_excused = 'Y',
                       narvaro_excused_by = :wc-excused-by,
                       narvaro_excused_at = CURRENT_TIMESTAMP
               WHERE narvaro_student_id = :wn-student-id
                 AND narvaro_datum = :wc-datum
                 AND (:wn-course-id = 0
                      OR narvaro_course_id = :wn-course-id)
                 AND narvaro_status = 'A'
           END-EXEC
           PERFORM B0400-report-result.
       B0300-unexcuse-absence.
           EXEC SQL
               UPDATE tbl_narvaro
                   SET narvaro_excused = 'N',
                       narvaro_excused_by = :wc-excused-by,
                       narvaro_excused_at = CURRENT_TIMESTAMP
               WHERE narvaro_student_id = :wn-student-id
                 AND narvaro_datum = :wc-datum
                 AND (:wn-course-id = 0
                      OR narvaro_course_id = :wn-course-id)
                 AND narvaro_status = 'A'
                 AND narvaro_excused = 'Y'
           END-EXEC
           PERFORM B0400-report-result.
       B0400-report-result.
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO wn-rows-changed
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               DISPLAY '<p>Andrade franvarotillfallen: '
                       wn-rows-changed '</p>'
               MOVE 'Franvaron ar uppdaterad' TO wc-printscr-string
               CALL 'ok-printscr' USING wc-printscr-string
           ELSE
               IF SQLSTATE = '02000'
                   MOVE 'Ingen franvaro den dagen'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   PERFORM Z0100-error-routine
               END-IF
           END-IF.
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code.
       Z0100-error-routine.
           COPY z0100-error-routine.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
