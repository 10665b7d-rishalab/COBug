IDENTIFICATION DIVISION.
       program-id. cgi-edit-guardian.
       *> Guardian contacts (vardnadshavare) on tbl_guardian, each
       *> linked to one student user. action=add registers a
       *> guardian for a student on file; action=drop removes one by
       *> guardian_id; action=list (the default) prints a student's
       *> guardians. batch-franvaro-alert queues its absence notices
       *> to every guardian listed here.
       DATA DIVISION.
       working-storage section.
       01   switches-guardian.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Vardnadshavare'.
       01  wc-action               PIC X(10) VALUE SPACE.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  tbl-guardian-rec-vars.
           05  tbl-grd-guardian-id      PIC  9(5).
           05  tbl-grd-name             PIC  X(50).
           05  tbl-grd-relation         PIC  X(20).
           05  tbl-grd-email            PIC  X(100).
           05  tbl-grd-phone            PIC  X(20).
       01  wr-rec-vars.
           05  wn-student-id       PIC  9(5) VALUE ZERO.
           05  wn-guardian-id      PIC  9(5) VALUE ZERO.
           05  wc-name             PIC  X(40) VALUE SPACE.
           05  wc-relation         PIC  X(20) VALUE SPACE.
           05  wc-email            PIC  X(40) VALUE SPACE.
           05  wc-phone            PIC  X(20) VALUE SPACE.
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
                           PERFORM B0200-add-guardian
                       WHEN 'drop'
                           PERFORM B0300-drop-guardian
                       WHEN OTHER
                           PERFORM B0400-list-guardians
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
               PERFORM A0110-init-guardian-action
           END-IF.
       A0110-init-guardian-action.
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
               MOVE 'guardian_id' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               IF wc-post-value NOT = SPACE
                   MOVE FUNCTION NUMVAL(wc-post-value)
                        TO wn-guardian-id
               END-IF
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'guardian_name' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-name
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'relation' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-relation
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'email' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-email
               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-post-value
               MOVE 'phonenumber' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                    wc-post-name wc-post-value
               MOVE wc-post-value TO wc-phone
               SET is-valid-init TO TRUE
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       *> a guardian without an address cannot be notified - the
       *> form must give one
       B0200-add-guardian.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-lookup-count
               FROM tbl_user
               WHERE user_id = :wn-student-id
           END-EXEC
           IF wn-lookup-count = ZERO
               MOVE 'Studenten finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               IF wc-name = SPACE OR wc-email = SPACE
                   MOVE 'Saknar namn eller epost'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   EXEC SQL
                       INSERT INTO tbl_guardian
                           (guardian_student_id, guardian_name,
                            guardian_relation, guardian_email,
                            guardian_phone)
                       VALUES (:wn-student-id, :wc-name,
                               :wc-relation, :wc-email, :wc-phone)
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                        PERFORM Z0100-error-routine
                   ELSE
                        PERFORM B0230-commit-work
                        PERFORM B0400-list-guardians
                   END-IF
               END-IF
           END-IF.
       B0230-commit-work.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
       B0300-drop-guardian.
           EXEC SQL
               DELETE FROM tbl_guardian
               WHERE guardian_id = :wn-guardian-id
                 AND guardian_student_id = :wn-student-id
           END-EXEC
           IF  SQLCODE NOT = ZERO
                MOVE 'Vardnadshavaren finns inte'
                     TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                PERFORM B0230-commit-work
                PERFORM B0400-list-guardians
           END-IF.
       B0400-list-guardians.
           EXEC SQL
             DECLARE cursguard CURSOR FOR
                 SELECT guardian_id, guardian_name,
                        guardian_relation, guardian_email,
                        guardian_phone
                 FROM tbl_guardian
                 WHERE guardian_student_id = :wn-student-id
                 ORDER BY guardian_name
           END-EXEC
           EXEC SQL
                OPEN cursguard
           END-EXEC
           DISPLAY '<h3>Vardnadshavare student ' wn-student-id '</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Namn</th><th>Relation</th>'
                   '<th>Epost</th><th>Telefon</th></tr>'
           EXEC SQL
               FETCH cursguard
                   INTO :tbl-grd-guardian-id, :tbl-grd-name,
                        :tbl-grd-relation, :tbl-grd-email,
                        :tbl-grd-phone
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY '<tr>'
                       '<td>' tbl-grd-guardian-id '</td>'
                       '<td>' tbl-grd-name '</td>'
                       '<td>' tbl-grd-relation '</td>'
                       '<td>' tbl-grd-email '</td>'
                       '<td>' tbl-grd-phone '</td>'
                       '</tr>'
               EXEC SQL
                   FETCH cursguard
                       INTO :tbl-grd-guardian-id, :tbl-grd-name,
                            :tbl-grd-relation, :tbl-grd-email,
                            :tbl-grd-phone
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursguard
           END-EXEC.
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code.
       Z0100-error-routine.
           COPY z0100-error-routine.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
