IDENTIFICATION DIVISION.
       program-id. cgi-edit-program-req.
       *> Program requirements (examenskrav) on tbl_program_req, what
       *> a tbl_program in tbl_user.user_program asks of a student to
       *> complete it. Three kinds of requirement, req_type:
       *>   K - a required course (req_course_id);
       *>   V - an elective pool, req_min_credits from the courses
       *>       listed for it in tbl_program_pool;
       *>   T - the total credit target for the program.
       *> action=addreq and action=dropreq keep the requirements,
       *> action=addpool and action=droppool a pool's courses,
       *> action=list (the default) prints a program's requirements
       *> and pools. cgi-list-examen and batch-examen-risk audit the
       *> students against these two tables.
       DATA DIVISION.
       working-storage section.
       01   switches-progreq.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Examenskrav'.
       01  wc-action               PIC X(10) VALUE SPACE.
       01  wc-credits-ed           PIC ZZ9.9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  tbl-req-rec-vars.
           05  tbl-req-req-id           PIC  9(5).
           05  tbl-req-type             PIC  X(1).
           05  tbl-req-course-id        PIC  9(4).
           05  tbl-req-code             PIC  X(10).
           05  tbl-req-min-credits      PIC  9(3)V9.
           05  tbl-req-text             PIC  X(40).
       01  tbl-pool-rec-vars.
           05  tbl-pool-req-id          PIC  9(5).
           05  tbl-pool-course-id       PIC  9(4).
           05  tbl-pool-code            PIC  X(10).
           05  tbl-pool-name            PIC  X(50).
           05  tbl-pool-credits         PIC  9(3)V9.
       01  wr-rec-vars.
           05  wn-program-id       PIC  9(3) VALUE ZERO.
           05  wn-req-id           PIC  9(5) VALUE ZERO.
           05  wc-req-type         PIC  X(1) VALUE SPACE.
           05  wn-course-id        PIC  9(4) VALUE ZERO.
           05  wn-min-credits      PIC  9(3)V9 VALUE ZERO.
           05  wc-req-text         PIC  X(40) VALUE SPACE.
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
                       WHEN 'addreq'
                           PERFORM B0200-add-requirement
                       WHEN 'dropreq'
                           PERFORM B0300-drop-requirement
                       WHEN 'addpool'
                           PERFORM B0400-add-pool-course
                       WHEN 'droppool'
                           PERFORM B0450-drop-pool-course
                       WHEN OTHER
                           PERFORM B0500-list-requirements
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
               PERFORM A0110-init-progreq-action
           END-IF.
       A0110-init-progreq-action.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'action' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-action
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'program_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE FUNCTION NUMVAL(wc-post-value) TO wn-program-id
           IF wc-post-value = SPACE
               MOVE 'Saknar ett angivet program id'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM A0120-init-req-fields
           END-IF.
       A0120-init-req-fields.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'req_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-req-id
           END-IF
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'req_type' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE FUNCTION UPPER-CASE(wc-post-value) TO wc-req-type
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'course_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-course-id
           END-IF
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'min_credits' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-min-credits
           END-IF
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'req_text' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-req-text
           EVALUATE TRUE
               WHEN wc-action = 'addreq'
                AND wc-req-type NOT = 'K' AND wc-req-type NOT = 'V'
                AND wc-req-type NOT = 'T'
                   MOVE 'Kravtyp maste vara K, V eller T'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN wc-action = 'addreq' AND wc-req-type = 'K'
                AND wn-course-id = ZERO
                   MOVE 'Saknar ett angivet course id'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN wc-action = 'addreq' AND wc-req-type NOT = 'K'
                AND wn-min-credits = ZERO
                   MOVE 'Saknar ett angivet poangkrav'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN (wc-action = 'dropreq' OR wc-action = 'addpool'
                     OR wc-action = 'droppool')
                AND wn-req-id = ZERO
                   MOVE 'Saknar ett angivet krav id'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               WHEN OTHER
                   SET is-valid-init TO TRUE
           END-EVALUATE.
       B0100-connect.
           COPY b0100-connect-openjensen.
       *> the program must exist, a required course must be in the
       *> catalog, and a program has one total target only
       B0200-add-requirement.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-lookup-count
               FROM tbl_program
               WHERE program_id = :wn-program-id
           END-EXEC
           IF wn-lookup-count = ZERO
               MOVE 'Programmet finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               PERFORM B0210-check-requirement
               IF wn-lookup-count = ZERO
                   PERFORM B0220-insert-requirement
               END-IF
           END-IF.
       B0210-check-requirement.
           MOVE ZERO TO wn-lookup-count
           EVALUATE wc-req-type
               WHEN 'K'
                   EXEC SQL
                       SELECT COUNT(*) INTO :wn-lookup-count
                       FROM tbl_course
                       WHERE course_id = :wn-course-id
                   END-EXEC
                   IF wn-lookup-count = ZERO
                       MOVE 'Kursen finns inte i katalogen'
                            TO wc-printscr-string
                       CALL 'stop-printscr' USING wc-printscr-string
                       MOVE 1 TO wn-lookup-count
                   ELSE
                       MOVE ZERO TO wn-lookup-count
                   END-IF
               WHEN 'T'
                   EXEC SQL
                       SELECT COUNT(*) INTO :wn-lookup-count
                       FROM tbl_program_req
                       WHERE req_program_id = :wn-program-id
                         AND req_type = 'T'
                   END-EXEC
                   IF wn-lookup-count NOT = ZERO
                       MOVE 'Programmet har redan ett poangmal'
                            TO wc-printscr-string
                       CALL 'stop-printscr' USING wc-printscr-string
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO wn-course-id
           END-EVALUATE.
       *> next req_id the way cgi-book-local numbers its series
       B0220-insert-requirement.
           EXEC SQL
               SELECT COALESCE(MAX(req_id), 0) + 1
                 INTO :wn-req-id
               FROM tbl_program_req
           END-EXEC
           IF wc-req-type = 'K'
               MOVE ZERO TO wn-min-credits
           END-IF
           EXEC SQL
               INSERT INTO tbl_program_req
                   (req_id, req_program_id, req_type,
                    req_course_id, req_min_credits, req_text)
               VALUES (:wn-req-id, :wn-program-id, :wc-req-type,
                       :wn-course-id, :wn-min-credits, :wc-req-text)
           END-EXEC
           IF  SQLCODE NOT = ZERO
                PERFORM Z0100-error-routine
           ELSE
                PERFORM B0230-commit-work
                PERFORM B0500-list-requirements
           END-IF.
       B0230-commit-work.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
       *> a pool goes with its course list
       B0300-drop-requirement.
           EXEC SQL
               DELETE FROM tbl_program_req
               WHERE req_id = :wn-req-id
                 AND req_program_id = :wn-program-id
           END-EXEC
           IF  SQLCODE NOT = ZERO
                MOVE 'Kravet finns inte' TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                EXEC SQL
                    DELETE FROM tbl_program_pool
                    WHERE pool_req_id = :wn-req-id
                END-EXEC
                PERFORM B0230-commit-work
                PERFORM B0500-list-requirements
           END-IF.
       B0400-add-pool-course.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-lookup-count
               FROM tbl_program_req r, tbl_course c
               WHERE r.req_id = :wn-req-id
                 AND r.req_program_id = :wn-program-id
                 AND r.req_type = 'V'
                 AND c.course_id = :wn-course-id
           END-EXEC
           IF wn-lookup-count = ZERO
               MOVE 'Okand valbar pool eller kurs'
                    TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               EXEC SQL
                   INSERT INTO tbl_program_pool
                       (pool_req_id, pool_course_id)
                   VALUES (:wn-req-id, :wn-course-id)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0230-commit-work
                    PERFORM B0500-list-requirements
               END-IF
           END-IF.
       B0450-drop-pool-course.
           EXEC SQL
               DELETE FROM tbl_program_pool
               WHERE pool_req_id = :wn-req-id
                 AND pool_course_id = :wn-course-id
           END-EXEC
           IF  SQLCODE NOT = ZERO
                MOVE 'Kursen finns inte i poolen'
                     TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                PERFORM B0230-commit-work
                PERFORM B0500-list-requirements
           END-IF.
       B0500-list-requirements.
           EXEC SQL
             DECLARE cursreq CURSOR FOR
                 SELECT r.req_id, r.req_type,
                        COALESCE(r.req_course_id, 0),
                        COALESCE(c.course_code, ' '),
                        COALESCE(r.req_min_credits, 0),
                        COALESCE(r.req_text, ' ')
                 FROM tbl_program_req r
                      LEFT JOIN tbl_course c
                        ON c.course_id = r.req_course_id
                 WHERE r.req_program_id = :wn-program-id
                 ORDER BY r.req_type, r.req_id
           END-EXEC
           EXEC SQL
                OPEN cursreq
           END-EXEC
           DISPLAY '<h3>Examenskrav program ' wn-program-id '</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Id</th><th>Typ</th><th>Kurs</th>'
                   '<th>Kod</th><th>Poang</th><th>Text</th></tr>'
           EXEC SQL
               FETCH cursreq
                   INTO :tbl-req-req-id, :tbl-req-type,
                        :tbl-req-course-id, :tbl-req-code,
                        :tbl-req-min-credits, :tbl-req-text
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE tbl-req-min-credits TO wc-credits-ed
               DISPLAY '<tr>'
                       '<td>' tbl-req-req-id '</td>'
                       '<td>' tbl-req-type '</td>'
                       '<td>' tbl-req-course-id '</td>'
                       '<td>' tbl-req-code '</td>'
                       '<td>' wc-credits-ed '</td>'
                       '<td>' tbl-req-text '</td>'
                       '</tr>'
               EXEC SQL
                   FETCH cursreq
                       INTO :tbl-req-req-id, :tbl-req-type,
                            :tbl-req-course-id, :tbl-req-code,
                            :tbl-req-min-credits, :tbl-req-text
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursreq
           END-EXEC
           PERFORM B0600-list-pools.
       B0600-list-pools.
           EXEC SQL
             DECLARE curspool CURSOR FOR
                 SELECT p.pool_req_id, p.pool_course_id,
                        c.course_code, c.course_name,
                        c.course_credits
                 FROM tbl_program_pool p, tbl_program_req r,
                      tbl_course c
                 WHERE r.req_program_id = :wn-program-id
                   AND p.pool_req_id = r.req_id
                   AND c.course_id = p.pool_course_id
                 ORDER BY p.pool_req_id, c.course_code
           END-EXEC
           EXEC SQL
                OPEN curspool
           END-EXEC
           DISPLAY '<h3>Valbara kurser</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Krav</th><th>Kurs</th><th>Kod</th>'
                   '<th>Namn</th><th>Poang</th></tr>'
           EXEC SQL
               FETCH curspool
                   INTO :tbl-pool-req-id, :tbl-pool-course-id,
                        :tbl-pool-code, :tbl-pool-name,
                        :tbl-pool-credits
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE tbl-pool-credits TO wc-credits-ed
               DISPLAY '<tr>'
                       '<td>' tbl-pool-req-id '</td>'
                       '<td>' tbl-pool-course-id '</td>'
                       '<td>' tbl-pool-code '</td>'
                       '<td>' tbl-pool-name '</td>'
                       '<td>' wc-credits-ed '</td>'
                       '</tr>'
               EXEC SQL
                   FETCH curspool
                       INTO :tbl-pool-req-id, :tbl-pool-course-id,
                            :tbl-pool-code, :tbl-pool-name,
                            :tbl-pool-credits
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE curspool
           END-EXEC.
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code.
       Z0100-error-routine.
           COPY z0100-error-routine.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
