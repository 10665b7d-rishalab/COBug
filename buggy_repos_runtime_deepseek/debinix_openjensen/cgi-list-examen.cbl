IDENTIFICATION DIVISION.
       program-id. cgi-list-examen.
       *> Degree audit (examensuppfoljning) for one student against
       *> the requirements of the program in tbl_user.user_program,
       *> as kept by cgi-edit-program-req. Every requirement is shown
       *> as met (a passed grade in tbl_grade, A-E or G-MVG), in
       *> progress (an active enrollment not yet passed, counted as
       *> if it will be) or missing, with the credits from tbl_course.
       *> batch-examen-risk runs the same audit for the final-year
       *> students before a term starts.
       DATA DIVISION.
       working-storage section.
       01   switches-examen.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Examensuppfoljning'.
       01  wc-req-status           PIC X(10) VALUE SPACE.
       01  wn-met-count            PIC 9(3) VALUE ZERO.
       01  wn-progress-count       PIC 9(3) VALUE ZERO.
       01  wn-missing-count        PIC 9(3) VALUE ZERO.
       01  wn-planned-credits      PIC 9(4)V9 VALUE ZERO.
       01  wc-target-ed            PIC ZZZ9.9.
       01  wc-passed-ed            PIC ZZZ9.9.
       01  wc-progress-ed          PIC ZZZ9.9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  tbl-audit-rec-vars.
           05  tbl-aud-req-id           PIC  9(5).
           05  tbl-aud-type             PIC  X(1).
           05  tbl-aud-code             PIC  X(10).
           05  tbl-aud-text             PIC  X(40).
           05  tbl-aud-target           PIC  9(4)V9.
           05  tbl-aud-passed           PIC  9(4)V9.
           05  tbl-aud-progress         PIC  9(4)V9.
           05  tbl-aud-passed-cnt       PIC  9(4).
           05  tbl-aud-progress-cnt     PIC  9(4).
       01  wr-rec-vars.
           05  wn-student-id       PIC  9(5) VALUE ZERO.
           05  wn-program-id       PIC  9(3) VALUE ZERO.
           05  wc-firstname        PIC  X(40) VALUE SPACE.
           05  wc-lastname         PIC  X(40) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           COPY setupenv_openjensen.
           PERFORM A0100-init
           IF is-valid-init
               PERFORM B0100-connect
               IF is-db-connected
                   PERFORM B0200-get-student
                   IF wn-program-id NOT = ZERO
                       PERFORM B0300-list-audit
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
               PERFORM A0110-init-examen-action
           END-IF.
       A0110-init-examen-action.
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
               SET is-valid-init TO TRUE
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       B0200-get-student.
           MOVE ZERO TO wn-program-id
           EXEC SQL
               SELECT user_firstname, user_lastname,
                      COALESCE(user_program, 0)
                 INTO :wc-firstname, :wc-lastname, :wn-program-id
               FROM tbl_user
               WHERE user_id = :wn-student-id
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-program-id
               MOVE 'Studenten finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
           ELSE
               IF wn-program-id = ZERO
                   MOVE 'Studenten saknar program'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               END-IF
           END-IF.
       *> kurs: each catalog course with the student's standing in
       *> it - P passed, E enrolled and not yet passed, N neither;
       *> a requirement sums the courses it covers: its one course
       *> (K), its pool (V) or every course (T)
       B0300-list-audit.
           EXEC SQL
             DECLARE cursaudit CURSOR FOR
                 SELECT r.req_id, r.req_type,
                        COALESCE(rc.course_code, ' '),
                        COALESCE(r.req_text, ' '),
                        CASE WHEN r.req_type = 'K'
                             THEN COALESCE(rc.course_credits, 0)
                             ELSE COALESCE(r.req_min_credits, 0)
                        END,
                        COALESCE(SUM(CASE WHEN kurs.kstatus = 'P'
                                 THEN kurs.course_credits
                                 ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN kurs.kstatus = 'E'
                                 THEN kurs.course_credits
                                 ELSE 0 END), 0),
                        COUNT(CASE WHEN kurs.kstatus = 'P'
                                   THEN 1 END),
                        COUNT(CASE WHEN kurs.kstatus = 'E'
                                   THEN 1 END)
                 FROM tbl_program_req r
                      LEFT JOIN tbl_course rc
                        ON rc.course_id = r.req_course_id
                      LEFT JOIN
                        (SELECT c.course_id, c.course_credits,
                                CASE WHEN EXISTS
                                  (SELECT 1 FROM tbl_grade g
                                    WHERE g.grade_student_id =
                                          :wn-student-id
                                      AND g.grade_course_id =
                                          c.course_id
                                      AND g.grade_grade IN
                                          ('A', 'B', 'C', 'D', 'E',
                                           'G', 'VG', 'MVG'))
                                THEN 'P'
                                WHEN EXISTS
                                  (SELECT 1 FROM tbl_enrollment e
                                    WHERE e.enroll_student_id =
                                          :wn-student-id
                                      AND e.enroll_course_id =
                                          c.course_id
                                      AND e.enroll_status = 'A')
                                THEN 'E'
                                ELSE 'N' END AS kstatus
                           FROM tbl_course c) AS kurs
                        ON (r.req_type = 'K'
                            AND kurs.course_id = r.req_course_id)
                        OR (r.req_type = 'V'
                            AND kurs.course_id IN
                                (SELECT p.pool_course_id
                                   FROM tbl_program_pool p
                                  WHERE p.pool_req_id = r.req_id))
                        OR r.req_type = 'T'
                 WHERE r.req_program_id = :wn-program-id
                 GROUP BY r.req_id, r.req_type, rc.course_code,
                          r.req_text, rc.course_credits,
                          r.req_min_credits
                 ORDER BY r.req_type, r.req_id
           END-EXEC
           EXEC SQL
                OPEN cursaudit
           END-EXEC
           DISPLAY '<h3>Examensuppfoljning ' wn-student-id ' '
                   wc-firstname ' ' wc-lastname
                   ' - program ' wn-program-id '</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Krav</th><th>Typ</th><th>Kurs</th>'
                   '<th>Text</th><th>Poangkrav</th>'
                   '<th>Godkant</th><th>Pagaende</th>'
                   '<th>Status</th></tr>'
           EXEC SQL
               FETCH cursaudit
                   INTO :tbl-aud-req-id, :tbl-aud-type,
                        :tbl-aud-code, :tbl-aud-text,
                        :tbl-aud-target, :tbl-aud-passed,
                        :tbl-aud-progress, :tbl-aud-passed-cnt,
                        :tbl-aud-progress-cnt
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM B0310-requirement-status
               MOVE tbl-aud-target TO wc-target-ed
               MOVE tbl-aud-passed TO wc-passed-ed
               MOVE tbl-aud-progress TO wc-progress-ed
               DISPLAY '<tr>'
                       '<td>' tbl-aud-req-id '</td>'
                       '<td>' tbl-aud-type '</td>'
                       '<td>' tbl-aud-code '</td>'
                       '<td>' tbl-aud-text '</td>'
                       '<td>' wc-target-ed '</td>'
                       '<td>' wc-passed-ed '</td>'
                       '<td>' wc-progress-ed '</td>'
                       '<td>' wc-req-status '</td>'
                       '</tr>'
               EXEC SQL
                   FETCH cursaudit
                       INTO :tbl-aud-req-id, :tbl-aud-type,
                            :tbl-aud-code, :tbl-aud-text,
                            :tbl-aud-target, :tbl-aud-passed,
                            :tbl-aud-progress, :tbl-aud-passed-cnt,
                            :tbl-aud-progress-cnt
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
           DISPLAY '<p>Uppfyllda: ' wn-met-count
                   ' - Pagaende: ' wn-progress-count
                   ' - Saknas: ' wn-missing-count '</p>'
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursaudit
           END-EXEC.
       *> a required course is met by its pass alone; a pool or the
       *> total is met on credits, in progress when the courses now
       *> running would reach it
       B0310-requirement-status.
           IF tbl-aud-type = 'K'
               EVALUATE TRUE
                   WHEN tbl-aud-passed-cnt > ZERO
                       MOVE 'Uppfylld' TO wc-req-status
                   WHEN tbl-aud-progress-cnt > ZERO
                       MOVE 'Pagar' TO wc-req-status
                   WHEN OTHER
                       MOVE 'Saknas' TO wc-req-status
               END-EVALUATE
           ELSE
               COMPUTE wn-planned-credits =
                       tbl-aud-passed + tbl-aud-progress
               EVALUATE TRUE
                   WHEN tbl-aud-passed NOT < tbl-aud-target
                       MOVE 'Uppfylld' TO wc-req-status
                   WHEN wn-planned-credits NOT < tbl-aud-target
                       MOVE 'Pagar' TO wc-req-status
                   WHEN OTHER
                       MOVE 'Saknas' TO wc-req-status
               END-EVALUATE
           END-IF
           EVALUATE wc-req-status
               WHEN 'Uppfylld'
                   ADD 1 TO wn-met-count
               WHEN 'Pagar'
                   ADD 1 TO wn-progress-count
               WHEN OTHER
                   ADD 1 TO wn-missing-count
           END-EVALUATE.
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code.
       Z0100-error-routine.
           COPY z0100-error-routine.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
