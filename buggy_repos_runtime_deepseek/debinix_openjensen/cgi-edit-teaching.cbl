IDENTIFICATION DIVISION.
       program-id. cgi-edit-teaching.
       *> Teaching assignments on tbl_teaching - which teacher (a
       *> tbl_user id) teaches which course in which term, kept by
       *> the office. action=add assigns a teacher after checking the
       *> user and the catalog course; action=drop removes the
       *> assignment; action=list (the default) prints the
       *> assignments for a teacher_id or a course_id, and the
       *> refusals logged in tbl_teaching_refusal for them.
       *> cgi-edit-betyg, cgi-mark-narvaro and cgi-list-class accept
       *> only a teacher assigned here to the course and term.
       DATA DIVISION.
       working-storage section.
       01   switches-teaching.
            03  is-db-connected-switch              PIC X   VALUE 'N'.
                88  is-db-connected                         VALUE 'Y'.
            03  is-valid-init-switch                PIC X   VALUE 'N'.
                88  is-valid-init                           VALUE 'Y'.
       01  wn-rtn-code             PIC  S99   VALUE ZERO.
       01  wc-post-name            PIC X(40)  VALUE SPACE.
       01  wc-post-value           PIC X(40)  VALUE SPACE.
       01  wc-printscr-string      PIC X(40)  VALUE SPACE.
       01  wc-pagetitle            PIC X(20) VALUE 'Lararuppdrag'.
       01  wc-action               PIC X(10) VALUE SPACE.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  tbl-teach-rec-vars.
           05  tbl-tch-user-id          PIC  9(5).
           05  tbl-tch-firstname        PIC  X(50).
           05  tbl-tch-lastname         PIC  X(50).
           05  tbl-tch-course-id        PIC  9(4).
           05  tbl-tch-course-name      PIC  X(50).
           05  tbl-tch-termin           PIC  X(10).
       01  tbl-refusal-rec-vars.
           05  tbl-ref-user-id          PIC  9(5).
           05  tbl-ref-program          PIC  X(30).
           05  tbl-ref-course-id        PIC  9(4).
           05  tbl-ref-termin           PIC  X(10).
           05  tbl-ref-reason           PIC  X(40).
           05  tbl-ref-at               PIC  X(26).
       01  wr-rec-vars.
           05  wn-teacher-id       PIC  9(5) VALUE ZERO.
           05  wn-course-id        PIC  9(4) VALUE ZERO.
           05  wc-termin           PIC  X(10) VALUE SPACE.
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
                           PERFORM B0200-add-teaching
                       WHEN 'drop'
                           PERFORM B0300-drop-teaching
                       WHEN OTHER
                           PERFORM B0400-list-teaching
                           PERFORM B0500-list-refusals
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
               PERFORM A0110-init-teaching-action
           END-IF.
       A0110-init-teaching-action.
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'action' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-action
           MOVE ZERO TO wn-rtn-code
           MOVE SPACE TO wc-post-value
           MOVE 'teacher_id' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           IF wc-post-value NOT = SPACE
               MOVE FUNCTION NUMVAL(wc-post-value) TO wn-teacher-id
           END-IF
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
           MOVE 'termin' TO wc-post-name
           CALL 'get-post-value' USING wn-rtn-code
                               wc-post-name wc-post-value
           MOVE wc-post-value TO wc-termin
           IF wc-action = 'add' OR wc-action = 'drop'
               IF wn-teacher-id = ZERO OR wn-course-id = ZERO
                  OR wc-termin = SPACE
                   MOVE 'Saknar larare, kurs eller termin'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   SET is-valid-init TO TRUE
               END-IF
           ELSE
               IF wn-teacher-id = ZERO AND wn-course-id = ZERO
                   MOVE 'Saknar larar id eller course id'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
               ELSE
                   SET is-valid-init TO TRUE
               END-IF
           END-IF.
       B0100-connect.
           COPY b0100-connect-openjensen.
       B0200-add-teaching.
           MOVE ZERO TO wn-lookup-count
           EXEC SQL
               SELECT COUNT(*) INTO :wn-lookup-count
               FROM tbl_user
               WHERE user_id = :wn-teacher-id
           END-EXEC
           IF wn-lookup-count = ZERO
               MOVE 'Lararen finns inte' TO wc-printscr-string
               CALL 'stop-printscr' USING wc-printscr-string
               MOVE 'N' TO is-valid-init-switch
           END-IF
           IF is-valid-init
               MOVE ZERO TO wn-lookup-count
               EXEC SQL
                   SELECT COUNT(*) INTO :wn-lookup-count
                   FROM tbl_course
                   WHERE course_id = :wn-course-id
               END-EXEC
               IF wn-lookup-count = ZERO
                   MOVE 'Kursen finns inte i katalogen'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
                   MOVE 'N' TO is-valid-init-switch
               END-IF
           END-IF
           IF is-valid-init
               MOVE ZERO TO wn-lookup-count
               EXEC SQL
                   SELECT COUNT(*) INTO :wn-lookup-count
                   FROM tbl_teaching
                   WHERE teach_user_id = :wn-teacher-id
                     AND teach_course_id = :wn-course-id
                     AND teach_termin = :wc-termin
               END-EXEC
               IF wn-lookup-count NOT = ZERO
                   MOVE 'Lararen har redan uppdraget'
                        TO wc-printscr-string
                   CALL 'stop-printscr' USING wc-printscr-string
                   MOVE 'N' TO is-valid-init-switch
               END-IF
           END-IF
           IF is-valid-init
               EXEC SQL
                   INSERT INTO tbl_teaching
                       (teach_user_id, teach_course_id,
                        teach_termin)
                   VALUES (:wn-teacher-id, :wn-course-id,
                           :wc-termin)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                    PERFORM Z0100-error-routine
               ELSE
                    PERFORM B0230-commit-work
                    MOVE 'Lararuppdraget ar registrerat'
                         TO wc-printscr-string
                    CALL 'ok-printscr' USING wc-printscr-string
               END-IF
           END-IF.
       B0230-commit-work.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
       B0300-drop-teaching.
           EXEC SQL
               DELETE FROM tbl_teaching
               WHERE teach_user_id = :wn-teacher-id
                 AND teach_course_id = :wn-course-id
                 AND teach_termin = :wc-termin
           END-EXEC
           IF  SQLCODE NOT = ZERO
                MOVE 'Lararuppdraget finns inte'
                     TO wc-printscr-string
                CALL 'stop-printscr' USING wc-printscr-string
           ELSE
                PERFORM B0230-commit-work
                MOVE 'Lararuppdraget ar borttaget'
                     TO wc-printscr-string
                CALL 'ok-printscr' USING wc-printscr-string
           END-IF.
       *> by teacher, by course, or both - a zero id is no filter
       B0400-list-teaching.
           EXEC SQL
             DECLARE cursteach CURSOR FOR
                 SELECT t.teach_user_id, u.user_firstname,
                        u.user_lastname, t.teach_course_id,
                        COALESCE(c.course_name, ' '),
                        t.teach_termin
                 FROM tbl_teaching t
                      JOIN tbl_user u
                        ON u.user_id = t.teach_user_id
                      LEFT JOIN tbl_course c
                        ON c.course_id = t.teach_course_id
                 WHERE (:wn-teacher-id = 0
                        OR t.teach_user_id = :wn-teacher-id)
                   AND (:wn-course-id = 0
                        OR t.teach_course_id = :wn-course-id)
                 ORDER BY t.teach_termin, t.teach_course_id,
                          u.user_lastname
           END-EXEC
           EXEC SQL
                OPEN cursteach
           END-EXEC
           DISPLAY '<h3>Lararuppdrag</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Larare</th><th>Fornamn</th>'
                   '<th>Efternamn</th><th>Kurs</th>'
                   '<th>Kursnamn</th><th>Termin</th></tr>'
           EXEC SQL
               FETCH cursteach
                   INTO :tbl-tch-user-id, :tbl-tch-firstname,
                        :tbl-tch-lastname, :tbl-tch-course-id,
                        :tbl-tch-course-name, :tbl-tch-termin
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY '<tr>'
                       '<td>' tbl-tch-user-id '</td>'
                       '<td>' tbl-tch-firstname '</td>'
                       '<td>' tbl-tch-lastname '</td>'
                       '<td>' tbl-tch-course-id '</td>'
                       '<td>' tbl-tch-course-name '</td>'
                       '<td>' tbl-tch-termin '</td>'
                       '</tr>'
               EXEC SQL
                   FETCH cursteach
                       INTO :tbl-tch-user-id, :tbl-tch-firstname,
                            :tbl-tch-lastname, :tbl-tch-course-id,
                            :tbl-tch-course-name, :tbl-tch-termin
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursteach
           END-EXEC.
       *> who was turned away, from which page and why - newest
       *> first
       B0500-list-refusals.
           EXEC SQL
             DECLARE cursrefusal CURSOR FOR
                 SELECT refusal_user_id, refusal_program,
                        refusal_course_id, refusal_termin,
                        refusal_reason, refusal_at
                 FROM tbl_teaching_refusal
                 WHERE (:wn-teacher-id = 0
                        OR refusal_user_id = :wn-teacher-id)
                   AND (:wn-course-id = 0
                        OR refusal_course_id = :wn-course-id)
                 ORDER BY refusal_at DESC
           END-EXEC
           EXEC SQL
                OPEN cursrefusal
           END-EXEC
           DISPLAY '<h3>Nekade forsok</h3>'
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Anvandare</th><th>Sida</th>'
                   '<th>Kurs</th><th>Termin</th>'
                   '<th>Orsak</th><th>Tid</th></tr>'
           EXEC SQL
               FETCH cursrefusal
                   INTO :tbl-ref-user-id, :tbl-ref-program,
                        :tbl-ref-course-id, :tbl-ref-termin,
                        :tbl-ref-reason, :tbl-ref-at
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY '<tr>'
                       '<td>' tbl-ref-user-id '</td>'
                       '<td>' tbl-ref-program '</td>'
                       '<td>' tbl-ref-course-id '</td>'
                       '<td>' tbl-ref-termin '</td>'
                       '<td>' tbl-ref-reason '</td>'
                       '<td>' tbl-ref-at '</td>'
                       '</tr>'
               EXEC SQL
                   FETCH cursrefusal
                       INTO :tbl-ref-user-id, :tbl-ref-program,
                            :tbl-ref-course-id, :tbl-ref-termin,
                            :tbl-ref-reason, :tbl-ref-at
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
           IF  SQLSTATE NOT = '02000'
                PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursrefusal
           END-EXEC.
       C0100-closedown.
           CALL 'wui-end-html' USING wn-rtn-code.
       Z0100-error-routine.
           COPY z0100-error-routine.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
