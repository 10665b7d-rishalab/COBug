IDENTIFICATION DIVISION.
       program-id. batch-examen-risk.
       *> Run before each term: the degree audit of cgi-list-examen
       *> for every student in a program with a total credit target
       *> in tbl_program_req. A student is in the final year when the
       *> passed credits are within one year of study (60 credits) of
       *> the target. A final-year student is at risk when a
       *> requirement would still be missing even if every course
       *> now enrolled is passed. Those students are written to
       *> EXAMENRISK.TXT with each missing requirement under them,
       *> for the counselors, and the run closes with a summary in
       *> the batch-import-users mould.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT report-file ASSIGN TO "EXAMENRISK.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS wc-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  report-file.
       01  report-record           PIC X(132).
       WORKING-STORAGE SECTION.
       01   switches-risk.
            03  is-db-connected-switch         PIC X   VALUE 'N'.
                88  is-db-connected                    VALUE 'Y'.
       01  wc-report-status        PIC XX     VALUE '00'.
       01  wn-year-credits         PIC 9(3)V9 VALUE 60.
       01  wn-remaining-credits    PIC S9(4)V9 VALUE ZERO.
       01  wn-student-count        PIC 9(5)   VALUE ZERO.
       01  wn-final-year-count     PIC 9(5)   VALUE ZERO.
       01  wn-risk-count           PIC 9(5)   VALUE ZERO.
       01  wn-missing-count        PIC 9(3)   VALUE ZERO.
       01  wc-today                PIC X(8)   VALUE SPACE.
       01  wc-target-ed            PIC ZZZ9.9.
       01  wc-passed-ed            PIC ZZZ9.9.
       01  wc-planned-ed           PIC ZZZ9.9.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database             PIC  X(30) VALUE SPACE.
       01  wc-passwd               PIC  X(10) VALUE SPACE.
       01  wc-username             PIC  X(30) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wr-student-vars.
           05  wn-student-id       PIC 9(5).
           05  wc-firstname        PIC X(40).
           05  wc-lastname         PIC X(40).
           05  wn-program-id       PIC 9(3).
           05  wn-target-credits   PIC 9(4)V9.
           05  wn-passed-credits   PIC 9(4)V9.
       01  wr-missing-vars.
           05  wc-req-type         PIC X(1).
           05  wc-req-code         PIC X(10).
           05  wc-req-text         PIC X(40).
           05  wn-req-target       PIC 9(4)V9.
           05  wn-req-planned      PIC 9(4)V9.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-main.
           PERFORM B0100-connect
           IF is-db-connected
               OPEN OUTPUT report-file
               IF wc-report-status NOT = '00'
                   DISPLAY 'Cannot open EXAMENRISK.TXT'
               ELSE
                   PERFORM B0150-write-heading
                   PERFORM B0200-check-students
                   CLOSE report-file
               END-IF
               PERFORM Z0200-disconnect
           END-IF
           PERFORM C0100-summary
           GOBACK.
       B0100-connect.
           MOVE "openjensen" TO wc-database
           MOVE "jensen" TO wc-username
           MOVE SPACE TO wc-passwd
           EXEC SQL
               CONNECT :wc-username IDENTIFIED BY :wc-passwd
                                    USING :wc-database
           END-EXEC
           IF SQLSTATE NOT = '00000'
               PERFORM Z0100-error-routine
           ELSE
               SET is-db-connected TO TRUE
           END-IF.
       B0150-write-heading.
           MOVE FUNCTION CURRENT-DATE(1:8) TO wc-today
           MOVE SPACES TO report-record
           STRING 'Final-year students at risk, run '
                                    DELIMITED BY SIZE
                  wc-today          DELIMITED BY SIZE
                  INTO report-record
           END-STRING
           WRITE report-record.
       *> students are the users with an enrollment; passed credits
       *> are every catalog course with a passing grade, as the
       *> total requirement counts them on the audit page
       B0200-check-students.
           EXEC SQL
               DECLARE cursstudent CURSOR FOR
               SELECT u.user_id, u.user_firstname, u.user_lastname,
                      u.user_program, r.req_min_credits,
                      COALESCE((SELECT SUM(c.course_credits)
                                  FROM tbl_course c
                                 WHERE EXISTS
                                   (SELECT 1 FROM tbl_grade g
                                     WHERE g.grade_student_id =
                                           u.user_id
                                       AND g.grade_course_id =
                                           c.course_id
                                       AND g.grade_grade IN
                                           ('A', 'B', 'C', 'D', 'E',
                                            'G', 'VG', 'MVG'))), 0)
               FROM tbl_user u, tbl_program_req r
               WHERE r.req_program_id = u.user_program
                 AND r.req_type = 'T'
                 AND EXISTS (SELECT 1 FROM tbl_enrollment e
                              WHERE e.enroll_student_id = u.user_id)
               ORDER BY u.user_program, u.user_lastname,
                        u.user_firstname
           END-EXEC
           EXEC SQL
               OPEN cursstudent
           END-EXEC
           EXEC SQL
               FETCH cursstudent INTO
                   :wn-student-id, :wc-firstname, :wc-lastname,
                   :wn-program-id, :wn-target-credits,
                   :wn-passed-credits
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-student-count
               COMPUTE wn-remaining-credits =
                       wn-target-credits - wn-passed-credits
               IF wn-remaining-credits NOT > wn-year-credits
                   ADD 1 TO wn-final-year-count
                   PERFORM B0300-check-requirements
               END-IF
               EXEC SQL
                   FETCH cursstudent INTO
                       :wn-student-id, :wc-firstname, :wc-lastname,
                       :wn-program-id, :wn-target-credits,
                       :wn-passed-credits
               END-EXEC
           END-PERFORM
           IF SQLSTATE NOT = '02000'
               PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursstudent
           END-EXEC.
       *> the cgi-list-examen audit kept to the requirements that
       *> stay unmet with the running courses counted as passed
       B0300-check-requirements.
           MOVE ZERO TO wn-missing-count
           EXEC SQL
               DECLARE cursmissing CURSOR FOR
               SELECT r.req_type, COALESCE(rc.course_code, ' '),
                      COALESCE(r.req_text, ' '),
                      CASE WHEN r.req_type = 'K'
                           THEN COALESCE(rc.course_credits, 0)
                           ELSE COALESCE(r.req_min_credits, 0)
                      END,
                      COALESCE(SUM(CASE WHEN kurs.kstatus IN
                                             ('P', 'E')
                               THEN kurs.course_credits
                               ELSE 0 END), 0)
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
               HAVING (r.req_type = 'K'
                       AND COUNT(CASE WHEN kurs.kstatus IN
                                           ('P', 'E')
                                      THEN 1 END) = 0)
                   OR (r.req_type <> 'K'
                       AND COALESCE(SUM(CASE WHEN kurs.kstatus IN
                                                  ('P', 'E')
                                        THEN kurs.course_credits
                                        ELSE 0 END), 0)
                           < COALESCE(r.req_min_credits, 0))
               ORDER BY r.req_type, r.req_id
           END-EXEC
           EXEC SQL
               OPEN cursmissing
           END-EXEC
           EXEC SQL
               FETCH cursmissing INTO
                   :wc-req-type, :wc-req-code, :wc-req-text,
                   :wn-req-target, :wn-req-planned
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF wn-missing-count = ZERO
                   PERFORM B0310-write-student-line
               END-IF
               ADD 1 TO wn-missing-count
               PERFORM B0320-write-missing-line
               EXEC SQL
                   FETCH cursmissing INTO
                       :wc-req-type, :wc-req-code, :wc-req-text,
                       :wn-req-target, :wn-req-planned
               END-EXEC
           END-PERFORM
           IF SQLSTATE NOT = '02000'
               PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursmissing
           END-EXEC.
       B0310-write-student-line.
           ADD 1 TO wn-risk-count
           MOVE wn-target-credits TO wc-target-ed
           MOVE wn-passed-credits TO wc-passed-ed
           MOVE SPACES TO report-record
           STRING 'Student '       DELIMITED BY SIZE
                  wn-student-id    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  wc-firstname     DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  wc-lastname      DELIMITED BY '  '
                  ', program '     DELIMITED BY SIZE
                  wn-program-id    DELIMITED BY SIZE
                  ', passed '      DELIMITED BY SIZE
                  wc-passed-ed     DELIMITED BY SIZE
                  ' of '           DELIMITED BY SIZE
                  wc-target-ed     DELIMITED BY SIZE
                  INTO report-record
           END-STRING
           WRITE report-record.
       B0320-write-missing-line.
           MOVE wn-req-target TO wc-target-ed
           MOVE wn-req-planned TO wc-planned-ed
           MOVE SPACES TO report-record
           STRING '    missing '   DELIMITED BY SIZE
                  wc-req-type      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  wc-req-code      DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  wc-req-text      DELIMITED BY '  '
                  ' - needs '      DELIMITED BY SIZE
                  wc-target-ed     DELIMITED BY SIZE
                  ', passed or enrolled ' DELIMITED BY SIZE
                  wc-planned-ed    DELIMITED BY SIZE
                  INTO report-record
           END-STRING
           WRITE report-record.
       C0100-summary.
           DISPLAY 'Degree audit summary'
           DISPLAY '  students checked.: ' wn-student-count
           DISPLAY '  final year.......: ' wn-final-year-count
           DISPLAY '  at risk..........: ' wn-risk-count.
       Z0100-error-routine.
           DISPLAY 'An error occurred, SQLSTATE=' SQLSTATE
           STOP RUN.
       Z0200-disconnect.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
