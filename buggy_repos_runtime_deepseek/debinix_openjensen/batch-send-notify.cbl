       *> A row whose spool write fails is marked 'F' and comes back
       *> on the next run. The sent/failed summary closes the loop,
       *> in the batch-import-users mould.
       *> The guardian absence notices batch-franvaro-alert queues in
       *> tbl_guardian_notify go out the same way, to the guardian's
       *> address from tbl_guardian, with the same Q/F/S statuses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  wn-read-count           PIC 9(5)   VALUE ZERO.
       01  wn-sent-count           PIC 9(5)   VALUE ZERO.
       01  wn-failed-count         PIC 9(5)   VALUE ZERO.
       01  wn-guardian-read-count  PIC 9(5)   VALUE ZERO.
       01  wn-guardian-sent-count  PIC 9(5)   VALUE ZERO.
       01  wn-guardian-fail-count  PIC 9(5)   VALUE ZERO.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  wc-database             PIC  X(30) VALUE SPACE.
       01  wc-passwd               PIC  X(10) VALUE SPACE.
           05  wc-new-grade        PIC X(40).
           05  wc-queued-at        PIC X(26).
           05  wc-student-email    PIC X(100).
       01  wr-guardian-vars.
           05  wn-gnotify-id       PIC 9(6).
           05  wc-guardian-name    PIC X(50).
           05  wc-guardian-email   PIC X(100).
           05  wc-alert-text       PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
                   DISPLAY 'Cannot open MAILSPOOL.TXT'
               ELSE
                   PERFORM B0200-send-queued
                   PERFORM B0300-send-guardian-queued
                   CLOSE spool-file
               END-IF
               PERFORM Z0200-disconnect
               WHERE notify_id = :wn-notify-id
           END-EXEC
           ADD 1 TO wn-failed-count.
       *> guardian absence notices - queued rows and earlier
       *> failures, exactly as for the grade notices
       B0300-send-guardian-queued.
           EXEC SQL
               DECLARE cursguardian CURSOR FOR
               SELECT n.notify_id, n.student_id, n.course_id,
                      n.alert_text, n.queued_at,
                      g.guardian_name, g.guardian_email
               FROM tbl_guardian_notify n, tbl_guardian g
               WHERE n.guardian_id = g.guardian_id
                 AND n.notify_status IN ('Q', 'F')
               ORDER BY n.queued_at
           END-EXEC
           EXEC SQL
               OPEN cursguardian
           END-EXEC
           EXEC SQL
               FETCH cursguardian INTO
                   :wn-gnotify-id, :wn-student-id, :wn-course-id,
                   :wc-alert-text, :wc-queued-at,
                   :wc-guardian-name, :wc-guardian-email
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-guardian-read-count
               PERFORM B0310-spool-guardian-notice
               IF spool-write-ok
                   PERFORM B0320-mark-guardian-sent
               ELSE
                   PERFORM B0330-mark-guardian-failed
               END-IF
               EXEC SQL
                   FETCH cursguardian INTO
                       :wn-gnotify-id, :wn-student-id,
                       :wn-course-id, :wc-alert-text,
                       :wc-queued-at, :wc-guardian-name,
                       :wc-guardian-email
               END-EXEC
           END-PERFORM
           IF SQLSTATE NOT = '02000'
               PERFORM Z0100-error-routine
           END-IF
           EXEC SQL
               CLOSE cursguardian
           END-EXEC
           EXEC SQL
               COMMIT WORK
           END-EXEC.
       *> one mail line per guardian notice, in the relay's format
       B0310-spool-guardian-notice.
           MOVE 'N' TO spool-write-ok-switch
           MOVE SPACES TO spool-record
           STRING wc-guardian-email DELIMITED BY '  '
                  ';Till '          DELIMITED BY SIZE
                  wc-guardian-name  DELIMITED BY '  '
                  ';Student '       DELIMITED BY SIZE
                  wn-student-id     DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  wc-alert-text     DELIMITED BY '  '
                  ';'               DELIMITED BY SIZE
                  wc-queued-at      DELIMITED BY SIZE
                  INTO spool-record
           END-STRING
           WRITE spool-record
           IF wc-spool-status = '00'
               SET spool-write-ok TO TRUE
           END-IF.
       B0320-mark-guardian-sent.
           EXEC SQL
               UPDATE tbl_guardian_notify
                   SET notify_status = 'S',
                       sent_at = CURRENT_TIMESTAMP
               WHERE notify_id = :wn-gnotify-id
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO wn-guardian-sent-count
           ELSE
               PERFORM Z0100-error-routine
           END-IF.
       B0330-mark-guardian-failed.
           EXEC SQL
               UPDATE tbl_guardian_notify
                   SET notify_status = 'F'
               WHERE notify_id = :wn-gnotify-id
           END-EXEC
           ADD 1 TO wn-guardian-fail-count.
       C0100-summary.
           DISPLAY 'Notify summary'
           DISPLAY '  notices read.: ' wn-read-count
           DISPLAY '  notices sent.: ' wn-sent-count
           DISPLAY '  notices failed: ' wn-failed-count
           DISPLAY '  guardian notices read.: ' wn-guardian-read-count
           DISPLAY '  guardian notices sent.: ' wn-guardian-sent-count
           DISPLAY '  guardian notices failed: '
                   wn-guardian-fail-count.
       Z0100-error-routine.
           DISPLAY 'An error occurred, SQLSTATE=' SQLSTATE
           STOP RUN.
