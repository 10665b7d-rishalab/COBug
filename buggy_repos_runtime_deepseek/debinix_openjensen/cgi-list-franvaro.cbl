       *> (gransvarde, default 20 percent) bolds the rows the
       *> counselors ask about every term - the list they used to
       *> build in a spreadsheet.
       *> Absences a counselor has excused (cgi-excuse-franvaro) are
       *> shown in their own column and do not count towards the
       *> percentage - the same rule batch-franvaro-alert applies.
       DATA DIVISION.
       working-storage section.
       01   switches-franvaro.
           05  tbl-sum-lektioner        PIC  9(5).
           05  tbl-sum-franvaro         PIC  9(5).
           05  tbl-sum-sena             PIC  9(5).
           05  tbl-sum-giltig           PIC  9(5).
       01  wr-rec-vars.
           05  wn-student-id       PIC  9(5) VALUE ZERO.
           05  wn-course-id        PIC  9(4) VALUE ZERO.
                 SELECT narvaro_course_id,
                        COUNT(*),
                        SUM(CASE WHEN narvaro_status = 'A'
                                  AND COALESCE(narvaro_excused, 'N')
                                      <> 'Y'
                            THEN 1 ELSE 0 END),
                        SUM(CASE WHEN narvaro_status = 'L'
                            THEN 1 ELSE 0 END),
                        SUM(CASE WHEN narvaro_status = 'A'
                                  AND narvaro_excused = 'Y'
                            THEN 1 ELSE 0 END)
                 FROM tbl_narvaro
                 WHERE narvaro_student_id = :wn-student-id
           DISPLAY '<table border="1">'
           DISPLAY '<tr><th>Kurs</th><th>Lektioner</th>'
                   '<th>Franvaro</th><th>Sena</th>'
                   '<th>Giltig franvaro</th>'
                   '<th>Franvaro %</th></tr>'
           EXEC SQL
               FETCH cursfran
                   INTO :tbl-sum-course-id, :tbl-sum-lektioner,
                        :tbl-sum-franvaro, :tbl-sum-sena,
                        :tbl-sum-giltig
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM B0210-print-summary-row
               EXEC SQL
                   FETCH cursfran
                       INTO :tbl-sum-course-id, :tbl-sum-lektioner,
                            :tbl-sum-franvaro, :tbl-sum-sena,
                            :tbl-sum-giltig
               END-EXEC
           END-PERFORM
           DISPLAY '</table>'
                       '<td><b>' tbl-sum-lektioner '</b></td>'
                       '<td><b>' tbl-sum-franvaro '</b></td>'
                       '<td><b>' tbl-sum-sena '</b></td>'
                       '<td><b>' tbl-sum-giltig '</b></td>'
                       '<td><b>' wn-franvaro-pct '</b></td></tr>'
           ELSE
               DISPLAY '<tr><td>' tbl-sum-course-id '</td>'
                       '<td>' tbl-sum-lektioner '</td>'
                       '<td>' tbl-sum-franvaro '</td>'
                       '<td>' tbl-sum-sena '</td>'
                       '<td>' tbl-sum-giltig '</td>'
                       '<td>' wn-franvaro-pct '</td></tr>'
           END-IF.
       C0100-closedown.
