*> conflict-checked per occurrence, with a result page showing
*> which dates booked and which clashed; action=cancelserie
*> removes every row of a series at once.
*> A booking made for a lesson carries the course it is for
*> (course_id, checked against the tbl_course catalog); the
*> timetable pages in cgi-list-schema are built from those.
*>**************************************************
DATA DIVISION.
WORKING-STORAGE SECTION.
    05  jbok-aktivitet       PIC  X(40).
    05  jbok-bokad-av        PIC  X(40).
    05  jbok-antal           PIC  9(4).
    05  jbok-course-id       PIC  9(4).
*>
01  wn-conflict-count        PIC  9(4).
01  wn-serie-id              PIC  9(6).
    05  wc-aktivitet        PIC  X(40) VALUE SPACE.
    05  wc-bokad-av         PIC  X(40) VALUE SPACE.
    05  wn-antal            PIC  9(4) VALUE ZERO.
    05  wn-course-id        PIC  9(4) VALUE ZERO.

*> the series form - weekday 1-7 (monday=1) plus the from/to
*> dates the weekly dates are generated between
            MOVE FUNCTION NUMVAL(wc-post-value) TO wn-antal
        END-IF
        MOVE SPACE TO wc-post-value
        MOVE 'course_id' TO wc-post-name
        CALL 'get-post-value' USING wn-rtn-code
                              wc-post-name wc-post-value
        IF wc-post-value NOT = SPACE
            MOVE FUNCTION NUMVAL(wc-post-value) TO wn-course-id
        END-IF
        MOVE SPACE TO wc-post-value
        MOVE 'veckodag' TO wc-post-name
        CALL 'get-post-value' USING wn-rtn-code
                              wc-post-name wc-post-value

    PERFORM B0210-check-capacity

    IF is-booking-ok
        PERFORM B0215-check-course
    END-IF

    IF is-booking-ok
        PERFORM B0220-check-conflict
    END-IF
    END-IF
    .

*>**************************************************
*> A lesson booking must name a course in the catalog - a
*> course_id of zero is a booking that is not a lesson
*>**************************************************
B0215-check-course.

    IF wn-course-id NOT = ZERO
        MOVE ZERO TO wn-conflict-count
        EXEC SQL
            SELECT COUNT(*) INTO :wn-conflict-count
            FROM tbl_course
            WHERE course_id = :wn-course-id
        END-EXEC
        IF wn-conflict-count = ZERO
            MOVE 'Kursen finns inte i katalogen'
                 TO wc-printscr-string
            CALL 'stop-printscr' USING wc-printscr-string
            MOVE 'N' TO is-booking-ok-switch
        END-IF
    END-IF
    .

*>**************************************************
*> Two bookings overlap when one starts before the other ends
*> and ends after the other starts - same lokal, same date
        INSERT INTO tbl_lokal_booking
            (lokal_id, bokning_datum, bokning_starttid,
             bokning_sluttid, bokning_aktivitet,
             bokning_bokad_av, bokning_antal, bokning_serie_id,
             bokning_course_id)
        VALUES (:wn-lokal-id, :wc-datum, :wc-starttid,
                :wc-sluttid, :wc-aktivitet, :wc-bokad-av,
                :wn-antal, :wn-serie-id, :wn-course-id)
    END-EXEC

    IF SQLCODE NOT = ZERO
        CALL 'stop-printscr' USING wc-printscr-string
    ELSE
        PERFORM B0210-check-capacity
        IF is-booking-ok
            PERFORM B0215-check-course
        END-IF
        IF is-booking-ok
            PERFORM B0310-next-serie-id
            PERFORM B0320-book-occurrences
                (lokal_id, bokning_datum, bokning_starttid,
                 bokning_sluttid, bokning_aktivitet,
                 bokning_bokad_av, bokning_antal,
                 bokning_serie_id, bokning_course_id)
            VALUES (:wn-lokal-id, :wc-datum, :wc-starttid,
                    :wc-sluttid, :wc-aktivitet, :wc-bokad-av,
                    :wn-antal, :wn-serie-id, :wn-course-id)
        END-EXEC
        IF SQLCODE NOT = ZERO
            PERFORM Z0100-error-routine
        DECLARE cursbok CURSOR FOR
        SELECT lokal_id, bokning_datum, bokning_starttid,
               bokning_sluttid, bokning_aktivitet,
               bokning_bokad_av, bokning_antal,
               COALESCE(bokning_course_id, 0)
        FROM tbl_lokal_booking
        WHERE lokal_id = :wn-lokal-id
          AND bokning_datum = :wc-datum
            wc-datum '</h3>'
    DISPLAY '<table border="1">'
    DISPLAY '<tr><th>Start</th><th>Slut</th><th>Aktivitet</th>'
            '<th>Bokad av</th><th>Antal</th><th>Kurs</th></tr>'

    EXEC SQL
        FETCH cursbok INTO
            :jbok-lokal-id, :jbok-datum, :jbok-starttid,
            :jbok-sluttid, :jbok-aktivitet, :jbok-bokad-av,
            :jbok-antal, :jbok-course-id
    END-EXEC

    PERFORM UNTIL SQLCODE NOT = ZERO
                '<td>' jbok-aktivitet '</td>'
                '<td>' jbok-bokad-av '</td>'
                '<td>' jbok-antal '</td>'
                '<td>' jbok-course-id '</td>'
                '</tr>'
        EXEC SQL
            FETCH cursbok INTO
                :jbok-lokal-id, :jbok-datum, :jbok-starttid,
                :jbok-sluttid, :jbok-aktivitet, :jbok-bokad-av,
                :jbok-antal, :jbok-course-id
        END-EXEC
    END-PERFORM

