      * CA-ALERT-SCOPE 'G' asks for the global list; a user on no      *
      * roster shift right now also gets the global list rather than   *
      * an empty screen.                                               *
      * An alert raised against a ward rather than a patient (the      *
      * HCCDDB01 controlled-drug count discrepancy carries PATIENTID 0 *
      * and the WARDCODE) joins on its own ward code instead.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      * The "my wards" view: the same unacknowledged alerts, limited
      * to patients whose open ward stay is on a ward the signed-on
      * user's current ONCALL shift covers. A shift window crossing
      * midnight (start > end) wraps. A ward alert has no stay and
      * uses the ward code it was raised with.
           EXEC SQL
               DECLARE MYALRCUR CURSOR FOR
                   SELECT A.ALERTID, A.PATIENTID, A.ALERTTYPE,
                          A.READING, A.THRESHOLD, A.RAISEDDATETIME,
                          A.ESCALATED
                     FROM ALERT A
                     LEFT OUTER JOIN WARDSTAY W
                       ON W.PATIENTID = A.PATIENTID
                      AND W.DISCHARGEDATETIME = ' '
                    WHERE A.ACKFLAG = 'N'
                      AND COALESCE(W.WARDCODE, A.WARDCODE) IN
                          (SELECT O.WARDCODE FROM ONCALL O
                            WHERE O.USERID = :DB2-USERID
                              AND ((O.SHIFTSTART <= O.SHIFTEND
