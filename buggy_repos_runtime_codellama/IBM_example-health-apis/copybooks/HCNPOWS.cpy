      ******************************************************************
      *    HCNPOWS - working storage for the shared theatre nil-by-    *
      *    mouth check (COPY HCNPOPD). Move the patient and the date   *
      *    the caller's list covers (yyyy-mm-dd) to the NPO-IN fields  *
      *    and PERFORM CHECK-THEATRE-NPO; NPO-FLAG comes back 'Y'      *
      *    when the patient is booked for theatre that day or the     *
      *    next - nil by mouth from midnight - with the booking's      *
      *    date and slot. NPO-RESULT is '00', or '90' on a DB2 error   *
      *    with EM-SQLREQ naming the failing statement.                *
      ******************************************************************
       01  NPO-IN.
           03 NPO-PATIENT-ID           PIC S9(9) COMP VALUE +0.
           03 NPO-AS-OF-DATE           PIC X(10) VALUE SPACES.
       01  NPO-OUT.
           03 NPO-FLAG                 PIC X(1)  VALUE 'N'.
              88 NPO-FROM-MIDNIGHT               VALUE 'Y'.
           03 NPO-THEATRE-DATE         PIC X(10) VALUE SPACES.
           03 NPO-THEATRE-TIME         PIC X(5)  VALUE SPACES.
       01  NPO-RESULT                  PIC X(2)  VALUE '00'.
           88 NPO-DB2-ERROR                      VALUE '90'.
