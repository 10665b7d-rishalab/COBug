      ******************************************************************
      *    HCPUPWS - working storage for the shared patient contact    *
      *    update (COPY HCPUPPD). Move the patient, the user making    *
      *    the change and the new address, city, postcode, mobile      *
      *    and email to the PUP-IN fields and PERFORM                  *
      *    APPLY-PATIENT-UPDATE; PUP-RESULT comes back '00' updated,   *
      *    '01' patient not found or '90' DB2 error, with EM-SQLREQ    *
      *    naming the failing statement for the caller's error log.    *
      ******************************************************************
       01  PUP-IN.
           03 PUP-PATIENT-ID           PIC S9(9) COMP VALUE +0.
           03 PUP-USERID               PIC X(10) VALUE SPACES.
           03 PUP-NEW-ADDRESS          PIC X(20) VALUE SPACES.
           03 PUP-NEW-CITY             PIC X(20) VALUE SPACES.
           03 PUP-NEW-POSTCODE         PIC X(10) VALUE SPACES.
           03 PUP-NEW-PHONE-MOBILE     PIC X(20) VALUE SPACES.
           03 PUP-NEW-EMAIL-ADDRESS    PIC X(50) VALUE SPACES.
      * Before-image of the contact fields an update replaces, kept
      * for the PATIENTHIST change-history row
       01  PUP-BEFORE.
           03 PUP-OLD-ADDRESS          PIC X(20) VALUE SPACES.
           03 PUP-OLD-CITY             PIC X(20) VALUE SPACES.
           03 PUP-OLD-POSTCODE         PIC X(10) VALUE SPACES.
           03 PUP-OLD-PHONE-MOBILE     PIC X(20) VALUE SPACES.
           03 PUP-OLD-EMAIL-ADDRESS    PIC X(50) VALUE SPACES.
       01  PUP-RESULT                  PIC X(2)  VALUE '00'.
           88 PUP-UPDATED                        VALUE '00'.
           88 PUP-NOT-FOUND                      VALUE '01'.
           88 PUP-DB2-ERROR                      VALUE '90'.
