      ******************************************************************
      *    HCLGRWS - working storage for the shared lab result         *
      *    grading (COPY HCLGRPD). Move the result value and the       *
      *    test's LABRANGE bounds to the LGR-IN fields, set            *
      *    LGR-RANGE-FOUND to 'Y' when the test has a range row, put   *
      *    the flag the feed supplied in LGR-FLAG and PERFORM          *
      *    GRADE-LAB-RESULT; LGR-FLAG comes back H, L, C or N. On a    *
      *    'C' grade LGR-CRIT-BOUND holds the critical bound that was  *
      *    crossed, for the THRESHOLD of the caller's 'LAB CRITICAL'   *
      *    alert.                                                      *
      ******************************************************************
       01  LGR-IN.
           03 LGR-RESULT-VALUE         PIC S9(5)V9(3) COMP-3 VALUE +0.
           03 LGR-RANGE-LOW            PIC S9(5)V9(3) COMP-3 VALUE +0.
           03 LGR-RANGE-HIGH           PIC S9(5)V9(3) COMP-3 VALUE +0.
           03 LGR-CRIT-LOW             PIC S9(5)V9(3) COMP-3 VALUE +0.
           03 LGR-CRIT-HIGH            PIC S9(5)V9(3) COMP-3 VALUE +0.
           03 LGR-RANGE-FOUND          PIC X(1)  VALUE 'N'.
              88 LGR-HAS-RANGE                   VALUE 'Y'.
       01  LGR-FLAG                    PIC X(1)  VALUE SPACE.
           88 LGR-CRITICAL                       VALUE 'C'.
       01  LGR-CRIT-BOUND              PIC S9(5)V9(3) COMP-3 VALUE +0.
       01  LGR-ALERT-TYPE              PIC X(12) VALUE 'LAB CRITICAL'.
