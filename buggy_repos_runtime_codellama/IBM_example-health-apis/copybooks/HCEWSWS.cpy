      ******************************************************************
      *    HCEWSWS - working storage for the shared early-warning      *
      *    score calculation (COPY HCEWSPD). Move the reading's heart  *
      *    rate, systolic pressure, temperature and O2 saturation to   *
      *    the EWS-IN fields and PERFORM CALCULATE-EWS-SCORE; the      *
      *    aggregate comes back in EWS-SCORE (0-12). EWS-TRIGGER-SCORE *
      *    is the band at or above which the caller raises an 'EWS    *
      *    SCORE' alert - it defaults to 5 and is overridden from the  *
      *    EWSPARM table by the caller, so the band changes without a  *
      *    recompile.                                                  *
      ******************************************************************
       01  EWS-IN.
           03 EWS-HEART-RATE           PIC S9(4) COMP VALUE +0.
           03 EWS-SYSTOLIC             PIC S9(4) COMP VALUE +0.
           03 EWS-TEMPERATURE          PIC S9(3)V9 COMP-3 VALUE +0.
           03 EWS-O2-SATURATION        PIC S9(3) COMP VALUE +0.
       01  EWS-SCORE                   PIC S9(4) COMP VALUE +0.
       01  EWS-TRIGGER-SCORE           PIC S9(4) COMP VALUE +5.
       01  EWS-ALERT-TYPE              PIC X(12) VALUE 'EWS SCORE'.
