      ******************************************************************
      *    HCEWSPD - shared early-warning score calculation.           *
      *    Each of the four measures is banded 0 (normal) to 3 (far    *
      *    out of range) and the bands are added, so a patient who is  *
      *    slightly off on several measures at once scores as high as  *
      *    one who is badly off on one - the pattern the single-       *
      *    threshold checks in HCVTBJ01 never see. Used by HCAVDB01    *
      *    for keyed readings and HCDVBJ01 for monitor readings so     *
      *    both score a reading the same way.                          *
      *                                                                *
      *    Measure    score 3    2          1          0               *
      *    HR         <=40 >=131 111-130    41-50      51-90           *
      *                                     91-110                     *
      *    SYSTOLIC   <=90 >=220 91-100     101-110    111-219         *
      *    TEMP       <=35.0     >=39.1     35.1-36.0  36.1-38.0       *
      *                                     38.1-39.0                  *
      *    O2 SAT     <=91       92-93      94-95      >=96            *
      ******************************************************************
       CALCULATE-EWS-SCORE.
           MOVE 0 TO EWS-SCORE.

           EVALUATE TRUE
             WHEN EWS-HEART-RATE <= 40
               ADD 3 TO EWS-SCORE
             WHEN EWS-HEART-RATE <= 50
               ADD 1 TO EWS-SCORE
             WHEN EWS-HEART-RATE <= 90
               CONTINUE
             WHEN EWS-HEART-RATE <= 110
               ADD 1 TO EWS-SCORE
             WHEN EWS-HEART-RATE <= 130
               ADD 2 TO EWS-SCORE
             WHEN OTHER
               ADD 3 TO EWS-SCORE
           END-EVALUATE.

           EVALUATE TRUE
             WHEN EWS-SYSTOLIC <= 90
               ADD 3 TO EWS-SCORE
             WHEN EWS-SYSTOLIC <= 100
               ADD 2 TO EWS-SCORE
             WHEN EWS-SYSTOLIC <= 110
               ADD 1 TO EWS-SCORE
             WHEN EWS-SYSTOLIC <= 219
               CONTINUE
             WHEN OTHER
               ADD 3 TO EWS-SCORE
           END-EVALUATE.

           EVALUATE TRUE
             WHEN EWS-TEMPERATURE <= 35.0
               ADD 3 TO EWS-SCORE
             WHEN EWS-TEMPERATURE <= 36.0
               ADD 1 TO EWS-SCORE
             WHEN EWS-TEMPERATURE <= 38.0
               CONTINUE
             WHEN EWS-TEMPERATURE <= 39.0
               ADD 1 TO EWS-SCORE
             WHEN OTHER
               ADD 2 TO EWS-SCORE
           END-EVALUATE.

           EVALUATE TRUE
             WHEN EWS-O2-SATURATION <= 91
               ADD 3 TO EWS-SCORE
             WHEN EWS-O2-SATURATION <= 93
               ADD 2 TO EWS-SCORE
             WHEN EWS-O2-SATURATION <= 95
               ADD 1 TO EWS-SCORE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           EXIT.
