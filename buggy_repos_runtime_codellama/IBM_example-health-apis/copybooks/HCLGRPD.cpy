      ******************************************************************
      *    HCLGRPD - shared lab result grading.                        *
      *    Grade a result value against the test's LABRANGE row:       *
      *    at or beyond a critical bound is 'C', outside the reference *
      *    range 'H' or 'L', inside it 'N'. A test code with no range  *
      *    on file keeps whatever flag the feed supplied - grading     *
      *    starts the day the range row is loaded, never before. Used  *
      *    by HCLRDB01 for results stored online and HCLIBJ01 for the  *
      *    lab system's results file so both grade a result the same   *
      *    way.                                                        *
      ******************************************************************
       GRADE-LAB-RESULT.
           MOVE 0 TO LGR-CRIT-BOUND.
           IF LGR-HAS-RANGE
              EVALUATE TRUE
                WHEN LGR-RESULT-VALUE <= LGR-CRIT-LOW
                  MOVE 'C' TO LGR-FLAG
                  MOVE LGR-CRIT-LOW TO LGR-CRIT-BOUND
                WHEN LGR-RESULT-VALUE >= LGR-CRIT-HIGH
                  MOVE 'C' TO LGR-FLAG
                  MOVE LGR-CRIT-HIGH TO LGR-CRIT-BOUND
                WHEN LGR-RESULT-VALUE < LGR-RANGE-LOW
                  MOVE 'L' TO LGR-FLAG
                WHEN LGR-RESULT-VALUE > LGR-RANGE-HIGH
                  MOVE 'H' TO LGR-FLAG
                WHEN OTHER
                  MOVE 'N' TO LGR-FLAG
              END-EVALUATE
           END-IF.
           EXIT.
