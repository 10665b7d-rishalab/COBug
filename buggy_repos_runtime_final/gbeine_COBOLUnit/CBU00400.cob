000150*>Record types: SUM summary - SUI suite - TST one per test
000160*>with its P/F/E/S status (S is a test the run filter skipped,
000170*>kept on the roster rather than omitted) - ASF failed
000180*>assertion - CAS one per row of a test run from a case file,
000182*>numbered within the test, with its P/F/E status and its first
000184*>failed assertion (the test's TST record carries the worst
000186*>row)
000190* arg1: CBU-ctx - the context the run just filled
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.   CBU00400.
000320  01 i PIC 9(2).
000330  01 j PIC 9(2).
000340  01 k PIC 9(2).
000345  01 c PIC 9(3).
000350  01 summary-line.
000360   05 FILLER PIC X(4) VALUE "SUM ".
000370   05 sum-tests-run PIC 9(4).
000760   05 asf-expected PIC X(100).
000770   05 FILLER PIC X VALUE SPACE.
000780   05 asf-actual PIC X(100).
000782  01 case-line.
000783   05 FILLER PIC X(4) VALUE "CAS ".
000784   05 cas-suite PIC 9(2).
000785   05 FILLER PIC X VALUE SPACE.
000786   05 cas-test PIC 9(2).
000787   05 FILLER PIC X VALUE SPACE.
000788   05 cas-number PIC 9(3).
000789   05 FILLER PIC X VALUE SPACE.
000790   05 cas-status PIC X(1).
000791   05 FILLER PIC X VALUE SPACE.
000792   05 cas-name PIC X(20).
000793   05 FILLER PIC X VALUE SPACE.
000794   05 cas-expected PIC X(100).
000795   05 FILLER PIC X VALUE SPACE.
000796   05 cas-actual PIC X(100).
000798  COPY CBUC0002.
000800  LINKAGE SECTION.
000810   COPY CBUC0001.
000820 PROCEDURE DIVISION USING CBU-ctx.
001230      WRITE results-record
001240     END-IF
001250    END-PERFORM
001252* the cases of a test run from a case file, row by row
001254    PERFORM VARYING c FROM 1 BY 1
001256      UNTIL c > CaseIndex
001258     IF CaseSuite (c) = i AND CaseTest (c) = j
001260      MOVE i TO cas-suite
001262      MOVE j TO cas-test
001264      MOVE CaseNumber (c) TO cas-number
001266      MOVE case-status (c) TO cas-status
001268      MOVE CaseAssertName (c) TO cas-name
001270      MOVE CaseValueExpected (c) TO cas-expected
001272      MOVE CaseValueActual (c) TO cas-actual
001274      MOVE case-line TO results-record
001276      WRITE results-record
001278     END-IF
001280    END-PERFORM
001282   END-PERFORM
001290  END-PERFORM.
001300  CLOSE results-file.
001310* a nonzero count fails the scheduler job
001320  COMPUTE RETURN-CODE = RunFailureCount + TestError.
001330  EXIT PROGRAM.
001340 END PROGRAM CBU00400.
