000220*>its droppings behind for the next one. A test whose CALL
000230*>raises an exception counts as an error; a test that added a
000240*>failed assertion counts as failed; anything else succeeded.
000242*>The stubs a test or its setup registered (CBU-set-stub) are
000244*>cleared once its teardown has run, so they never leak into
000246*>the next test.
000247*>A test registered with a case file (CBU-set-test-cases) is
000248*>run once per row, the row passed after CBU-ctx; every row
000249*>counts as a test of its own and is kept as a numbered case.
000250* arg1: CBU-ctx - the context the declarations filled
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.   CBU00200.
000271 ENVIRONMENT DIVISION.
000272 INPUT-OUTPUT SECTION.
000273 FILE-CONTROL.
000274     SELECT case-file ASSIGN USING case-file-name
000275        ORGANIZATION IS LINE SEQUENTIAL
000276        FILE STATUS IS case-file-status.
000280 DATA DIVISION.
000282 FILE SECTION.
000284 FD case-file.
000286 01 case-file-record PIC X(200).
000290  WORKING-STORAGE SECTION.
000300  01 i PIC 9(2).
000310  01 j PIC 9(2).
000315  01 k PIC 9(2).
000320  01 fails-before PIC 9(3).
000330  01 test-error-flag PIC 9(1).
000340  01 filter-match-flag PIC 9(1).
000350  01 filter-work PIC X(20).
000360  01 name-work PIC X(20).
000370  01 filter-len PIC 9(2).
000371  01 case-file-name PIC X(40).
000372  01 case-file-status PIC X(2).
000373  01 case-record PIC X(200).
000374  01 case-count PIC 9(3).
000375  01 asserts-before PIC 9(3).
000376  01 case-worst-status PIC X(1).
000377  01 case-mode-flag PIC 9(1) VALUE 0.
000378  01 case-eof-flag PIC 9(1).
000380  COPY CBUC0002.
000385  COPY CBUC0003.
000390  LINKAGE SECTION.
000400   COPY CBUC0001.
000410 PROCEDURE DIVISION USING CBU-ctx.
000415  SET CBU-ctx-address TO ADDRESS OF CBU-ctx.
000420  PERFORM VARYING i FROM 1 BY 1
000430        UNTIL i > SuiteIndex
000440   MOVE i TO index-current-suite
000480    MOVE j TO index-current-test
000490    PERFORM check-filter-match
000500    IF filter-match-flag = 1
000510     IF TestCaseFile (i, j) NOT = SPACES
000512      PERFORM run-case-file
000514     ELSE
000516      PERFORM run-one-test
000518     END-IF
000520    ELSE
000530     PERFORM skip-one-test
000540    END-IF
000680   END-CALL
000690  END-IF.
000700  IF test-error-flag = 0
000702   IF case-mode-flag = 1
000704    CALL ListeTests (i, j) USING CBU-ctx case-record
000706     ON EXCEPTION
000708      MOVE 1 TO test-error-flag
000709    END-CALL
000710   ELSE
000712    CALL ListeTests (i, j) USING CBU-ctx
000720     ON EXCEPTION
000730      MOVE 1 TO test-error-flag
000740    END-CALL
000745   END-IF
000750  END-IF.
000760* teardown is unconditional - fixture cleanup must happen
000770* whether the test passed, failed or never ran
000810     MOVE 1 TO test-error-flag
000820   END-CALL
000830  END-IF.
000832  PERFORM clear-stubs.
000840  IF test-error-flag = 1
000850   ADD 1 TO TestError
000860   ADD 1 TO nb-test-error (i)
000970   END-IF
000980  END-IF.
000990
000992* the test's stubs go with it - the next test registers its own
000993 clear-stubs.
000994  PERFORM VARYING k FROM 1 BY 1
000995        UNTIL k > 10
000996   INITIALIZE ListeStubs (k)
000997  END-PERFORM.
000998  MOVE 0 TO StubIndex.
000999
001000* a filtered-out test stays on the roster as skipped - the
001010* nightly consumer must never mistake "not run" for "gone"
001020 skip-one-test.
001430    END-IF
001440   END-IF
001450  END-IF.
001460
001470* a data-driven test runs once per row of its case file - each
001480* row a test of its own for the counters, the fixture and the
001490* stubs; the test itself keeps the worst row, E over F over P
001500 run-case-file.
001510  MOVE TestCaseFile (i, j) TO case-file-name.
001520  MOVE 0 TO case-count.
001530  MOVE 0 TO case-eof-flag.
001540  MOVE "P" TO case-worst-status.
001550  OPEN INPUT case-file.
001560  IF case-file-status NOT = "00"
001570   DISPLAY "CBU00200 case file not found: " case-file-name
001580   PERFORM count-case-file-error
001590  ELSE
001600   MOVE 1 TO case-mode-flag
001610   PERFORM read-case-row
001620   PERFORM UNTIL case-eof-flag = 1
001630    ADD 1 TO case-count
001640    MOVE case-count TO index-current-case
001650    MOVE nb-assert-run (i, j) TO asserts-before
001660    PERFORM run-one-test
001670    PERFORM record-case
001680    PERFORM read-case-row
001690   END-PERFORM
001700   MOVE 0 TO case-mode-flag
001710   MOVE 0 TO index-current-case
001720   CLOSE case-file
001730   IF case-count = 0
001740    DISPLAY "CBU00200 case file has no cases: " case-file-name
001750    PERFORM count-case-file-error
001760   END-IF
001770  END-IF.
001780  MOVE case-worst-status TO test-status (i, j).
001790
001800* a case file that cannot be read is one test in error
001810 count-case-file-error.
001820  ADD 1 TO TestRunCount.
001830  ADD 1 TO nb-test-run (i).
001840  ADD 1 TO TestError.
001850  ADD 1 TO nb-test-error (i).
001860  MOVE "E" TO case-worst-status.
001870
001880* next case row - blank rows and '*' comment rows are passed by
001890 read-case-row.
001900  MOVE SPACES TO case-record.
001910  PERFORM UNTIL case-eof-flag = 1
001920    OR (case-record NOT = SPACES
001925        AND case-record (1 : 1) NOT = "*")
001930   READ case-file
001940    AT END
001950     MOVE 1 TO case-eof-flag
001960    NOT AT END
001970     MOVE case-file-record TO case-record
001980   END-READ
001990  END-PERFORM.
002000
002010* the row's result and first failed assertion become its case;
002020* its assertion slots are then given back, so forty rows never
002030* run out of the twenty the test has
002040 record-case.
002050  IF test-status (i, j) = "E"
002060   MOVE "E" TO case-worst-status
002070  ELSE
002080   IF test-status (i, j) = "F" AND case-worst-status = "P"
002090    MOVE "F" TO case-worst-status
002100   END-IF
002110  END-IF.
002120  IF CaseIndex < 200
002130   ADD 1 TO CaseIndex
002140   MOVE i TO CaseSuite (CaseIndex)
002150   MOVE j TO CaseTest (CaseIndex)
002160   MOVE case-count TO CaseNumber (CaseIndex)
002170   MOVE test-status (i, j) TO case-status (CaseIndex)
002180   MOVE SPACES TO CaseAssertName (CaseIndex)
002190   MOVE SPACES TO CaseValueExpected (CaseIndex)
002200   MOVE SPACES TO CaseValueActual (CaseIndex)
002210   PERFORM VARYING k FROM asserts-before BY 1
002220     UNTIL k >= nb-assert-run (i, j) OR k >= 20
002230      OR CaseAssertName (CaseIndex) NOT = SPACES
002240    IF has-succeed (i, j, k + 1) = 0
002250     MOVE AssertRunName (i, j, k + 1)
002260       TO CaseAssertName (CaseIndex)
002270     MOVE AssertValueExpected (i, j, k + 1)
002280       TO CaseValueExpected (CaseIndex)
002290     MOVE AssertValueActual (i, j, k + 1)
002300       TO CaseValueActual (CaseIndex)
002310    END-IF
002320   END-PERFORM
002330  ELSE
002340   DISPLAY "CBU00200 case table full, case not kept: "
002350           ListeTests (i, j) " " case-count
002360  END-IF.
002370  PERFORM VARYING k FROM asserts-before BY 1
002380    UNTIL k >= 20
002390   INITIALIZE ListeAssertRuns (i, j, k + 1)
002400  END-PERFORM.
002410  MOVE asserts-before TO nb-assert-run (i, j).
002420 END PROGRAM CBU00200.
