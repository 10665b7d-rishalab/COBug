000050*
000060* The shared COBOLUnit context: the run counters, the suite
000070* table with its tests and assertion results, and the per-suite
000080* setup/teardown entries the runner invokes around each test,
000085* the stubs standing in for CALLed subprograms, and the case
000087* results of the tests driven from a case file.
000090* Every framework program and every test program receives this
000100* one structure USING CBU-ctx.
000110*
000600* P passed - F failed - E error - S skipped, stamped by the
000610* runner and reported test by test in the results file
000620             15 test-status          PIC X(1).
000622* case file registered through CBU-set-test-cases - spaces for
000624* an ordinary test; otherwise the runner calls the test once
000626* per row of the file, passing the row
000628             15 TestCaseFile         PIC X(40).
000630             15 ListeAssertRuns OCCURS 20 TIMES.
000640                20 AssertRunName        PIC X(20).
000650                20 has-succeed          PIC 9(1).
000660                20 AssertValueExpected  PIC X(100).
000670                20 AssertValueActual    PIC X(100).
000680* stub registry filled through CBU-set-stub - a subprogram
000690* named here is answered by its stub: the call is counted, the
000700* first argument of the latest call kept, and the canned
000710* return value and return code handed back (or the optional
000720* stub program called instead); the runner clears it after
000730* every test so no stub outlives the test that set it
000740       05 StubIndex               PIC 9(2).
000750       05 ListeStubs OCCURS 10 TIMES.
000760          10 StubName             PIC X(20).
000770          10 StubProgram          PIC X(20).
000780          10 StubReturnCode       PIC S9(4).
000790          10 StubReturnValue      PIC X(100).
000800          10 StubCallCount        PIC 9(4).
000810          10 StubFirstArg         PIC X(100).
000820* one entry per row run from a case file, numbered within its
000830* test, with its own P/F/E status and its first failed
000840* assertion - CBU00400 reports each as its own case
000850       05 index-current-case      PIC 9(3).
000860       05 CaseIndex               PIC 9(3).
000870       05 ListeCases OCCURS 200 TIMES.
000880          10 CaseSuite            PIC 9(2).
000890          10 CaseTest             PIC 9(2).
000900          10 CaseNumber           PIC 9(3).
000910          10 case-status          PIC X(1).
000920          10 CaseAssertName       PIC X(20).
000930          10 CaseValueExpected    PIC X(100).
000940          10 CaseValueActual      PIC X(100).
