000010* COBOLUnit is a COBOL Unit framework testing
000011*
000021* Logic name: CBU-assert-stub-count
000029*
000046*>Make call-count assertion on a stub registered through
000047*>CBU-set-stub - succeeds when the stubbed subprogram was
000048*>CALLed exactly the expected number of times in this test;
000049*>a name with no stub registered fails the assertion
000050* arg1: AssertName - Assertion name
000051* arg2: SubprogramName - the stubbed subprogram
000052* arg3: CountExpected - number of calls expected
000053 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU00120.
000083 DATA DIVISION.
000084  WORKING-STORAGE SECTION.
000085  77 i PIC 9(2).
000086  77 stub-slot PIC 9(2).
000087  77 str-expected PIC X(100).
000088  77 str-actual PIC X(100).
000094  COPY CBUC0002.
000095  LINKAGE SECTION.
000096  77 AssertName PIC X(20).
000097  77 SubprogramName PIC X(20).
000098  77 CountExpected PIC 9(4).
000099   COPY CBUC0001.
000100 PROCEDURE DIVISION
000101   USING CBU-ctx AssertName SubprogramName CountExpected.
000105  CALL CBU-add-assert-run  USING CBU-ctx AssertName.
000106  MOVE 0 TO stub-slot.
000107  PERFORM VARYING i FROM 1 BY 1
000108        UNTIL i > StubIndex
000109   IF StubName (i) = SubprogramName
000110    MOVE i TO stub-slot
000111   END-IF
000112  END-PERFORM.
000113  MOVE CountExpected TO str-expected.
000114  IF stub-slot = 0
000115   THEN
000116    STRING "no stub for " SubprogramName
000117      DELIMITED BY SIZE INTO str-actual
000118   ELSE
000119    MOVE StubCallCount (stub-slot) TO str-actual
000120  END-IF.
000133  IF stub-slot = 0
000134     OR StubCallCount (stub-slot) IS NOT EQUAL TO CountExpected
000135   THEN
000136    CALL CBU-add-assert-failed
000137          USING CBU-ctx AssertName str-expected str-actual
000138    CALL CBU-log-assert-failed
000139          USING CBU-ctx AssertName str-expected str-actual
000140   ELSE
000141          CALL CBU-add-assert-succeed
000142                  USING CBU-ctx AssertName
000143          CALL CBU-log-assert-succeed
000144                  USING CBU-ctx AssertName
000145  END-IF.
000146  EXIT PROGRAM.
000150 END PROGRAM CBU00120.
