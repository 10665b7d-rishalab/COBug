000010* COBOLUnit is a COBOL Unit framework testing
000011*
000021* Logic name: CBU-assert-stub-arg
000029*
000046*>Make first-argument assertion on a stub registered through
000047*>CBU-set-stub - succeeds when the first argument of the
000048*>latest call to the stubbed subprogram equals the expected
000049*>value; a stub never called, or a name with no stub
000050*>registered, fails the assertion
000051* arg1: AssertName - Assertion name
000052* arg2: SubprogramName - the stubbed subprogram
000053* arg3: ArgExpected - first argument expected
000054 IDENTIFICATION DIVISION.
000060 PROGRAM-ID.   CBU00121.
000083 DATA DIVISION.
000084  WORKING-STORAGE SECTION.
000085  77 i PIC 9(2).
000086  77 stub-slot PIC 9(2).
000087  77 str-actual PIC X(100).
000094  COPY CBUC0002.
000095  LINKAGE SECTION.
000096  77 AssertName PIC X(20).
000097  77 SubprogramName PIC X(20).
000098  77 ArgExpected PIC X(100).
000099   COPY CBUC0001.
000100 PROCEDURE DIVISION
000101   USING CBU-ctx AssertName SubprogramName ArgExpected.
000105  CALL CBU-add-assert-run  USING CBU-ctx AssertName.
000106  MOVE 0 TO stub-slot.
000107  PERFORM VARYING i FROM 1 BY 1
000108        UNTIL i > StubIndex
000109   IF StubName (i) = SubprogramName
000110    MOVE i TO stub-slot
000111   END-IF
000112  END-PERFORM.
000113  MOVE SPACES TO str-actual.
000114  IF stub-slot = 0
000115   THEN
000116    STRING "no stub for " SubprogramName
000117      DELIMITED BY SIZE INTO str-actual
000118   ELSE
000119    IF StubCallCount (stub-slot) = 0
000120     THEN
000121      MOVE "never called" TO str-actual
000122     ELSE
000123      MOVE StubFirstArg (stub-slot) TO str-actual
000124    END-IF
000125  END-IF.
000133  IF stub-slot = 0
000134     OR StubCallCount (stub-slot) = 0
000135     OR str-actual IS NOT EQUAL TO ArgExpected
000136   THEN
000137    CALL CBU-add-assert-failed
000138          USING CBU-ctx AssertName ArgExpected str-actual
000139    CALL CBU-log-assert-failed
000140          USING CBU-ctx AssertName ArgExpected str-actual
000141   ELSE
000142          CALL CBU-add-assert-succeed
000143                  USING CBU-ctx AssertName
000144          CALL CBU-log-assert-succeed
000145                  USING CBU-ctx AssertName
000146  END-IF.
000147  EXIT PROGRAM.
000150 END PROGRAM CBU00121.
