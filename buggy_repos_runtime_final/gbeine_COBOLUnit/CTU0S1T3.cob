000010*>Stub registry: CTU0SUB1 is stubbed with a canned value and
000020*>return code, CALLed as a program under test would, and the
000030*>call count, first argument and answer are asserted
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.   CTU0S1T3.
000060 ENVIRONMENT    DIVISION.
000070 CONFIGURATION  SECTION.
000080 DATA DIVISION.
000090  WORKING-STORAGE SECTION.
000100   01 assert-name PIC X(20).
000110   01 sub-name PIC X(20).
000120   01 stub-program PIC X(20).
000130   01 stub-rc PIC S9(4).
000140   01 stub-value PIC X(100).
000150   01 sub-arg1 PIC X(30).
000160   01 count-expected PIC 9(4).
000170   01 str-expected PIC X(100).
000180   01 str-actual PIC X(100).
000190   01 nb-expected PIC 999.
000200   01 nb-actual PIC 999.
000210   COPY CBUC0002.
000220   LINKAGE SECTION.
000230   COPY CBUC0001.
000240 PROCEDURE DIVISION USING CBU-ctx.
000250  MOVE "CTU0SUB1" TO sub-name.
000260  MOVE SPACES TO stub-program.
000270  MOVE 4 TO stub-rc.
000280  MOVE "STUBBED" TO stub-value.
000290  CALL CBU-set-stub USING
000300          CBU-ctx
000310          sub-name
000320          stub-program
000330          stub-rc
000340          stub-value.
000350
000360  MOVE "CUSTOMER-42" TO sub-arg1.
000370  CALL "CTU0SUB1" USING sub-arg1.
000380  MOVE RETURN-CODE TO nb-actual.
000390  MOVE 0 TO RETURN-CODE.
000400
000410  MOVE "stub-count" TO assert-name.
000420  MOVE 1 TO count-expected.
000430  CALL CBU-assert-stub-count USING
000440          CBU-ctx
000450          assert-name
000460          sub-name
000470          count-expected.
000480
000490  MOVE "stub-first-arg" TO assert-name.
000500  MOVE "CUSTOMER-42" TO str-expected.
000510  CALL CBU-assert-stub-arg USING
000520          CBU-ctx
000530          assert-name
000540          sub-name
000550          str-expected.
000560
000570  MOVE "stub-value" TO assert-name.
000580  MOVE "STUBBED" TO str-expected.
000590  MOVE sub-arg1 TO str-actual.
000600  CALL CBU-assert-str-equals USING
000610          CBU-ctx
000620          assert-name
000630          str-expected
000640          str-actual.
000650
000660  MOVE "stub-rc" TO assert-name.
000670  MOVE 4 TO nb-expected.
000680  CALL CBU-assert-nb3-equals USING
000690          CBU-ctx
000700          assert-name
000710          nb-expected
000720          nb-actual.
000730  EXIT PROGRAM.
000740 END PROGRAM CTU0S1T3.
