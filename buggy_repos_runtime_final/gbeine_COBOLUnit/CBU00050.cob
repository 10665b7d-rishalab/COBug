000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-stub
000013* source name: CBU00050.cob
000014*
000015*  Copyright (C) 2009 Herve Vaujour
000016*
000017*  This program is free software; you can redistribute it and/or
000018*  modify it under the terms of the GNU General Public License as
000019*  published by the Free Software Foundation; either version 2 of
000020*  the License, or (at your option) any later version.
000021*
000022*
000023*>Register a stub for a CALLed subprogram, from a test or from
000024*>the suite setup entry of CBU-set-suite-fixture. In the test
000025*>build the subprogram is replaced by a stub module of the same
000026*>name (CTU0SUB1 shows the shape) that hands every call to
000027*>CBU-stub-called; the registration says what that call gets
000028*>back - the canned return value moved into the first argument
000029*>(spaces leaves the argument alone) and the canned return
000030*>code - or, when StubProgName is given, which program of the
000031*>test answers the call instead. Registering a name twice
000032*>replaces the earlier entry and restarts its counts. The
000033*>runner clears every stub after each test.
000034* arg1: CBU-ctx - the shared context
000035* arg2: SubprogramName - name the program under test CALLs
000036* arg3: StubProgName - program answering the call, spaces for
000037*       the canned values
000038* arg4: StubRc - canned return code
000039* arg5: StubValue - canned value for the first argument
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.   CBU00050.
000060 DATA DIVISION.
000070  WORKING-STORAGE SECTION.
000080  01 i PIC 9(2).
000090  01 stub-slot PIC 9(2).
000100  COPY CBUC0002.
000110  COPY CBUC0003.
000120  LINKAGE SECTION.
000130  77 SubprogramName PIC X(20).
000140  77 StubProgName PIC X(20).
000150  77 StubRc PIC S9(4).
000160  77 StubValue PIC X(100).
000170   COPY CBUC0001.
000180 PROCEDURE DIVISION
000190   USING CBU-ctx SubprogramName StubProgName StubRc StubValue.
000200  SET CBU-ctx-address TO ADDRESS OF CBU-ctx.
000210  MOVE 0 TO stub-slot.
000220  PERFORM VARYING i FROM 1 BY 1
000230        UNTIL i > StubIndex
000240   IF StubName (i) = SubprogramName
000250    MOVE i TO stub-slot
000260   END-IF
000270  END-PERFORM.
000280  IF stub-slot = 0
000290   IF StubIndex < 10
000300    ADD 1 TO StubIndex
000310    MOVE StubIndex TO stub-slot
000320   ELSE
000330* the table is full - the stub is not registered and the
000340* subprogram call will show up unanswered in the assertions
000350    DISPLAY "CBU00050 stub table full, not registered: "
000360            SubprogramName
000370    EXIT PROGRAM
000380   END-IF
000390  END-IF.
000400  MOVE SubprogramName TO StubName (stub-slot).
000410  MOVE StubProgName TO StubProgram (stub-slot).
000420  MOVE StubRc TO StubReturnCode (stub-slot).
000430  MOVE StubValue TO StubReturnValue (stub-slot).
000440  MOVE 0 TO StubCallCount (stub-slot).
000450  MOVE SPACES TO StubFirstArg (stub-slot).
000460  EXIT PROGRAM.
000470 END PROGRAM CBU00050.
