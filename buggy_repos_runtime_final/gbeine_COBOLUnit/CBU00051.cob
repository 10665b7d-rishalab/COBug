000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-stub-called
000013* source name: CBU00051.cob
000014*
000015*  Copyright (C) 2009 Herve Vaujour
000016*
000017*  This program is free software; you can redistribute it and/or
000018*  modify it under the terms of the GNU General Public License as
000019*  published by the Free Software Foundation; either version 2 of
000020*  the License, or (at your option) any later version.
000021*
000022*
000023*>The body of every stub module: a stub CALLs this with its
000024*>own name, the first argument it was CALLed with and that
000025*>argument's length. The stub registered under the name
000026*>(CBU-set-stub) has the call counted and the argument kept as
000027*>the first argument of its latest call, then answers it -
000028*>through its stub program when one was registered, otherwise
000029*>with the canned value moved into the argument and the canned
000030*>return code passed back in StubCallRc for the stub module to
000031*>return. A call nobody registered leaves the argument alone
000032*>and gets return code 0.
000033* arg1: StubCallName - name of the stubbed subprogram
000034* arg2: StubCallArg - its first argument, by reference
000035* arg3: StubCallLength - length of that argument
000036* arg4: StubCallRc - return code for the stub module to return
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.   CBU00051.
000060 DATA DIVISION.
000070  WORKING-STORAGE SECTION.
000080  01 i PIC 9(2).
000090  01 stub-slot PIC 9(2).
000100  01 arg-length PIC 9(3).
000110  COPY CBUC0002.
000120  COPY CBUC0003.
000130  LINKAGE SECTION.
000140  77 StubCallName PIC X(20).
000150  77 StubCallArg PIC X(100).
000160  77 StubCallLength PIC 9(3).
000170  77 StubCallRc PIC S9(4).
000180   COPY CBUC0001.
000190 PROCEDURE DIVISION
000200   USING StubCallName StubCallArg StubCallLength StubCallRc.
000210  MOVE 0 TO StubCallRc.
000220  IF CBU-ctx-address = NULL
000230   EXIT PROGRAM
000240  END-IF.
000250  SET ADDRESS OF CBU-ctx TO CBU-ctx-address.
000260  MOVE 0 TO stub-slot.
000270  PERFORM VARYING i FROM 1 BY 1
000280        UNTIL i > StubIndex
000290   IF StubName (i) = StubCallName
000300    MOVE i TO stub-slot
000310   END-IF
000320  END-PERFORM.
000330  IF stub-slot = 0
000340   EXIT PROGRAM
000350  END-IF.
000360* only as much of the argument as the caller really passed is
000370* read or written
000380  MOVE StubCallLength TO arg-length.
000390  IF arg-length = 0 OR arg-length > 100
000400   MOVE 100 TO arg-length
000410  END-IF.
000420  ADD 1 TO StubCallCount (stub-slot).
000430  MOVE SPACES TO StubFirstArg (stub-slot).
000440  MOVE StubCallArg (1 : arg-length)
000450    TO StubFirstArg (stub-slot) (1 : arg-length).
000460  IF StubProgram (stub-slot) NOT = SPACES
000470   CALL StubProgram (stub-slot)
000480     USING CBU-ctx StubCallArg StubCallLength StubCallRc
000490    ON EXCEPTION
000500     DISPLAY "CBU00051 stub program not found: "
000510             StubProgram (stub-slot)
000520   END-CALL
000530  ELSE
000540   IF StubReturnValue (stub-slot) NOT = SPACES
000550    MOVE StubReturnValue (stub-slot) (1 : arg-length)
000560      TO StubCallArg (1 : arg-length)
000570   END-IF
000580   MOVE StubReturnCode (stub-slot) TO StubCallRc
000590  END-IF.
000600  EXIT PROGRAM.
000610 END PROGRAM CBU00051.
