000010* COBOLUnit is a COBOL Unit framework testing
000011*
000012* Logic name: CBU-set-test-cases
000013* source name: CBU00060.cob
000014*
000015*  Copyright (C) 2009 Herve Vaujour
000016*
000017*  This program is free software; you can redistribute it and/or
000018*  modify it under the terms of the GNU General Public License as
000019*  published by the Free Software Foundation; either version 2 of
000020*  the License, or (at your option) any later version.
000021*
000022*
000023*>Register a data-driven test in the suite being declared (the
000024*>one SuiteIndex points at): one test program and a line
000025*>sequential case file. The runner calls the test once per row
000026*>of the file - USING CBU-ctx and the row, PIC X(200), which
000027*>the test lays its own input and expected fields over - and
000028*>reports every row as its own numbered case. Blank rows and
000029*>rows starting with '*' are left out. A test already on the
000030*>suite roster gets the case file; any other is added to it.
000031* arg1: CBU-ctx - the shared context
000032* arg2: CaseTestName - test program run for every row
000033* arg3: CaseFileName - the case file
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.   CBU00060.
000060 DATA DIVISION.
000070  WORKING-STORAGE SECTION.
000080  01 j PIC 9(2).
000090  01 test-slot PIC 9(2).
000100  COPY CBUC0002.
000110  LINKAGE SECTION.
000120  77 CaseTestName PIC X(20).
000130  77 CaseFileName PIC X(40).
000140   COPY CBUC0001.
000150 PROCEDURE DIVISION
000160   USING CBU-ctx CaseTestName CaseFileName.
000170  MOVE 0 TO test-slot.
000180  PERFORM VARYING j FROM 1 BY 1
000190    UNTIL j > 10 OR ListeTests (SuiteIndex, j) = ""
000200   IF ListeTests (SuiteIndex, j) = CaseTestName
000210    MOVE j TO test-slot
000220   END-IF
000230  END-PERFORM.
000240  IF test-slot = 0
000250   IF j > 10
000260    DISPLAY "CBU00060 suite full, not registered: "
000270            CaseTestName
000280    EXIT PROGRAM
000290   END-IF
000300   MOVE j TO test-slot
000310   MOVE CaseTestName TO ListeTests (SuiteIndex, test-slot)
000330  END-IF.
000340  MOVE CaseFileName TO TestCaseFile (SuiteIndex, test-slot).
000350  EXIT PROGRAM.
000360 END PROGRAM CBU00060.
