000010*>Stub module for the stub registry test CTU0S1T3 and the shape
000020*>every stub follows: the PROGRAM-ID is the name of the
000030*>subprogram being replaced, the LINKAGE matches its first
000040*>argument, and the body hands the call to CBU-stub-called,
000050*>which answers from what CBU-set-stub registered.
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID.   CTU0SUB1.
000080 DATA DIVISION.
000090  WORKING-STORAGE SECTION.
000100  77 stub-name PIC X(20) VALUE "CTU0SUB1".
000110  77 stub-arg-length PIC 9(3) VALUE 30.
000120  77 stub-rc PIC S9(4).
000130  COPY CBUC0002.
000140  LINKAGE SECTION.
000150  77 sub-arg1 PIC X(30).
000160 PROCEDURE DIVISION USING sub-arg1.
000170  CALL CBU-stub-called USING
000180          stub-name
000190          sub-arg1
000200          stub-arg-length
000210          stub-rc.
000220  MOVE stub-rc TO RETURN-CODE.
000230  EXIT PROGRAM.
000240 END PROGRAM CTU0SUB1.
