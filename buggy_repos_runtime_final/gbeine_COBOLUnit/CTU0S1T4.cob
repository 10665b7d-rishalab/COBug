000010*>Data-driven test: simple interest, one case per row of
000020*>CTU0S1T4.DAT - principal, yearly rate in percent and the
000030*>interest expected for one year, in fixed columns
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.   CTU0S1T4.
000060 ENVIRONMENT    DIVISION.
000070 CONFIGURATION  SECTION.
000080 DATA DIVISION.
000090  WORKING-STORAGE SECTION.
000100   01 assert-name PIC X(20).
000110   01 num-expected PIC S9(13)V9(4) COMP-3.
000120   01 num-actual PIC S9(13)V9(4) COMP-3.
000125   01 interest-cents PIC S9(11)V99 COMP-3.
000130   COPY CBUC0002.
000140   LINKAGE SECTION.
000150   COPY CBUC0001.
000160   01 case-row PIC X(200).
000170   01 case-fields REDEFINES case-row.
000180    05 case-principal PIC 9(9)V99.
000190    05 FILLER PIC X(1).
000200    05 case-rate PIC 9(2)V9(4).
000210    05 FILLER PIC X(1).
000220    05 case-interest PIC 9(9)V99.
000230    05 FILLER PIC X(170).
000240 PROCEDURE DIVISION USING CBU-ctx case-row.
000250  MOVE "interest" TO assert-name.
000260  MOVE case-interest TO num-expected.
000270  COMPUTE interest-cents ROUNDED =
000280          case-principal * case-rate / 100.
000285  MOVE interest-cents TO num-actual.
000290  CALL CBU-assert-num-equals USING
000300          CBU-ctx
000310          assert-name
000320          num-expected
000330          num-actual.
000340  EXIT PROGRAM.
000350 END PROGRAM CTU0S1T4.
