000010* COBOLUnit is a COBOL Unit framework testing
000020*
000030* Logic name: CBU-compare-results
000040* source name: CBU00500.cob
000050*
000060*  Copyright (C) 2009 Herve Vaujour
000070*
000080*  This program is free software; you can redistribute it and/or
000090*  modify it under the terms of the GNU General Public License as
000100*  published by the Free Software Foundation; either version 2 of
000110*  the License, or (at your option) any later version.
000120*
000130*
000140*>Compares tonight's CBURESLT.DAT (CBU00400) with the previous
000150*>run's, kept in CBURPREV.DAT, test by test - a test is its
000160*>name from the TST record, a data-driven case its test name
000170*>and case number from the CAS record. Reported: tests newly
000180*>failing, newly passing, added to or removed from the roster,
000190*>and tests whose status changed to error or to skipped.
000200*>A test newly failing or newly in error is a regression, and
000210*>RETURN-CODE carries the number of regressions so the nightly
000220*>job can stop the promotion on a nonzero count.
000230*>CBURHIST.DAT keeps the status of every test over the last ten
000240*>runs (oldest first, '-' for a run it was not on the roster);
000250*>a test whose status flipped between pass and fail or error
000260*>three times or more in that window is called out as flaky.
000270*>Last, tonight's results become CBURPREV.DAT for the next run.
000280*>Without a previous file (the first run) only the history is
000290*>started.
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.   CBU00500.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT current-file ASSIGN TO "CBURESLT.DAT"
000360        ORGANIZATION IS LINE SEQUENTIAL
000370        FILE STATUS IS current-status.
000380     SELECT previous-file ASSIGN TO "CBURPREV.DAT"
000390        ORGANIZATION IS LINE SEQUENTIAL
000400        FILE STATUS IS previous-status.
000410     SELECT history-file ASSIGN TO "CBURHIST.DAT"
000420        ORGANIZATION IS LINE SEQUENTIAL
000430        FILE STATUS IS history-status.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD current-file.
000470 01 current-record PIC X(260).
000480 FD previous-file.
000490 01 previous-record PIC X(260).
000500 FD history-file.
000510 01 history-record.
000520  05 hrec-name PIC X(20).
000530  05 FILLER PIC X(1).
000540  05 hrec-case PIC 9(3).
000550  05 FILLER PIC X(1).
000560  05 hrec-statuses PIC X(10).
000570  WORKING-STORAGE SECTION.
000580  01 i PIC 9(3).
000590  01 j PIC 9(3).
000600  01 k PIC 9(2).
000610  01 found-index PIC 9(3).
000620  01 eof-flag PIC 9(1).
000630  01 previous-found-flag PIC 9(1).
000640  01 current-status PIC X(2).
000650  01 previous-status PIC X(2).
000660  01 history-status PIC X(2).
000670  77 flaky-threshold PIC 9(2) VALUE 3.
000680  01 flip-count PIC 9(2).
000690  01 last-outcome PIC X(1).
000700  01 this-outcome PIC X(1).
000710* one CBU00400 record, seen as a test or as a case
000720  01 result-line PIC X(260).
000730  01 test-view REDEFINES result-line.
000740   05 tst-type PIC X(4).
000750   05 tst-suite PIC 9(2).
000760   05 FILLER PIC X(1).
000770   05 tst-test PIC 9(2).
000780   05 FILLER PIC X(1).
000790   05 tst-name PIC X(20).
000800   05 FILLER PIC X(1).
000810   05 tst-status PIC X(1).
000820   05 FILLER PIC X(228).
000830  01 case-view REDEFINES result-line.
000840   05 cas-type PIC X(4).
000850   05 cas-suite PIC 9(2).
000860   05 FILLER PIC X(1).
000870   05 cas-test PIC 9(2).
000880   05 FILLER PIC X(1).
000890   05 cas-number PIC 9(3).
000900   05 FILLER PIC X(1).
000910   05 cas-status PIC X(1).
000920   05 FILLER PIC X(245).
000930  01 last-test-name PIC X(20).
000940* the two runs, one entry per test or case
000950  01 load-name PIC X(20).
000960  01 load-case PIC 9(3).
000970  01 load-status PIC X(1).
000980  01 load-target PIC X(1).
000990  01 current-table.
001000   05 curr-count PIC 9(3).
001010   05 curr-entry OCCURS 400 TIMES.
001020    10 curr-name PIC X(20).
001030    10 curr-case PIC 9(3).
001040    10 curr-status PIC X(1).
001050  01 previous-table.
001060   05 prev-count PIC 9(3).
001070   05 prev-entry OCCURS 400 TIMES.
001080    10 prev-name PIC X(20).
001090    10 prev-case PIC 9(3).
001100    10 prev-status PIC X(1).
001110    10 prev-matched PIC 9(1).
001120  01 history-table.
001130   05 hist-count PIC 9(3).
001140   05 hist-entry OCCURS 400 TIMES.
001150    10 hist-name PIC X(20).
001160    10 hist-case PIC 9(3).
001170    10 hist-statuses PIC X(10).
001180    10 hist-seen PIC 9(1).
001190  01 report-line.
001200   05 rpt-label PIC X(16).
001210   05 rpt-name PIC X(20).
001220   05 FILLER PIC X(1) VALUE SPACE.
001230   05 rpt-case PIC X(3).
001240   05 FILLER PIC X(1) VALUE SPACE.
001250   05 rpt-before PIC X(1).
001260   05 FILLER PIC X(4) VALUE " -> ".
001270   05 rpt-after PIC X(1).
001280  01 counters.
001290   05 newly-failing-count PIC 9(3).
001300   05 newly-passing-count PIC 9(3).
001310   05 added-count PIC 9(3).
001320   05 removed-count PIC 9(3).
001330   05 new-error-count PIC 9(3).
001340   05 new-skipped-count PIC 9(3).
001350   05 flaky-count PIC 9(3).
001360   05 regression-count PIC 9(3).
001370  COPY CBUC0002.
001380 PROCEDURE DIVISION.
001390  INITIALIZE counters.
001400  MOVE 0 TO curr-count.
001410  MOVE 0 TO prev-count.
001420  MOVE 0 TO hist-count.
001430  OPEN INPUT current-file.
001440  IF current-status NOT = "00"
001450   DISPLAY "CBU00500 no CBURESLT.DAT to compare"
001460   MOVE 16 TO RETURN-CODE
001470   GOBACK
001480  END-IF.
001490  MOVE "C" TO load-target.
001500  PERFORM load-current-file.
001510  CLOSE current-file.
001520  MOVE 0 TO previous-found-flag.
001530  OPEN INPUT previous-file.
001540  IF previous-status = "00"
001550   MOVE 1 TO previous-found-flag
001560   MOVE "P" TO load-target
001570   PERFORM load-previous-file
001580   CLOSE previous-file
001590  END-IF.
001600  DISPLAY "COBOLUnit run-over-run comparison".
001610  IF previous-found-flag = 1
001620   PERFORM compare-runs
001630  ELSE
001640   DISPLAY "  no previous results - first run, nothing compared"
001650  END-IF.
001660  PERFORM update-history.
001670  PERFORM keep-as-previous.
001680  DISPLAY "  newly failing...: " newly-failing-count.
001690  DISPLAY "  newly in error..: " new-error-count.
001700  DISPLAY "  newly passing...: " newly-passing-count.
001710  DISPLAY "  newly skipped...: " new-skipped-count.
001720  DISPLAY "  added...........: " added-count.
001730  DISPLAY "  removed.........: " removed-count.
001740  DISPLAY "  flaky...........: " flaky-count.
001750  DISPLAY "  regressions.....: " regression-count.
001760* a nonzero count stops the promotion
001770  MOVE regression-count TO RETURN-CODE.
001780  GOBACK.
001790
001800* TST and CAS records only - the summary and suite counts say
001810* nothing about which test changed; a CAS record belongs to the
001820* TST record written just before it
001830 load-current-file.
001840  MOVE 0 TO eof-flag.
001850  MOVE SPACES TO last-test-name.
001860  PERFORM UNTIL eof-flag = 1
001870   READ current-file
001880    AT END
001890     MOVE 1 TO eof-flag
001900    NOT AT END
001910     MOVE current-record TO result-line
001920     PERFORM load-result-line
001930   END-READ
001940  END-PERFORM.
001950
001960 load-previous-file.
001970  MOVE 0 TO eof-flag.
001980  MOVE SPACES TO last-test-name.
001990  PERFORM UNTIL eof-flag = 1
002000   READ previous-file
002010    AT END
002020     MOVE 1 TO eof-flag
002030    NOT AT END
002040     MOVE previous-record TO result-line
002050     PERFORM load-result-line
002060   END-READ
002070  END-PERFORM.
002080
002090 load-result-line.
002100  MOVE SPACES TO load-name.
002110  IF tst-type = "TST "
002120   MOVE tst-name TO last-test-name
002130   MOVE tst-name TO load-name
002140   MOVE 0 TO load-case
002150   MOVE tst-status TO load-status
002160  END-IF.
002170  IF cas-type = "CAS "
002180   MOVE last-test-name TO load-name
002190   MOVE cas-number TO load-case
002200   MOVE cas-status TO load-status
002210  END-IF.
002220  IF load-name NOT = SPACES
002230   IF load-target = "C"
002240    IF curr-count < 400
002250     ADD 1 TO curr-count
002260     MOVE load-name TO curr-name (curr-count)
002270     MOVE load-case TO curr-case (curr-count)
002280     MOVE load-status TO curr-status (curr-count)
002290    END-IF
002300   ELSE
002310    IF prev-count < 400
002320     ADD 1 TO prev-count
002330     MOVE load-name TO prev-name (prev-count)
002340     MOVE load-case TO prev-case (prev-count)
002350     MOVE load-status TO prev-status (prev-count)
002360     MOVE 0 TO prev-matched (prev-count)
002370    END-IF
002380   END-IF
002390  END-IF.
002400
002410* every test of tonight against last run, then whatever last
002420* run had that tonight has not
002430 compare-runs.
002440  PERFORM VARYING i FROM 1 BY 1
002450        UNTIL i > curr-count
002460   MOVE 0 TO found-index
002470   PERFORM VARYING j FROM 1 BY 1
002480         UNTIL j > prev-count OR found-index NOT = 0
002490    IF prev-name (j) = curr-name (i)
002500       AND prev-case (j) = curr-case (i)
002510     MOVE j TO found-index
002520    END-IF
002530   END-PERFORM
002540   IF found-index = 0
002550    ADD 1 TO added-count
002560    MOVE "added" TO rpt-label
002570    MOVE "-" TO rpt-before
002580    PERFORM report-current-test
002590   ELSE
002600    MOVE 1 TO prev-matched (found-index)
002610    PERFORM compare-one-test
002620   END-IF
002630  END-PERFORM.
002640  PERFORM VARYING j FROM 1 BY 1
002650        UNTIL j > prev-count
002660   IF prev-matched (j) = 0
002670    ADD 1 TO removed-count
002680    MOVE "removed" TO rpt-label
002690    MOVE prev-name (j) TO rpt-name
002700    MOVE prev-case (j) TO rpt-case
002710    IF prev-case (j) = 0
002720     MOVE SPACES TO rpt-case
002730    END-IF
002740    MOVE prev-status (j) TO rpt-before
002750    MOVE "-" TO rpt-after
002760    DISPLAY report-line
002770   END-IF
002780  END-PERFORM.
002790
002800* failing and error are regressions; passing again and skipped
002810* are reported only
002820 compare-one-test.
002830  MOVE prev-status (found-index) TO rpt-before.
002840  IF curr-status (i) NOT = prev-status (found-index)
002850   EVALUATE curr-status (i)
002860    WHEN "F"
002870     ADD 1 TO newly-failing-count
002880     ADD 1 TO regression-count
002890     MOVE "newly failing" TO rpt-label
002900     PERFORM report-current-test
002910    WHEN "E"
002920     ADD 1 TO new-error-count
002930     ADD 1 TO regression-count
002940     MOVE "now in error" TO rpt-label
002950     PERFORM report-current-test
002960    WHEN "S"
002970     ADD 1 TO new-skipped-count
002980     MOVE "now skipped" TO rpt-label
002990     PERFORM report-current-test
003000    WHEN "P"
003010     IF prev-status (found-index) = "F"
003020        OR prev-status (found-index) = "E"
003030      ADD 1 TO newly-passing-count
003040      MOVE "newly passing" TO rpt-label
003050      PERFORM report-current-test
003060     END-IF
003070   END-EVALUATE
003080  END-IF.
003090
003100 report-current-test.
003110  MOVE curr-name (i) TO rpt-name.
003120  MOVE curr-case (i) TO rpt-case.
003130  IF curr-case (i) = 0
003140   MOVE SPACES TO rpt-case
003150  END-IF.
003160  MOVE curr-status (i) TO rpt-after.
003170  DISPLAY report-line.
003180
003190* the last ten statuses of every test, tonight's appended at the
003200* right; a test gone from the roster gets '-' and is dropped
003210* once it has been gone for the whole window
003220 update-history.
003230  OPEN INPUT history-file.
003240  IF history-status = "00"
003250   MOVE 0 TO eof-flag
003260   PERFORM UNTIL eof-flag = 1
003270    READ history-file
003280     AT END
003290      MOVE 1 TO eof-flag
003300     NOT AT END
003310      IF hist-count < 400
003320       ADD 1 TO hist-count
003330       MOVE hrec-name TO hist-name (hist-count)
003340       MOVE hrec-case TO hist-case (hist-count)
003350       MOVE hrec-statuses TO hist-statuses (hist-count)
003360       MOVE 0 TO hist-seen (hist-count)
003370      END-IF
003380    END-READ
003390   END-PERFORM
003400   CLOSE history-file
003410  END-IF.
003420  PERFORM VARYING i FROM 1 BY 1
003430        UNTIL i > curr-count
003440   MOVE 0 TO found-index
003450   PERFORM VARYING j FROM 1 BY 1
003460         UNTIL j > hist-count OR found-index NOT = 0
003470    IF hist-name (j) = curr-name (i)
003480       AND hist-case (j) = curr-case (i)
003490     MOVE j TO found-index
003500    END-IF
003510   END-PERFORM
003520   IF found-index = 0 AND hist-count < 400
003530    ADD 1 TO hist-count
003540    MOVE hist-count TO found-index
003550    MOVE curr-name (i) TO hist-name (found-index)
003560    MOVE curr-case (i) TO hist-case (found-index)
003570    MOVE ALL "-" TO hist-statuses (found-index)
003580   END-IF
003590   IF found-index NOT = 0
003600    MOVE hist-statuses (found-index) (2 : 9)
003610      TO hist-statuses (found-index) (1 : 9)
003620    MOVE curr-status (i) TO hist-statuses (found-index) (10 : 1)
003630    MOVE 1 TO hist-seen (found-index)
003640    PERFORM check-flaky
003650   END-IF
003660  END-PERFORM.
003670  OPEN OUTPUT history-file.
003680  PERFORM VARYING j FROM 1 BY 1
003690        UNTIL j > hist-count
003700   IF hist-seen (j) = 0
003710    MOVE hist-statuses (j) (2 : 9) TO hist-statuses (j) (1 : 9)
003720    MOVE "-" TO hist-statuses (j) (10 : 1)
003730   END-IF
003740   IF hist-statuses (j) NOT = ALL "-"
003750    MOVE SPACES TO history-record
003760    MOVE hist-name (j) TO hrec-name
003770    MOVE hist-case (j) TO hrec-case
003780    MOVE hist-statuses (j) TO hrec-statuses
003790    WRITE history-record
003800   END-IF
003810  END-PERFORM.
003820  CLOSE history-file.
003830
003840* a flip is a pass followed by a fail or error, or the other
003850* way round, between two runs the test took part in - skipped
003860* runs and runs off the roster are stepped over
003870 check-flaky.
003880  MOVE 0 TO flip-count.
003890  MOVE SPACE TO last-outcome.
003900  PERFORM VARYING k FROM 1 BY 1
003910        UNTIL k > 10
003920   MOVE SPACE TO this-outcome
003930   EVALUATE hist-statuses (found-index) (k : 1)
003940    WHEN "P"
003950     MOVE "P" TO this-outcome
003960    WHEN "F"
003970    WHEN "E"
003980     MOVE "F" TO this-outcome
003990   END-EVALUATE
004000   IF this-outcome NOT = SPACE
004010    IF last-outcome NOT = SPACE
004020       AND this-outcome NOT = last-outcome
004030     ADD 1 TO flip-count
004040    END-IF
004050    MOVE this-outcome TO last-outcome
004060   END-IF
004070  END-PERFORM.
004080  IF flip-count NOT < flaky-threshold
004090   ADD 1 TO flaky-count
004100   MOVE "flaky" TO rpt-label
004110   MOVE curr-name (i) TO rpt-name
004120   MOVE curr-case (i) TO rpt-case
004130   IF curr-case (i) = 0
004140    MOVE SPACES TO rpt-case
004150   END-IF
004160   MOVE SPACE TO rpt-before
004170   MOVE curr-status (i) TO rpt-after
004180   DISPLAY report-line " history " hist-statuses (found-index)
004190  END-IF.
004200
004210* tonight's results are what the next run is compared with
004220 keep-as-previous.
004230  OPEN INPUT current-file.
004240  OPEN OUTPUT previous-file.
004250  MOVE 0 TO eof-flag.
004260  PERFORM UNTIL eof-flag = 1
004270   READ current-file
004280    AT END
004290     MOVE 1 TO eof-flag
004300    NOT AT END
004310     MOVE current-record TO previous-record
004320     WRITE previous-record
004330   END-READ
004340  END-PERFORM.
004350  CLOSE previous-file.
004360  CLOSE current-file.
004370 END PROGRAM CBU00500.
