000117        MOVE SPACE TO test-status (i,j)
000118      END-PERFORM
000119    END-PERFORM
000120* no stub survives from an earlier run
000121    MOVE 0 TO StubIndex.
000122    PERFORM VARYING k FROM 1 BY 1
000123          UNTIL k > 10
000124      INITIALIZE ListeStubs (k)
000125    END-PERFORM
000126* nor a case result
000127    MOVE 0 TO CaseIndex.
000128    MOVE 0 TO index-current-case.
000110    EXIT PROGRAM.
000111 END PROGRAM CBU00000.
000112
