     ** RECORDS TO BKAU. A NAME CHANGE IS A DELETE UNDER THE OLD     *
     ** NAME PLUS A WRITE UNDER THE NEW ONE, BECAUSE NAME IS THE     *
     ** FILE'S PRIMARY KEY - GUARDED BY THE SAME NAME-ALREADY-EXISTS *
     ** CHECK THE WTIADDC ADD PATH RUNS. A CHANGED NAME, STREET OR   *
     ** CITY IS SCREENED AGAINST THE SANCTIONS LIST (WBSANCDB) ON    *
     ** ITS NORMALIZED FORM; A HIT STILL APPLIES THE CHANGE BUT      *
     ** PUTS THE CUSTOMER INTO PENDING REVIEW ON WBSCRNDB, WHICH     *
     ** BLOCKS POSTING, TRANSFERS AND NEW ACCOUNTS UNTIL WGRVSREV    *
     ** CLEARS IT.                                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVCMNT.
       01 WS-GOODBYE-MSG                PIC X(24)
                                         VALUE 'Transaction ended'.
       01 WS-OLD-NAME                   PIC X(30) VALUE SPACES.
       01 WS-RESCREEN-SWITCH            PIC X VALUE 'N'.
           88 WS-RESCREEN-NEEDED        VALUE 'Y'.
       01 WS-SCREEN-HIT-SWITCH          PIC X VALUE 'N'.
           88 WS-SCREEN-HIT             VALUE 'Y'.
       01 WS-SCREEN-DATE                PIC 9(8) VALUE ZERO.

      * Sanctions reference file WBSANCDB, rebuilt by WGRVBJ21 - one
      * record per listed name ('N') or address ('A'), keyed by the
      * normalized text
       01 SANC-REC-KEY.
           05 SANC-MATCH-TYPE           PIC X(1).
           05 SANC-MATCH-VALUE          PIC X(40).
       01 SANCTIONS-RECORD.
           05 SANC-ENTRY-ID             PIC X(10).
           05 SANC-LIST-DATE            PIC X(8).

      * Compliance review record on WBSCRNDB, keyed by SSN
       01 SCRN-REC-KEY.
           05 SCRN-SSN                  PIC X(9).
       01 SCREEN-RECORD.
           05 SCRN-STATUS               PIC X(1).
              88 SCRN-PENDING           VALUE 'P'.
              88 SCRN-CLEARED           VALUE 'C'.
              88 SCRN-CONFIRMED         VALUE 'X'.
           05 SCRN-MATCH-TYPE           PIC X(1).
           05 SCRN-ENTRY-ID             PIC X(10).
           05 SCRN-MATCH-VALUE          PIC X(40).
           05 SCRN-HIT-DATE             PIC X(8).
           05 SCRN-SOURCE               PIC X(8).
           05 SCRN-REVIEWED-BY          PIC X(8).
           05 SCRN-REVIEWED-DATE        PIC X(8).

      * Normalization work areas - upper case, letters and digits
      * only, the same rule WGRVBJ21 applies to the list
       01 WS-NORM-INPUT                 PIC X(60) VALUE SPACES.
       01 WS-NORM-OUTPUT                PIC X(40) VALUE SPACES.
       01 WS-NORM-IDX                   PIC S9(4) COMP VALUE ZERO.
       01 WS-NORM-LEN                   PIC S9(4) COMP VALUE ZERO.
       01 WS-NORM-CHAR                  PIC X(1)  VALUE SPACE.
           88 WS-NORM-KEEP              VALUES 'A' THRU 'I'
                                               'J' THRU 'R'
                                               'S' THRU 'Z'
                                               '0' THRU '9'.

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
       APPLY-MAINTENANCE.
           MOVE SPACES TO WS-CHANGED-FIELDS
           MOVE 1 TO WS-FIELD-PTR
           MOVE 'N' TO WS-RESCREEN-SWITCH
           IF STREETL > 0 AND STREETI NOT = SPACES
               MOVE STREETI TO CUSTOMER-STREET
               MOVE 'Y' TO WS-RESCREEN-SWITCH
               STRING 'STREET ' DELIMITED SIZE
                      INTO WS-CHANGED-FIELDS
                      WITH POINTER WS-FIELD-PTR
           END-IF
           IF CITYL > 0 AND CITYI NOT = SPACES
               MOVE CITYI TO CUSTOMER-CITY
               MOVE 'Y' TO WS-RESCREEN-SWITCH
               STRING 'CITY ' DELIMITED SIZE
                      INTO WS-CHANGED-FIELDS
                      WITH POINTER WS-FIELD-PTR
               END-STRING
           END-IF
           IF WS-NAME-CHANGING
               MOVE 'Y' TO WS-RESCREEN-SWITCH
               STRING 'NAME ' DELIMITED SIZE
                      INTO WS-CHANGED-FIELDS
                      WITH POINTER WS-FIELD-PTR
               PERFORM REWRITE-CUSTOMER-RECORD
           END-IF

           MOVE 'N' TO WS-SCREEN-HIT-SWITCH
           IF NOT WS-MAINT-FAILED AND WS-RESCREEN-NEEDED
               PERFORM SCREEN-CHANGED-CUSTOMER
           END-IF

           IF NOT WS-MAINT-FAILED
               MOVE CUSTOMER-NAME TO NAMEO
               MOVE CUSTOMER-STREET TO STREETO
               MOVE CUSTOMER-PHONE TO AU-DET-PHONE
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
               IF WS-SCREEN-HIT
                   MOVE 'Sanctions match - held for compliance review'
                        TO CMMSG2O
                   MOVE 'SCRHIT' TO AU-REQUEST-ID
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       APPLY-MAINTENANCE-EXIT.
               END-IF
           END-IF.

      *****************************************************************
      ** SCREEN THE CHANGED NAME, THEN THE STREET AND CITY, AGAINST   *
      ** THE SANCTIONS LIST. A LIST THAT CANNOT BE READ COUNTS AS A   *
      ** HIT (TYPE 'E'). A HIT OPENS - OR REOPENS - THE REVIEW RECORD *
      ** IN PENDING STATUS; A CONFIRMED MATCH IS LEFT AS IT IS. IF    *
      ** THE HOLD CANNOT BE RECORDED THE WHOLE CHANGE IS ROLLED BACK, *
      ** SO A NEW NAME NEVER REACHES THE FILE UNSCREENED              *
      *****************************************************************
       SCREEN-CHANGED-CUSTOMER.
           MOVE SPACES TO WS-NORM-INPUT
           MOVE CUSTOMER-NAME TO WS-NORM-INPUT
           PERFORM NORMALIZE-SCREEN-TEXT
           MOVE 'N' TO SANC-MATCH-TYPE
           PERFORM READ-SANCTIONS-LIST
           IF NOT WS-SCREEN-HIT
               MOVE SPACES TO WS-NORM-INPUT
               MOVE CUSTOMER-STREET TO WS-NORM-INPUT(1:20)
               MOVE CUSTOMER-CITY TO WS-NORM-INPUT(21:10)
               PERFORM NORMALIZE-SCREEN-TEXT
               MOVE 'A' TO SANC-MATCH-TYPE
               PERFORM READ-SANCTIONS-LIST
           END-IF
           IF WS-SCREEN-HIT
               PERFORM RECORD-SCREEN-HOLD
           END-IF.

       READ-SANCTIONS-LIST.
           IF WS-NORM-OUTPUT NOT = SPACES
               MOVE WS-NORM-OUTPUT TO SANC-MATCH-VALUE
               EXEC CICS READ DATASET('WBSANCDB-DD')
                         INTO(SANCTIONS-RECORD)
                         LENGTH(LENGTH OF SANCTIONS-RECORD)
                         KEYLENGTH(LENGTH OF SANC-REC-KEY)
                         RIDFLD(SANC-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               EVALUATE RESP-CODE
                   WHEN 0
                       MOVE 'Y' TO WS-SCREEN-HIT-SWITCH
                   WHEN DFHRESP-NOTFND
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO WS-SCREEN-HIT-SWITCH
                       MOVE 'E' TO SANC-MATCH-TYPE
                       MOVE 'UNSCREENED' TO SANC-ENTRY-ID
               END-EVALUATE
           END-IF.

       RECORD-SCREEN-HOLD.
           MOVE CUSTOMER-SSN TO SCRN-SSN
           EXEC CICS READ DATASET('WBSCRNDB-DD')
                     INTO(SCREEN-RECORD)
                     LENGTH(LENGTH OF SCREEN-RECORD)
                     KEYLENGTH(LENGTH OF SCRN-REC-KEY)
                     RIDFLD(SCRN-REC-KEY)
                     UPDATE
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   IF SCRN-CONFIRMED
                       EXEC CICS UNLOCK DATASET('WBSCRNDB-DD')
                       END-EXEC
                   ELSE
                       PERFORM BUILD-SCREEN-HOLD
                       EXEC CICS REWRITE DATASET('WBSCRNDB-DD')
                                 FROM(SCREEN-RECORD)
                                 LENGTH(LENGTH OF SCREEN-RECORD)
                                 RESP(RESP-CODE)
                       END-EXEC
                   END-IF
               WHEN DFHRESP-NOTFND
                   PERFORM BUILD-SCREEN-HOLD
                   EXEC CICS WRITE DATASET('WBSCRNDB-DD')
                             FROM(SCREEN-RECORD)
                             LENGTH(LENGTH OF SCREEN-RECORD)
                             KEYLENGTH(LENGTH OF SCRN-REC-KEY)
                             RIDFLD(SCRN-REC-KEY)
                             RESP(RESP-CODE)
                   END-EXEC
           END-EVALUATE
           IF RESP-CODE NOT = 0
               MOVE 'I/O error recording the compliance hold'
                    TO CMMSG1O
               MOVE 'Y' TO WS-MAINT-FAIL-SWITCH
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

       BUILD-SCREEN-HOLD.
           MOVE 'P' TO SCRN-STATUS
           MOVE SANC-MATCH-TYPE TO SCRN-MATCH-TYPE
           MOVE SANC-ENTRY-ID TO SCRN-ENTRY-ID
           MOVE WS-NORM-OUTPUT TO SCRN-MATCH-VALUE
           EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                     YYYYMMDD(WS-SCREEN-DATE)
           END-EXEC
           MOVE WS-SCREEN-DATE TO SCRN-HIT-DATE
           MOVE 'WGRVCMNT' TO SCRN-SOURCE
           MOVE SPACES TO SCRN-REVIEWED-BY SCRN-REVIEWED-DATE.

      *****************************************************************
      ** NORMALIZE WS-NORM-INPUT INTO WS-NORM-OUTPUT - UPPER CASE,    *
      ** LETTERS AND DIGITS ONLY; THE LETTER RANGES ON WS-NORM-KEEP   *
      ** SKIP THE EBCDIC GAPS BETWEEN I-J AND R-S                     *
      *****************************************************************
       NORMALIZE-SCREEN-TEXT.
           MOVE SPACES TO WS-NORM-OUTPUT
           MOVE ZERO TO WS-NORM-LEN
           INSPECT WS-NORM-INPUT
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > LENGTH OF WS-NORM-INPUT
                      OR WS-NORM-LEN >= LENGTH OF WS-NORM-OUTPUT
               MOVE WS-NORM-INPUT(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF WS-NORM-KEEP
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUTPUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

      *****************************************************************
      ** SEND THE RESULT SCREEN                                       *
      *****************************************************************
