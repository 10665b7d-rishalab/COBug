      *    reconciliation reads and the WGRVGBAL as-of-date inquiry    *
      *    (PF6) serves customers from - then trims snapshots older    *
      *    than the retention horizon in the WGRVSNPC parameter        *
      *    record. The business date is the WBBDTDB control date       *
      *    WGRVBJ25 advances. A run that stopped part-way can be       *
      *    rerun and replaces that date's snapshots rather than        *
      *    failing on duplicates; a date already completed is refused. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ08.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SNAP-REC-KEY
                  FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT CRITERIA-FILE ASSIGN TO WGRVSNPC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CRIT-FILE-STATUS.

      * One record of criteria - days of snapshot history to retain,
      * digits; blank or missing keeps the 400-day default
      * Business-date control - 'BUSDATE' carries the bank's current
      * business date; the record under this program's name carries
      * the last business date it completed
       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD.
           05 BDT-REC-KEY                  PIC X(8).
           05 BDT-DATE                     PIC X(8).
           05 BDT-PRIOR-DATE               PIC X(8).
           05 BDT-STAMP-DATE               PIC X(8).
           05 BDT-STAMP-TIME               PIC X(6).

       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD.
           05 CRIT-RETAIN-DAYS             PIC 9(4).
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SNAP-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CRIT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ACCOUNTS                 VALUE 'Y'.
       01  WS-TRIM-STOP-SWITCH         PIC X     VALUE 'N'.

       MAINLINE SECTION.
           PERFORM READ-RETENTION-PARAMETER.
           PERFORM READ-BUSINESS-DATE.

           MOVE WS-BUSINESS-DATE TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-CUTOFF-INTEGER =
           CLOSE ACCOUNT-FILE.
           CLOSE SNAPSHOT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ08 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ08 - snapshots written: ' WS-SNAPSHOT-COUNT.
           DISPLAY 'WGRVBJ08 - snapshots trimmed: ' WS-TRIMMED-COUNT.

           STOP RUN.

      *----------------------------------------------------------------*
      * The business date is the bank's control date on WBBDTDB,       *
      * advanced by the WGRVBJ25 end-of-day rollover. No control       *
      * record, or this job having already completed for the date,     *
      * stops the run before anything is read or posted.               *
      *----------------------------------------------------------------*
       READ-BUSINESS-DATE.
           OPEN I-O BUSDATE-FILE.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ08 ERROR - OPEN BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ08 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ08' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ08 ERROR - ALREADY RUN FOR BUSINESS DATE '
                       BDT-DATE ', NOT RUN AGAIN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The run completed - record the business date against this job  *
      * so a second run for it is refused                              *
      *----------------------------------------------------------------*
       MARK-BUSINESS-DATE-RUN.
           MOVE 'WGRVBJ08' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
               MOVE BDT-DATE TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               REWRITE BUSDATE-RECORD
               END-REWRITE
           ELSE
               MOVE 'WGRVBJ08' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ08 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
       READ-RETENTION-PARAMETER.
           OPEN INPUT CRITERIA-FILE.
