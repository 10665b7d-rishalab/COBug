      ******************************************************************
      *    WGRVBJ21 - Sanctions list load                              *
      *                                                                *
      *    Run whenever compliance receives a new edition of the       *
      *    published sanctions list as the WGRVSDNL file. The list     *
      *    starts with a header record carrying its publication date,  *
      *    followed by one record per listed name or alias (type N)    *
      *    and per listed address (type A) under each entry id. This   *
      *    job rebuilds WBSANCDB from it, one record per name and per  *
      *    address, keyed by the match type and the NORMALIZED text -  *
      *    upper case, letters and digits only - so spacing and        *
      *    punctuation cannot defeat a match. An address is cut to     *
      *    the customer record's street (20) and city (10) widths      *
      *    before it is normalized, the same view WTIADDC, WGRVCMNT    *
      *    and WGRVBJ22 screen with. Where two entries normalize to    *
      *    the same key the first is kept and the duplicate counted.   *
      *    The list date and counts go to the WGRVSDNC control record, *
      *    which tells WGRVBJ22 a new list is in and every customer    *
      *    must be rescreened; the load totals go to WGRVSDLR.         *
      *    A missing or empty list stops the job before WBSANCDB is    *
      *    opened for output, so the previous list stays in force.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ21.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO WGRVSDNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT SANCTIONS-FILE ASSIGN TO WBSANCDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SANC-REC-KEY
                  FILE STATUS IS WS-SANC-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO WGRVSDNC
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVSDLR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One record of the published list - the header (type H) holds
      * the list date; names (N) and addresses (A) follow under the
      * entry id they belong to
       FD  LIST-FILE.
       01  LIST-RECORD.
           05 SDN-ENTRY-ID                 PIC X(10).
           05 SDN-RECORD-TYPE              PIC X(1).
              88 SDN-HEADER                VALUE 'H'.
              88 SDN-NAME                  VALUE 'N'.
              88 SDN-ADDRESS               VALUE 'A'.
           05 SDN-DETAIL                   PIC X(60).
           05 SDN-HEADER-DETAIL REDEFINES SDN-DETAIL.
              10 SDN-LIST-DATE             PIC X(8).
              10 FILLER                    PIC X(52).
           05 SDN-ADDRESS-DETAIL REDEFINES SDN-DETAIL.
              10 SDN-STREET                PIC X(35).
              10 SDN-CITY                  PIC X(25).

      * key fields lead the record - the normalized text is the key,
      * the entry id and list date are all the screen needs back
       FD  SANCTIONS-FILE.
       01  SANCTIONS-RECORD.
           05 SANC-REC-KEY.
              10 SANC-MATCH-TYPE           PIC X(1).
              10 SANC-MATCH-VALUE          PIC X(40).
           05 SANC-ENTRY-ID                PIC X(10).
           05 SANC-LIST-DATE               PIC X(8).

      * Control record WGRVBJ22 compares with its last-screened date
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  SANC-CONTROL-RECORD.
           05 CTL-LIST-DATE                PIC X(8).
           05 CTL-LOAD-DATE                PIC X(8).
           05 CTL-ENTRY-COUNT              PIC 9(7).
           05 CTL-KEY-COUNT                PIC 9(7).

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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'WGRVBJ21------WS'.
       01  WS-LIST-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-SANC-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-LIST-EOF-SWITCH          PIC X     VALUE 'N'.
           88 WS-NO-MORE-LIST                     VALUE 'Y'.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-LIST-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-LAST-ENTRY-ID             PIC X(10) VALUE SPACES.

      * Normalization - upper case, letters and digits only. The
      * letter ranges are split to skip the gaps between I-J and R-S
      * in the EBCDIC collating sequence
       01  WS-NORM-INPUT                PIC X(60) VALUE SPACES.
       01  WS-NORM-OUTPUT               PIC X(40) VALUE SPACES.
       01  WS-NORM-IDX                  PIC S9(4) COMP VALUE ZERO.
       01  WS-NORM-LEN                  PIC S9(4) COMP VALUE ZERO.
       01  WS-NORM-CHAR                 PIC X(1)  VALUE SPACE.
           88 WS-NORM-KEEP              VALUES 'A' THRU 'I'
                                               'J' THRU 'R'
                                               'S' THRU 'Z'
                                               '0' THRU '9'.

       01  WS-READ-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-ENTRY-COUNT               PIC 9(7)  VALUE ZERO.
       01  WS-KEY-COUNT                 PIC 9(7)  VALUE ZERO.
       01  WS-DUP-COUNT                 PIC 9(7)  VALUE ZERO.
       01  WS-REJECT-COUNT              PIC 9(7)  VALUE ZERO.

      * One line per list record that could not be loaded
       01  WS-REJECT-LINE.
           03 FILLER                    PIC X(10)
                                         VALUE 'REJECTED: '.
           03 WS-REJ-ENTRY-ID           PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-REJ-TYPE               PIC X(1).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-REJ-REASON             PIC X(40).
           03 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-LISTDATE-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'LIST DATE:         '.
           03 WS-RPT-LIST-DATE          PIC X(8).
           03 FILLER                    PIC X(52) VALUE SPACES.

       01  WS-READ-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'LIST RECORDS READ: '.
           03 WS-RPT-READ               PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-ENTRIES-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'LISTED ENTRIES:    '.
           03 WS-RPT-ENTRIES            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-KEYS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'KEYS LOADED:       '.
           03 WS-RPT-KEYS               PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-DUPS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'DUPLICATE KEYS:    '.
           03 WS-RPT-DUPS               PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-REJECTS-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'REJECTED:          '.
           03 WS-RPT-REJECTS            PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT LIST-FILE.
           IF WS-LIST-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ21 ERROR - OPEN LIST-FILE STATUS='
                       WS-LIST-FILE-STATUS
               STOP RUN
           END-IF.

      * the header must be there before the old list is thrown away -
      * an empty or headerless feed leaves WBSANCDB as it was
           PERFORM READ-NEXT-LIST-RECORD.
           IF WS-NO-MORE-LIST OR NOT SDN-HEADER
               DISPLAY 'WGRVBJ21 ERROR - LIST-FILE HAS NO HEADER RECORD'
               CLOSE LIST-FILE
               STOP RUN
           END-IF.
           MOVE SDN-LIST-DATE TO WS-LIST-DATE.
           PERFORM READ-NEXT-LIST-RECORD.
           IF WS-NO-MORE-LIST
               DISPLAY 'WGRVBJ21 ERROR - LIST-FILE HAS NO ENTRIES'
               CLOSE LIST-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT SANCTIONS-FILE.
           IF WS-SANC-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ21 ERROR - OPEN SANCTIONS-FILE STATUS='
                       WS-SANC-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT CONTROL-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM LOAD-LIST-RECORD
               UNTIL WS-NO-MORE-LIST.

           PERFORM WRITE-CONTROL-RECORD.
           PERFORM WRITE-LOAD-REPORT.

           CLOSE LIST-FILE.
           CLOSE SANCTIONS-FILE.
           CLOSE CONTROL-FILE.
           CLOSE REPORT-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ21 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ21 - list date: ' WS-LIST-DATE.
           DISPLAY 'WGRVBJ21 - list records read: ' WS-READ-COUNT.
           DISPLAY 'WGRVBJ21 - listed entries: ' WS-ENTRY-COUNT.
           DISPLAY 'WGRVBJ21 - keys loaded: ' WS-KEY-COUNT.
           DISPLAY 'WGRVBJ21 - duplicate keys: ' WS-DUP-COUNT.
           DISPLAY 'WGRVBJ21 - rejected: ' WS-REJECT-COUNT.

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
               DISPLAY 'WGRVBJ21 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ21 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ21' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ21 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ21' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ21' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ21 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.

      *----------------------------------------------------------------*
       READ-NEXT-LIST-RECORD.
           READ LIST-FILE
               AT END
                   MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-READ.
           IF WS-LIST-FILE-STATUS NOT = '00' AND
              WS-LIST-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ21 ERROR - READ LIST-FILE STATUS='
                       WS-LIST-FILE-STATUS
               MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-IF.
           IF NOT WS-NO-MORE-LIST
               ADD 1 TO WS-READ-COUNT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One list record - a name is normalized whole; an address is    *
      * cut to the customer's street and city widths first. Entries    *
      * are counted on each change of entry id, the list being         *
      * published grouped by entry                                     *
      *----------------------------------------------------------------*
       LOAD-LIST-RECORD.
           IF (SDN-NAME OR SDN-ADDRESS) AND
              SDN-ENTRY-ID NOT = WS-LAST-ENTRY-ID
               ADD 1 TO WS-ENTRY-COUNT
               MOVE SDN-ENTRY-ID TO WS-LAST-ENTRY-ID
           END-IF.

           MOVE SPACES TO WS-NORM-INPUT.
           EVALUATE TRUE
               WHEN SDN-NAME
                   MOVE SDN-DETAIL TO WS-NORM-INPUT
               WHEN SDN-ADDRESS
                   MOVE SDN-STREET(1:20) TO WS-NORM-INPUT(1:20)
                   MOVE SDN-CITY(1:10) TO WS-NORM-INPUT(21:10)
               WHEN SDN-HEADER
                   MOVE 'SECOND HEADER RECORD IGNORED' TO WS-REJ-REASON
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE 'RECORD TYPE NOT H, N OR A' TO WS-REJ-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

           IF WS-NORM-INPUT NOT = SPACES
               PERFORM NORMALIZE-SCREEN-TEXT
               IF WS-NORM-OUTPUT = SPACES
                   MOVE 'NO LETTERS OR DIGITS TO MATCH ON'
                        TO WS-REJ-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM WRITE-SANCTIONS-KEY
               END-IF
           END-IF.

           PERFORM READ-NEXT-LIST-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-SANCTIONS-KEY.
           MOVE SDN-RECORD-TYPE TO SANC-MATCH-TYPE.
           MOVE WS-NORM-OUTPUT TO SANC-MATCH-VALUE.
           MOVE SDN-ENTRY-ID TO SANC-ENTRY-ID.
           MOVE WS-LIST-DATE TO SANC-LIST-DATE.
           WRITE SANCTIONS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE WS-SANC-FILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-KEY-COUNT
               WHEN '22'
                   ADD 1 TO WS-DUP-COUNT
               WHEN OTHER
                   DISPLAY 'WGRVBJ21 ERROR - WRITE SANCTIONS-FILE '
                           'STATUS=' WS-SANC-FILE-STATUS
                           ' ENTRY=' SDN-ENTRY-ID
                   MOVE 'ERROR WRITING THE SANCTIONS FILE'
                        TO WS-REJ-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * Normalize WS-NORM-INPUT into WS-NORM-OUTPUT - the same rule    *
      * the online screens and WGRVBJ22 apply to the customer side     *
      *----------------------------------------------------------------*
       NORMALIZE-SCREEN-TEXT.
           MOVE SPACES TO WS-NORM-OUTPUT.
           MOVE ZERO TO WS-NORM-LEN.
           INSPECT WS-NORM-INPUT
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > LENGTH OF WS-NORM-INPUT
                      OR WS-NORM-LEN >= LENGTH OF WS-NORM-OUTPUT
               MOVE WS-NORM-INPUT(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF WS-NORM-KEEP
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUTPUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SDN-ENTRY-ID TO WS-REJ-ENTRY-ID.
           MOVE SDN-RECORD-TYPE TO WS-REJ-TYPE.
           MOVE WS-REJECT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-CONTROL-RECORD.
           MOVE WS-LIST-DATE TO CTL-LIST-DATE.
           MOVE WS-BUSINESS-DATE TO CTL-LOAD-DATE.
           MOVE WS-ENTRY-COUNT TO CTL-ENTRY-COUNT.
           MOVE WS-KEY-COUNT TO CTL-KEY-COUNT.
           WRITE SANC-CONTROL-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-LOAD-REPORT.
           MOVE WS-LIST-DATE TO WS-RPT-LIST-DATE.
           MOVE WS-LISTDATE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-READ-COUNT TO WS-RPT-READ.
           MOVE WS-READ-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ENTRY-COUNT TO WS-RPT-ENTRIES.
           MOVE WS-ENTRIES-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-KEY-COUNT TO WS-RPT-KEYS.
           MOVE WS-KEYS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-DUP-COUNT TO WS-RPT-DUPS.
           MOVE WS-DUPS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REJECT-COUNT TO WS-RPT-REJECTS.
           MOVE WS-REJECTS-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

       END PROGRAM WGRVBJ21.
