      ******************************************************************
      *    WGRVBJ27 - Nightly debit-card settlement job                *
      *                                                                *
      *    WGRVAUTH approves card requests online against WBCARDDB,    *
      *    holding each approved amount off the account's available    *
      *    balance and keeping it as a pending WBAUTHDB authorization. *
      *    The network operator's daily settlement file (WGRVCSTL -    *
      *    a header, one detail per settled item, a trailer with the   *
      *    item count and amount) is read here. Each item is matched   *
      *    to its authorization by card number and auth code and       *
      *    posted as a TRANSACTION-RECORD under the next TRAN-SEQ, the *
      *    same numbering WGRVPTRN assigns online: an ATM withdrawal   *
      *    as type W, a purchase as type E (an electronic debit, as    *
      *    WGRVACHT books one), teller WGRVBJ27, dated the business    *
      *    date on the WBBDTDB control record. The balance falls by    *
      *    the settled amount and the hold is swapped for it in the    *
      *    available balance; the authorization is marked settled. An  *
      *    item with no authorization, or one already settled, is not  *
      *    posted and is reported for the card operations desk, and a  *
      *    trailer that disagrees with the items read sets return code *
      *    4. Every item goes to the WGRVCSTR settlement report.       *
      *    Authorizations still pending three days after they were     *
      *    given are never going to settle as approved: each is listed *
      *    on the WGRVCUSR unsettled report, its hold is released back *
      *    to the available balance and it is marked expired - a late  *
      *    settlement for it still posts, against the balance alone. A *
      *    second run for the same business date is refused.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ27.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO WGRVCSTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STL-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO WBAUTHDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUTH-REC-KEY
                  FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO WBACCTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-REC-KEY
                  FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO WBTRANDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRAN-REC-KEY
                  FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO WBBDTDB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BDT-REC-KEY
                  FILE STATUS IS WS-BDT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WGRVCSTR
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNSETTLED-FILE ASSIGN TO WGRVCUSR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Network settlement file - H header, D one settled item, T
      * trailer; amounts unsigned with two implied decimals
       FD  SETTLE-FILE
           RECORDING MODE IS F.
       01  STL-RECORD.
           05 STL-RECORD-TYPE              PIC X(1).
               88 STL-HEADER               VALUE 'H'.
               88 STL-DETAIL               VALUE 'D'.
               88 STL-TRAILER              VALUE 'T'.
           05 STL-BODY                     PIC X(79).
           05 STL-HEADER-BODY REDEFINES STL-BODY.
              10 STL-SETTLE-DATE           PIC X(8).
              10 FILLER                    PIC X(71).
           05 STL-DETAIL-BODY REDEFINES STL-BODY.
              10 STL-CARD-NUMBER           PIC X(16).
              10 STL-AUTH-CODE             PIC X(6).
              10 STL-NETWORK-REF           PIC X(12).
              10 STL-ITEM-TYPE             PIC X(1).
              10 STL-AMOUNT                PIC 9(9)V99.
              10 STL-MERCHANT              PIC X(20).
              10 FILLER                    PIC X(13).
           05 STL-TRAILER-BODY REDEFINES STL-BODY.
              10 STL-TRL-COUNT             PIC 9(7).
              10 STL-TRL-AMOUNT            PIC 9(13)V99.
              10 FILLER                    PIC X(57).

      * Card authorizations - the layout WGRVAUTH writes; key fields
      * lead the record
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           05 AUTH-REC-KEY.
              10 AUTH-CARD-NUMBER          PIC X(16).
              10 AUTH-CODE                 PIC X(6).
           05 AUTH-SSN                     PIC X(9).
           05 AUTH-ACCOUNT-NUM             PIC X(10).
           05 AUTH-TYPE                    PIC X(1).
               88 AUTH-ATM                 VALUE 'A'.
               88 AUTH-PURCHASE            VALUE 'P'.
           05 AUTH-AMOUNT                  PIC S9(16)V99 COMP-3.
           05 AUTH-DATE                    PIC X(8).
           05 AUTH-TIME                    PIC X(6).
           05 AUTH-NETWORK-REF             PIC X(12).
           05 AUTH-MERCHANT                PIC X(20).
           05 AUTH-STATUS                  PIC X(1).
               88 AUTH-PENDING             VALUE 'P'.
               88 AUTH-SETTLED             VALUE 'S'.
               88 AUTH-EXPIRED             VALUE 'E'.
           05 AUTH-SETTLED-DATE            PIC X(8).
           05 AUTH-SETTLED-AMOUNT          PIC S9(16)V99 COMP-3.

      * key fields lead the record - a second 01 under the FD would
      * overlay the balance on the key bytes
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05 ACCT-REC-KEY.
              10 SSN                       PIC X(9).
              10 NUM                       PIC X(10).
           05 ACCOUNT-NUMBER               PIC X(10).
           05 ACCOUNT-BALANCE              PIC S9(18)V99 COMP-3.
           05 ACCOUNT-OD-LIMIT             PIC S9(16)V99 COMP-3.
           05 ACCOUNT-TYPE                 PIC X(2).
           05 ACCOUNT-AVAIL-BALANCE        PIC S9(18)V99 COMP-3.

      * key fields lead the record - a second 01 under the FD would
      * overlay the movement data on the key bytes
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-REC-KEY.
              10 TRAN-ACCOUNT-NUMBER       PIC X(10).
              10 TRAN-SEQ                  PIC 9(6).
           05 TRANSACTION-TYPE             PIC X(1).
           05 TRANSACTION-AMOUNT           PIC S9(16)V99 COMP-3.
           05 TRANSACTION-DATE             PIC X(8).
           05 TRANSACTION-TIME             PIC X(6).
           05 TRANSACTION-TELLER           PIC X(8).
           05 TRANSACTION-REVERSAL-OF      PIC 9(6).
           05 TRANSACTION-REVERSED-FLAG    PIC X(1).

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

       FD  UNSETTLED-FILE
           RECORDING MODE IS F.
       01  UNSETTLED-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
       01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'WGRVBJ27------WS'.
       01  WS-STL-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-AUTH-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BDT-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-ITEMS                    VALUE 'Y'.
       01  WS-AUTH-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-AUTH-STOP-BROWSE                 VALUE 'Y'.
       01  WS-TRAN-STOP-SWITCH         PIC X     VALUE 'N'.
           88 WS-TRAN-STOP-BROWSE                 VALUE 'Y'.
       01  WS-TRAILER-SWITCH           PIC X     VALUE 'N'.
           88 WS-TRAILER-READ                     VALUE 'Y'.
       01  WS-BUSINESS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-BUSINESS-DATE-NUM         PIC 9(8)  VALUE ZERO.
       01  WS-SETTLE-DATE               PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME-RAW              PIC X(8)  VALUE SPACES.
       01  WS-RUN-TIME                  PIC X(6)  VALUE SPACES.
       01  WS-ITEM-COUNT                PIC 9(7)  VALUE ZERO.
       01  WS-POSTED-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-REPAIR-COUNT              PIC 9(7)  VALUE ZERO.
       01  WS-EXPIRED-COUNT             PIC 9(7)  VALUE ZERO.
       01  WS-ITEM-AMOUNT               PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-FILE-TOTAL                PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-POSTED-TOTAL              PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-EXPIRED-TOTAL             PIC S9(18)V99 COMP-3
                                                   VALUE ZERO.
       01  WS-LAST-SEQ                  PIC 9(6)  VALUE ZERO.
       01  WS-TRAN-ACCOUNT              PIC X(10) VALUE SPACES.
       01  WS-TRAN-TYPE                 PIC X(1)  VALUE SPACE.
       01  WS-TRAN-AMOUNT               PIC S9(16)V99 COMP-3
                                                   VALUE ZERO.

      * An authorization unsettled this many days after it was given
      * is reported and its hold released
       01  WS-UNSETTLED-DAYS            PIC 9(3)  VALUE 3.
       01  WS-AUTH-DATE-NUM             PIC 9(8)  VALUE ZERO.
       01  WS-AUTH-AGE                  PIC S9(9) COMP VALUE ZERO.

      * Card numbers are never printed in full
       01  WS-MASKED-CARD.
           03 FILLER                    PIC X(12) VALUE '************'.
           03 WS-MASKED-LAST4           PIC X(4)  VALUE SPACES.

       01  WS-SETTLE-HEADING.
           03 FILLER                    PIC X(40)
              VALUE 'CARD SETTLEMENT REPORT - BUSINESS DATE  '.
           03 WS-STH-DATE               PIC X(8).
           03 FILLER                    PIC X(14)
                                         VALUE '  FILE DATE   '.
           03 WS-STH-FILE-DATE          PIC X(8).
           03 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-SETTLE-COLUMNS.
           03 FILLER                    PIC X(40)
              VALUE 'CARD             AUTH   ACCOUNT    T    '.
           03 FILLER                    PIC X(40)
              VALUE '       AMOUNT RESULT                    '.

       01  WS-SETTLE-LINE.
           03 WS-STL-CARD               PIC X(16).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-STL-AUTH               PIC X(6).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-STL-ACCT               PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-STL-TYPE               PIC X(1).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-STL-AMOUNT             PIC -(12)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-STL-RESULT             PIC X(24).
           03 FILLER                    PIC X(2)  VALUE SPACES.

       01  WS-UNSETTLED-HEADING.
           03 FILLER                    PIC X(40)
              VALUE 'UNSETTLED CARD AUTHORIZATIONS - BUS DATE'.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-UNH-DATE               PIC X(8).
           03 FILLER                    PIC X(31) VALUE SPACES.

       01  WS-UNSETTLED-COLUMNS.
           03 FILLER                    PIC X(40)
              VALUE 'CARD             AUTH   ACCOUNT    AUTH '.
           03 FILLER                    PIC X(40)
              VALUE 'DT   DAYS        AMOUNT MERCHANT        '.

       01  WS-UNSETTLED-LINE.
           03 WS-UNS-CARD               PIC X(16).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-UNS-AUTH               PIC X(6).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-UNS-ACCT               PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-UNS-DATE               PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-UNS-DAYS               PIC ZZZZ9.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-UNS-AMOUNT             PIC -(9)9.99.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 WS-UNS-MERCHANT           PIC X(16).

       01  WS-POSTED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ITEMS POSTED:       '.
           03 WS-RPT-POSTED             PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-RPT-POSTED-TOTAL       PIC -(14)9.99.
           03 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-REJECTED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ITEMS NOT POSTED:   '.
           03 WS-RPT-REJECTED           PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-REPAIR-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'MANUAL REPAIR:      '.
           03 WS-RPT-REPAIR             PIC ZZZZZZ9.
           03 FILLER                    PIC X(53) VALUE SPACES.

       01  WS-CONTROL-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'ITEMS ON FILE:      '.
           03 WS-RPT-ITEMS              PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-RPT-FILE-TOTAL         PIC -(14)9.99.
           03 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-TRAILER-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'TRAILER TOTALS:     '.
           03 WS-RPT-TRL-COUNT          PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-RPT-TRL-AMOUNT         PIC -(14)9.99.
           03 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-RESULT-LINE.
           03 FILLER                    PIC X(8)  VALUE 'RESULT: '.
           03 WS-RPT-RESULT             PIC X(72).

       01  WS-EXPIRED-LINE.
           03 FILLER                    PIC X(20)
                                         VALUE 'HOLDS RELEASED:     '.
           03 WS-RPT-EXPIRED            PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 WS-RPT-EXPIRED-TOTAL      PIC -(14)9.99.
           03 FILLER                    PIC X(33) VALUE SPACES.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.

           OPEN INPUT SETTLE-FILE.
           IF WS-STL-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ27 ERROR - OPEN SETTLE-FILE STATUS='
                       WS-STL-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ27 ERROR - OPEN AUTH-FILE STATUS='
                       WS-AUTH-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ27 ERROR - OPEN ACCOUNT-FILE STATUS='
                       WS-ACCT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ27 ERROR - OPEN TRANSACTION-FILE STATUS='
                       WS-TRAN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT UNSETTLED-FILE.

           PERFORM READ-NEXT-ITEM.
           IF STL-HEADER AND NOT WS-NO-MORE-ITEMS
               MOVE STL-SETTLE-DATE TO WS-SETTLE-DATE
               PERFORM READ-NEXT-ITEM
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-STH-DATE.
           MOVE WS-SETTLE-DATE TO WS-STH-FILE-DATE.
           MOVE WS-SETTLE-HEADING TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-SETTLE-COLUMNS TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM PROCESS-SETTLE-RECORD
               UNTIL WS-NO-MORE-ITEMS.

           PERFORM WRITE-SETTLEMENT-SUMMARY.

           MOVE WS-BUSINESS-DATE TO WS-UNH-DATE.
           MOVE WS-UNSETTLED-HEADING TO UNSETTLED-RECORD.
           WRITE UNSETTLED-RECORD.
           MOVE WS-UNSETTLED-COLUMNS TO UNSETTLED-RECORD.
           WRITE UNSETTLED-RECORD.
           PERFORM EXPIRE-UNSETTLED-AUTHS.
           PERFORM WRITE-UNSETTLED-SUMMARY.

           CLOSE SETTLE-FILE.
           CLOSE AUTH-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE REPORT-FILE.
           CLOSE UNSETTLED-FILE.

           PERFORM MARK-BUSINESS-DATE-RUN.

           DISPLAY 'WGRVBJ27 - business date: ' WS-BUSINESS-DATE.
           DISPLAY 'WGRVBJ27 - settlement file date: ' WS-SETTLE-DATE.
           DISPLAY 'WGRVBJ27 - items read: ' WS-ITEM-COUNT.
           DISPLAY 'WGRVBJ27 - items posted: ' WS-POSTED-COUNT.
           DISPLAY 'WGRVBJ27 - items not posted: ' WS-REJECTED-COUNT.
           DISPLAY 'WGRVBJ27 - manual repair: ' WS-REPAIR-COUNT.
           DISPLAY 'WGRVBJ27 - holds released: ' WS-EXPIRED-COUNT.

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
               DISPLAY 'WGRVBJ27 ERROR - OPEN BUSDATE-FILE STATUS='
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
               DISPLAY 'WGRVBJ27 ERROR - NO BUSINESS DATE ON WBBDTDB '
                       'STATUS=' WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-DATE TO WS-BUSINESS-DATE.

           MOVE 'WGRVBJ27' TO BDT-REC-KEY.
           READ BUSDATE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-BDT-FILE-STATUS = '00'
              AND BDT-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'WGRVBJ27 ERROR - ALREADY RUN FOR BUSINESS DATE '
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
           MOVE 'WGRVBJ27' TO BDT-REC-KEY.
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
               MOVE 'WGRVBJ27' TO BDT-REC-KEY
               MOVE SPACES TO BDT-PRIOR-DATE
               MOVE WS-BUSINESS-DATE TO BDT-DATE
               ACCEPT BDT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT BDT-STAMP-TIME FROM TIME
               WRITE BUSDATE-RECORD
               END-WRITE
           END-IF.
           IF WS-BDT-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ27 ERROR - UPDATE BUSDATE-FILE STATUS='
                       WS-BDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BUSDATE-FILE.
           EXIT.
      *----------------------------------------------------------------*
       READ-NEXT-ITEM.
           READ SETTLE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-STL-FILE-STATUS NOT = '00' AND
              WS-STL-FILE-STATUS NOT = '10'
               DISPLAY 'WGRVBJ27 ERROR - READ SETTLE-FILE STATUS='
                       WS-STL-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * One settlement record - a detail is settled, the trailer's     *
      * totals are kept for the control check, anything else is        *
      * passed over                                                    *
      *----------------------------------------------------------------*
       PROCESS-SETTLE-RECORD.
           EVALUATE TRUE
               WHEN STL-DETAIL
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE STL-AMOUNT TO WS-ITEM-AMOUNT
                   ADD WS-ITEM-AMOUNT TO WS-FILE-TOTAL
                   PERFORM SETTLE-ITEM
               WHEN STL-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SWITCH
                   MOVE STL-TRL-COUNT TO WS-RPT-TRL-COUNT
                   MOVE STL-TRL-AMOUNT TO WS-RPT-TRL-AMOUNT
                   IF STL-TRL-COUNT NOT = WS-ITEM-COUNT OR
                      STL-TRL-AMOUNT NOT = WS-FILE-TOTAL
                       MOVE 'CONTROL TOTALS DO NOT AGREE WITH TRAILER'
                            TO WS-RPT-RESULT
                   ELSE
                       MOVE 'CONTROL TOTALS AGREE' TO WS-RPT-RESULT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM READ-NEXT-ITEM.
           EXIT.

      *----------------------------------------------------------------*
      * Settle one network item against its authorization. Nothing     *
      * posts unless the authorization and its account are on file;   *
      * the movement is written before the balances change, so a       *
      * failure after it is left for manual repair rather than posted  *
      * twice on a rerun.                                              *
      *----------------------------------------------------------------*
       SETTLE-ITEM.
           MOVE STL-CARD-NUMBER(13:4) TO WS-MASKED-LAST4.
           MOVE WS-MASKED-CARD TO WS-STL-CARD.
           MOVE STL-AUTH-CODE TO WS-STL-AUTH.
           MOVE SPACES TO WS-STL-ACCT.
           MOVE STL-ITEM-TYPE TO WS-STL-TYPE.
           MOVE WS-ITEM-AMOUNT TO WS-STL-AMOUNT.
           MOVE SPACES TO WS-STL-RESULT.

           MOVE STL-CARD-NUMBER TO AUTH-CARD-NUMBER.
           MOVE STL-AUTH-CODE TO AUTH-CODE.
           READ AUTH-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-AUTH-FILE-STATUS NOT = '00'
                   MOVE 'NO AUTHORIZATION' TO WS-STL-RESULT
               WHEN AUTH-SETTLED
                   MOVE 'ALREADY SETTLED' TO WS-STL-RESULT
               WHEN STL-ITEM-TYPE NOT = AUTH-TYPE
                   MOVE 'TYPE DIFFERS FROM AUTH' TO WS-STL-RESULT
               WHEN OTHER
                   MOVE AUTH-ACCOUNT-NUM TO WS-STL-ACCT
                   MOVE AUTH-SSN TO SSN
                   MOVE AUTH-ACCOUNT-NUM TO NUM
                   READ ACCOUNT-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-ACCT-FILE-STATUS NOT = '00'
                       MOVE 'ACCOUNT NOT ON FILE' TO WS-STL-RESULT
                   END-IF
           END-EVALUATE.

           IF WS-STL-RESULT NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM POST-SETTLED-ITEM
           END-IF.

           PERFORM WRITE-SETTLE-LINE.
           EXIT.

      *----------------------------------------------------------------*
      * ATM cash posts as a withdrawal, a purchase as an electronic    *
      * debit. A pending hold is swapped for the settled amount in the *
      * available balance; an expired one was already released, so    *
      * the settled amount comes off it in full.                       *
      *----------------------------------------------------------------*
       POST-SETTLED-ITEM.
           MOVE AUTH-ACCOUNT-NUM TO WS-TRAN-ACCOUNT.
           IF AUTH-ATM
               MOVE 'W' TO WS-TRAN-TYPE
           ELSE
               MOVE 'E' TO WS-TRAN-TYPE
           END-IF.
           MOVE WS-ITEM-AMOUNT TO WS-TRAN-AMOUNT.
           PERFORM WRITE-CARD-TRANSACTION.
           IF WS-TRAN-STOP-BROWSE
               MOVE 'NOT POSTED - TRAN WRITE' TO WS-STL-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               SUBTRACT WS-ITEM-AMOUNT FROM ACCOUNT-BALANCE
               IF AUTH-PENDING
                   ADD AUTH-AMOUNT TO ACCOUNT-AVAIL-BALANCE
               END-IF
               SUBTRACT WS-ITEM-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
               END-REWRITE
               IF WS-ACCT-FILE-STATUS NOT = '00'
                   DISPLAY 'WGRVBJ27 ERROR - REWRITE ACCOUNT STATUS='
                           WS-ACCT-FILE-STATUS
                           ' ACCOUNT=' AUTH-ACCOUNT-NUM
                   MOVE 'POSTED - MANUAL REPAIR' TO WS-STL-RESULT
                   ADD 1 TO WS-REPAIR-COUNT
               END-IF
               MOVE 'S' TO AUTH-STATUS
               MOVE WS-BUSINESS-DATE TO AUTH-SETTLED-DATE
               MOVE WS-ITEM-AMOUNT TO AUTH-SETTLED-AMOUNT
               REWRITE AUTH-RECORD
               END-REWRITE
               IF WS-AUTH-FILE-STATUS NOT = '00'
                   DISPLAY 'WGRVBJ27 ERROR - REWRITE AUTH STATUS='
                           WS-AUTH-FILE-STATUS
                           ' AUTH CODE=' AUTH-CODE
                   IF WS-STL-RESULT = SPACES
                       MOVE 'POSTED - MANUAL REPAIR' TO WS-STL-RESULT
                       ADD 1 TO WS-REPAIR-COUNT
                   END-IF
               END-IF
               IF WS-STL-RESULT = SPACES
                   MOVE 'POSTED' TO WS-STL-RESULT
               END-IF
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-ITEM-AMOUNT TO WS-POSTED-TOTAL
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * The card movement under the account's next TRAN-SEQ - the      *
      * WGRVPTRN numbering, walked the way WGRVBJ09 does. A failed     *
      * write leaves WS-TRAN-STOP-BROWSE set.                          *
      *----------------------------------------------------------------*
       WRITE-CARD-TRANSACTION.
           MOVE 'N' TO WS-TRAN-STOP-SWITCH.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE WS-TRAN-ACCOUNT TO TRAN-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO TRAN-SEQ.

           START TRANSACTION-FILE KEY IS NOT LESS THAN TRAN-REC-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-TRAN-FILE-STATUS = '00'
               PERFORM FIND-LAST-TRAN-SEQ
                   UNTIL WS-TRAN-STOP-BROWSE
               MOVE 'N' TO WS-TRAN-STOP-SWITCH
           END-IF.

           MOVE WS-TRAN-ACCOUNT TO TRAN-ACCOUNT-NUMBER.
           COMPUTE TRAN-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-TRAN-TYPE TO TRANSACTION-TYPE.
           MOVE WS-TRAN-AMOUNT TO TRANSACTION-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANSACTION-DATE.
           MOVE WS-RUN-TIME TO TRANSACTION-TIME.
           MOVE 'WGRVBJ27' TO TRANSACTION-TELLER.
           MOVE ZERO TO TRANSACTION-REVERSAL-OF.
           MOVE 'N' TO TRANSACTION-REVERSED-FLAG.

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-WRITE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRAN-STOP-SWITCH
               DISPLAY 'WGRVBJ27 ERROR - WRITE TRANSACTION STATUS='
                       WS-TRAN-FILE-STATUS
                       ' ACCOUNT=' WS-TRAN-ACCOUNT
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       FIND-LAST-TRAN-SEQ.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-READ.
           IF WS-TRAN-FILE-STATUS = '00' OR
              WS-TRAN-FILE-STATUS = '10'
               IF NOT WS-TRAN-STOP-BROWSE
                   IF TRAN-ACCOUNT-NUMBER NOT = WS-TRAN-ACCOUNT
                       MOVE 'Y' TO WS-TRAN-STOP-SWITCH
                   ELSE
                       MOVE TRAN-SEQ TO WS-LAST-SEQ
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-TRAN-STOP-SWITCH
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * Walk the whole authorization file for holds still pending      *
      * WS-UNSETTLED-DAYS or more days after they were given - the     *
      * INTEGER-OF-DATE day arithmetic WGRVBJ17 uses for its cutoffs   *
      *----------------------------------------------------------------*
       EXPIRE-UNSETTLED-AUTHS.
           MOVE 'N' TO WS-AUTH-STOP-SWITCH.
           MOVE LOW-VALUES TO AUTH-REC-KEY.
           START AUTH-FILE KEY IS NOT LESS THAN AUTH-REC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUTH-STOP-SWITCH
           END-START.

           PERFORM UNTIL WS-AUTH-STOP-BROWSE
               READ AUTH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AUTH-STOP-SWITCH
               END-READ
               IF NOT WS-AUTH-STOP-BROWSE
                   IF WS-AUTH-FILE-STATUS NOT = '00'
                       DISPLAY 'WGRVBJ27 ERROR - READ AUTH-FILE STATUS='
                               WS-AUTH-FILE-STATUS
                       MOVE 'Y' TO WS-AUTH-STOP-SWITCH
                   END-IF
               END-IF
               IF NOT WS-AUTH-STOP-BROWSE
                   IF AUTH-PENDING AND AUTH-DATE IS NUMERIC
                       MOVE AUTH-DATE TO WS-AUTH-DATE-NUM
                       COMPUTE WS-AUTH-AGE =
                          FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
                        - FUNCTION INTEGER-OF-DATE(WS-AUTH-DATE-NUM)
                       IF WS-AUTH-AGE NOT < WS-UNSETTLED-DAYS
                           PERFORM EXPIRE-AUTHORIZATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *----------------------------------------------------------------*
      * Report the stale authorization, give its hold back to the      *
      * available balance and mark it expired. An account no longer   *
      * on WBACCTDB has no balance left to give the hold back to - the *
      * authorization is reported and marked expired all the same, so  *
      * it is not picked up again night after night. Any other error   *
      * leaves it pending for the next run to retry                    *
      *----------------------------------------------------------------*
       EXPIRE-AUTHORIZATION.
           MOVE AUTH-SSN TO SSN.
           MOVE AUTH-ACCOUNT-NUM TO NUM.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-FILE-STATUS = '00'
               ADD AUTH-AMOUNT TO ACCOUNT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
               END-REWRITE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACCT-FILE-STATUS = '00'
                   PERFORM MARK-AUTH-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
                   ADD AUTH-AMOUNT TO WS-EXPIRED-TOTAL
               WHEN WS-ACCT-FILE-STATUS = '23'
                   DISPLAY 'WGRVBJ27 WARNING - ACCOUNT NOT ON FILE,'
                           ' AUTH EXPIRED WITHOUT RELEASE'
                           ' ACCOUNT=' AUTH-ACCOUNT-NUM
                           ' AUTH CODE=' AUTH-CODE
                   PERFORM MARK-AUTH-EXPIRED
               WHEN OTHER
                   DISPLAY 'WGRVBJ27 ERROR - RELEASE HOLD STATUS='
                           WS-ACCT-FILE-STATUS
                           ' ACCOUNT=' AUTH-ACCOUNT-NUM
                           ' AUTH CODE=' AUTH-CODE
           END-EVALUATE.
           PERFORM WRITE-UNSETTLED-LINE.
           EXIT.

      *----------------------------------------------------------------*
       MARK-AUTH-EXPIRED.
           MOVE 'E' TO AUTH-STATUS.
           REWRITE AUTH-RECORD
           END-REWRITE.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'WGRVBJ27 ERROR - REWRITE AUTH STATUS='
                       WS-AUTH-FILE-STATUS
                       ' AUTH CODE=' AUTH-CODE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-SETTLE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-SETTLE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-UNSETTLED-LINE.
           MOVE AUTH-CARD-NUMBER(13:4) TO WS-MASKED-LAST4.
           MOVE WS-MASKED-CARD TO WS-UNS-CARD.
           MOVE AUTH-CODE TO WS-UNS-AUTH.
           MOVE AUTH-ACCOUNT-NUM TO WS-UNS-ACCT.
           MOVE AUTH-DATE TO WS-UNS-DATE.
           MOVE WS-AUTH-AGE TO WS-UNS-DAYS.
           MOVE AUTH-AMOUNT TO WS-UNS-AMOUNT.
           MOVE AUTH-MERCHANT TO WS-UNS-MERCHANT.
           MOVE SPACES TO UNSETTLED-RECORD.
           MOVE WS-UNSETTLED-LINE TO UNSETTLED-RECORD.
           WRITE UNSETTLED-RECORD.
           EXIT.

      *----------------------------------------------------------------*
      * Posting totals and the control check against the trailer - a   *
      * missing trailer or totals that disagree set return code 4      *
      *----------------------------------------------------------------*
       WRITE-SETTLEMENT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-POSTED-COUNT TO WS-RPT-POSTED.
           MOVE WS-POSTED-TOTAL TO WS-RPT-POSTED-TOTAL.
           MOVE WS-POSTED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REJECTED-COUNT TO WS-RPT-REJECTED.
           MOVE WS-REJECTED-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REPAIR-COUNT TO WS-RPT-REPAIR.
           MOVE WS-REPAIR-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ITEM-COUNT TO WS-RPT-ITEMS.
           MOVE WS-FILE-TOTAL TO WS-RPT-FILE-TOTAL.
           MOVE WS-CONTROL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-TRAILER-READ
               MOVE WS-TRAILER-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE 'NO TRAILER ON SETTLEMENT FILE' TO WS-RPT-RESULT
           END-IF.
           MOVE WS-RESULT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-RPT-RESULT NOT = 'CONTROL TOTALS AGREE'
               DISPLAY 'WGRVBJ27 WARNING - ' WS-RPT-RESULT
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-UNSETTLED-SUMMARY.
           MOVE SPACES TO UNSETTLED-RECORD.
           WRITE UNSETTLED-RECORD.
           MOVE WS-EXPIRED-COUNT TO WS-RPT-EXPIRED.
           MOVE WS-EXPIRED-TOTAL TO WS-RPT-EXPIRED-TOTAL.
           MOVE WS-EXPIRED-LINE TO UNSETTLED-RECORD.
           WRITE UNSETTLED-RECORD.
           EXIT.

       END PROGRAM WGRVBJ27.
