      *    deliveries arrive) - an existing ledger row goes up, a      *
      *    drug not yet on the ledger gets a row so the next delivery  *
      *    and the next dose both have somewhere to land.              *
      *    A receipt flagged C puts the drug on the controlled         *
      *    register (DRUGSTOCK CONTROLLED) and, with the receiving     *
      *    ward's code, posts an 'R' row to that ward's CDLEDGER -     *
      *    the balance the HCCDDB01 cabinet count is checked against.  *
      *                                                                *
      *    Phase 2 writes the low-stock report to HCSKREP: every drug  *
      *    at or under its reorder level, with the average daily       *
       FILE SECTION.
       FD  RECEIPT-FILE
           RECORDING MODE IS F.
       01  RECEIPT-RECORD              PIC X(65).
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD               PIC X(90).
       01  WS-EOF-SWITCH               PIC X     VALUE 'N'.
           88 WS-NO-MORE-DRUGS                   VALUE 'Y'.
       01  WS-RECEIPT-COUNT            PIC 9(7)  VALUE ZERO.
       01  WS-CD-RECEIPT-COUNT         PIC 9(7)  VALUE ZERO.
       01  WS-LOWSTOCK-COUNT           PIC 9(7)  VALUE ZERO.

      * One receipt per line: drug name + delivered quantity, and
      * for a controlled drug the C flag and the receiving ward
       01  WS-RECEIPT-LINE.
           03 WS-RCP-DRUG              PIC X(50).
           03 FILLER                   PIC X(1).
           03 WS-RCP-QTY               PIC X(7).
           03 FILLER                   PIC X(1).
           03 WS-RCP-CONTROLLED        PIC X(1).
              88 WS-RCP-IS-CONTROLLED            VALUE 'C'.
           03 FILLER                   PIC X(1).
           03 WS-RCP-WARD              PIC X(4).

       01  WS-LOWSTOCK-LINE.
           03 WS-LOW-DRUG              PIC X(50).
      *----------------------------------------------------------------*
       01  DB2-DRUG-NAME               PIC X(50).
       01  DB2-RECEIPT-QTY             PIC S9(9) COMP.
       01  DB2-CONTROLLED              PIC X(1).
       01  DB2-WARD-CODE               PIC X(4).
       01  DB2-ONHAND-QTY              PIC S9(9) COMP.
       01  DB2-REORDER-LEVEL           PIC S9(9) COMP.
       01  DB2-DOSES-30-DAYS           PIC S9(9) COMP.
           CLOSE REPORT-FILE.

           DISPLAY 'HCSKBJ01 - receipts posted: ' WS-RECEIPT-COUNT.
           DISPLAY 'HCSKBJ01 - controlled-drug ward receipts: '
                   WS-CD-RECEIPT-COUNT.
           DISPLAY 'HCSKBJ01 - drugs under reorder level: '
                   WS-LOWSTOCK-COUNT.

      *----------------------------------------------------------------*
      * An existing ledger row goes up by the delivered quantity; a   *
      * drug not yet on the ledger gets a fresh row (reorder level    *
      * zero until pharmacy sets one). A C-flagged receipt marks the   *
      * drug controlled; an unflagged one never clears the flag.       *
      *----------------------------------------------------------------*
       POST-ONE-RECEIPT.
           IF WS-RCP-DRUG = SPACES
           ELSE
              MOVE WS-RCP-DRUG TO DB2-DRUG-NAME
              MOVE WS-RCP-QTY  TO DB2-RECEIPT-QTY
              IF WS-RCP-IS-CONTROLLED
                 MOVE 'Y' TO DB2-CONTROLLED
              ELSE
                 MOVE 'N' TO DB2-CONTROLLED
              END-IF
              PERFORM UPDATE-STOCK-ROW
              IF WS-RCP-IS-CONTROLLED
                 AND WS-RCP-WARD NOT = SPACES
                 MOVE WS-RCP-WARD TO DB2-WARD-CODE
                 PERFORM POST-CD-RECEIPT
              END-IF
           END-IF.
           PERFORM READ-RECEIPT-RECORD.
           EXIT.
           MOVE ' UPDATE DRUGSTOCK' TO EM-SQLREQ.
           EXEC SQL
               UPDATE DRUGSTOCK
                  SET ONHANDQTY = ONHANDQTY + :DB2-RECEIPT-QTY,
                      CONTROLLED =
                          CASE WHEN :DB2-CONTROLLED = 'Y' THEN 'Y'
                               ELSE COALESCE(CONTROLLED, 'N') END
                WHERE DRUGNAME = :DB2-DRUG-NAME
           END-EXEC.

               MOVE ' INSERT DRUGSTOCK' TO EM-SQLREQ
               EXEC SQL
                   INSERT INTO DRUGSTOCK
                             ( DRUGNAME, ONHANDQTY, REORDERLEVEL,
                               CONTROLLED )
                      VALUES ( :DB2-DRUG-NAME, :DB2-RECEIPT-QTY,
                               0, :DB2-CONTROLLED )
               END-EXEC
               IF SQLCODE = 0
                  ADD 1 TO WS-RECEIPT-COUNT
           END-EVALUATE.
           EXIT.

      *----------------------------------------------------------------*
      * The controlled delivery goes into the receiving ward's cabinet *
      * - an 'R' row on that ward's CDLEDGER raises its balance.       *
      *----------------------------------------------------------------*
       POST-CD-RECEIPT.
           MOVE ' INSERT CDLEDGER' TO EM-SQLREQ.
           EXEC SQL
               INSERT INTO CDLEDGER
                         ( LEDGERID, WARDCODE, DRUGNAME, ENTRYTYPE,
                           QUANTITY, BALANCE, PATIENTID, ENTEREDBY,
                           WITNESSID, ENTRYDATETIME )
                  VALUES ( DEFAULT, :DB2-WARD-CODE, :DB2-DRUG-NAME,
                           'R', :DB2-RECEIPT-QTY, 0, 0, 'BATCH',
                           ' ', CHAR(CURRENT TIMESTAMP) )
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-CD-RECEIPT-COUNT
           ELSE
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       PROCESS-NEXT-DRUG.
           MOVE ' FETCH STKCUR' TO EM-SQLREQ.
