     ** ALTERNATE INDEX WTIADDC USES), ASSIGNS THE NEXT AVAILABLE    *
     ** NUM UNDER THAT SSN ON WBACCTDB, WRITES THE ACCOUNT-RECORD    *
     ** WITH THE KEYED OPENING BALANCE, AND RECORDS THE EVENT TO THE *
     ** BKAU AUDIT QUEUE LIKE ADD-CUST DOES. A TD (TERM DEPOSIT)     *
     ** ALSO TAKES A TERM IN MONTHS, A FIXED ANNUAL RATE AND A       *
     ** MATURITY INSTRUCTION - R RENEW, P PAY TO ANOTHER OF THE      *
     ** CUSTOMER'S ACCOUNTS, H HOLD - WRITTEN TO WBTERMDB UNDER THE  *
     ** SAME KEY IN THE SAME UNIT OF WORK AS THE ACCOUNT-RECORD.     *
     ** AN LN (INSTALMENT LOAN) TAKES THE PRINCIPAL AS ITS AMOUNT,   *
     ** THE TERM AND ANNUAL RATE, A REPAYMENT DAY AND THE CUSTOMER'S *
     ** DEPOSIT ACCOUNT TO COLLECT FROM; IT OPENS OWING THE          *
     ** PRINCIPAL (A NEGATIVE BALANCE), AND THE LOAN TERMS GO TO     *
     ** WBLOANDB AND THE FULL AMORTIZATION SCHEDULE TO WBLSCHDB, ALL *
     ** IN THE SAME UNIT OF WORK.                                    *
     ** NO ACCOUNT IS OPENED FOR A CUSTOMER HELD ON WBSCRNDB PENDING *
     ** SANCTIONS REVIEW.                                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVOPEN.
       01 ODLIMI                        PIC X(18).
       01 ACCTYPL                       PIC 9(4).
       01 ACCTYPI                       PIC X(2).
       01 TERMMOL                       PIC 9(4).
       01 TERMMOI                       PIC X(3).
       01 TDRATEL                       PIC 9(4).
       01 TDRATEI                       PIC X(7).
       01 MATINSL                       PIC 9(4).
       01 MATINSI                       PIC X(1).
       01 PAYTOL                        PIC 9(4).
       01 PAYTOI                        PIC X(10).
       01 RPDAYL                        PIC 9(4).
       01 RPDAYI                        PIC X(2).
       01 COLLFRL                       PIC 9(4).
       01 COLLFRI                       PIC X(10).

      * Compliance review record on WBSCRNDB, keyed by SSN - written
      * by the sanctions screening in WTIADDC, WGRVCMNT and WGRVBJ22;
      * a pending (P) or confirmed (X) match stops all activity here
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

       01 RESP-CODE                     PIC S9(8) COMP.

       01 WS-OD-LIMIT                   PIC S9(16)V99 VALUE ZERO.

      * Product type keyed at opening - CK checking, SV savings, MM
      * money market, TD term deposit, LN instalment loan; blank
      * defaults to checking. The WGRVBJ05 accrual job picks the
      * matching WGRVINTC rate per type (a loan earns none).
       01 WS-ACCOUNT-TYPE               PIC X(2) VALUE 'CK'.

      * Certificate terms on WBTERMDB - keyed the same SSN+NUM as the
      * account it belongs to. TERM-RATE-PCT is the fixed annual rate
      * for the whole term (WGRVBJ05 accrues a twelfth of it monthly
      * in place of the WGRVINTC type rate); WGRVBJ20 sends the
      * maturity notice and carries out TERM-INSTRUCTION on the
      * maturity date.
       01 TERM-REC-KEY.
           05 TERM-SSN                    PIC X(9).
           05 TERM-NUM                    PIC X(10).
       01 TERM-RECORD.
           05 TERM-PRINCIPAL              PIC S9(16)V99 COMP-3.
           05 TERM-MONTHS                 PIC 9(3).
           05 TERM-RATE-PCT               PIC 9(3)V9(4).
           05 TERM-OPEN-DATE              PIC X(8).
           05 TERM-MATURITY-DATE          PIC X(8).
           05 TERM-INSTRUCTION            PIC X(1).
               88 TERM-RENEW              VALUE 'R'.
               88 TERM-PAY-OUT            VALUE 'P'.
               88 TERM-HOLD               VALUE 'H'.
           05 TERM-PAYTO-ACCOUNT          PIC X(10).
           05 TERM-STATUS                 PIC X(1).
               88 TERM-ACTIVE             VALUE 'A'.
               88 TERM-MATURED-HELD       VALUE 'M'.
               88 TERM-PAID-OUT           VALUE 'P'.
           05 TERM-NOTICE-DATE            PIC X(8).

       01 WS-TERM-MONTHS                PIC 9(3) VALUE ZERO.
       01 WS-TERM-RATE                  PIC 9(3)V9(4) VALUE ZERO.
       01 WS-MAX-TERM-MONTHS            PIC 9(3) VALUE 120.
       01 WS-TODAY-NUM                  PIC 9(8) VALUE ZERO.
       01 WS-MATURITY-DATE.
           05 WS-MAT-YEAR                 PIC 9(4).
           05 WS-MAT-MONTH                PIC 9(2).
           05 WS-MAT-DAY                  PIC 9(2).
       01 WS-MONTH-COUNT                PIC 9(5) VALUE ZERO.
       01 WS-YEAR-ADD                   PIC 9(5) VALUE ZERO.

      * Loan terms on WBLOANDB - keyed the same SSN+NUM as the loan
      * account. LOAN-RATE-PCT is the fixed annual rate; the level
      * LOAN-INSTALMENT is collected monthly on LOAN-REPAY-DAY from
      * LOAN-COLLECT-ACCOUNT by WGRVBJ26, which also keeps the paid
      * count and the arrears/delinquency fields up to date.
       01 LOAN-REC-KEY.
           05 LOAN-SSN                    PIC X(9).
           05 LOAN-NUM                    PIC X(10).
       01 LOAN-RECORD.
           05 LOAN-PRINCIPAL              PIC S9(16)V99 COMP-3.
           05 LOAN-RATE-PCT               PIC 9(3)V9(4).
           05 LOAN-TERM-MONTHS            PIC 9(3).
           05 LOAN-REPAY-DAY              PIC 9(2).
           05 LOAN-COLLECT-ACCOUNT        PIC X(10).
           05 LOAN-INSTALMENT             PIC S9(16)V99 COMP-3.
           05 LOAN-OPEN-DATE              PIC X(8).
           05 LOAN-STATUS                 PIC X(1).
               88 LOAN-ACTIVE             VALUE 'A'.
               88 LOAN-PAID-OFF           VALUE 'P'.
           05 LOAN-PAID-COUNT             PIC 9(3).
           05 LOAN-LAST-PAID-DATE         PIC X(8).
           05 LOAN-ARREARS-COUNT          PIC 9(3).
           05 LOAN-ARREARS-AMOUNT         PIC S9(16)V99 COMP-3.
           05 LOAN-DAYS-PAST-DUE          PIC 9(5).
           05 LOAN-DELINQ-BUCKET          PIC X(2).

      * One amortization line on WBLSCHDB per instalment, keyed by
      * the loan's SSN+NUM and the instalment number - due date, the
      * principal and interest parts, and the principal still owed
      * once it is paid
       01 LSCH-REC-KEY.
           05 LSCH-SSN                    PIC X(9).
           05 LSCH-NUM                    PIC X(10).
           05 LSCH-INSTALMENT-NO          PIC 9(3).
       01 LSCH-RECORD.
           05 LSCH-DUE-DATE               PIC X(8).
           05 LSCH-PRINCIPAL              PIC S9(16)V99 COMP-3.
           05 LSCH-INTEREST               PIC S9(16)V99 COMP-3.
           05 LSCH-BALANCE                PIC S9(16)V99 COMP-3.
           05 LSCH-STATUS                 PIC X(1).
               88 LSCH-UNPAID             VALUE 'U'.
               88 LSCH-PAID               VALUE 'P'.
           05 LSCH-PAID-DATE              PIC X(8).

       01 WS-MAX-LOAN-MONTHS            PIC 9(3) VALUE 360.
       01 WS-REPAY-DAY                  PIC 9(2) VALUE ZERO.
       01 WS-INSTALMENT                 PIC S9(16)V99 VALUE ZERO.
      * (1 + monthly rate) raised to the term, built up one month at
      * a time - the annuity factor for the level instalment
       01 WS-MONTHLY-RATE               PIC 9V9(12) VALUE ZERO.
       01 WS-GROWTH                     PIC 9(9)V9(9) VALUE ZERO.
       01 WS-GROWTH-IDX                 PIC 9(3) VALUE ZERO.
       01 WS-OPEN-DATE.
           05 WS-OPEN-YEAR                PIC 9(4).
           05 WS-OPEN-MONTH               PIC 9(2).
           05 WS-OPEN-DAY                 PIC 9(2).
       01 WS-DUE-DATE.
           05 WS-DUE-YEAR                 PIC 9(4).
           05 WS-DUE-MONTH                PIC 9(2).
           05 WS-DUE-DAY                  PIC 9(2).
       01 WS-SCHED-BALANCE              PIC S9(16)V99 VALUE ZERO.
       01 WS-SCHED-INTEREST             PIC S9(16)V99 VALUE ZERO.
       01 WS-SCHED-PRINCIPAL            PIC S9(16)V99 VALUE ZERO.
       01 LOAN-FIRST-DUE-DATE           PIC X(8)  VALUE SPACES.
       01 WS-INSTALMENT-EDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 LOG-MSG.
           05 FILLER                      PIC X(4).
           05 TASK-NUMBER                 PIC 9(8).
               END-EXEC
               EXEC CICS RECEIVE MAP('WGRVMOPI')
                               INTO(SSNL SSNI OPNAMTL OPNAMTI
                                    ODLIML ODLIMI ACCTYPL ACCTYPI
                                    TERMMOL TERMMOI TDRATEL TDRATEI
                                    MATINSL MATINSI PAYTOL PAYTOI
                                    RPDAYL RPDAYI COLLFRL COLLFRI)
                               LENGTH(LENGTH OF SSNL SSNI OPNAMTL
                                      OPNAMTI ODLIML ODLIMI ACCTYPL
                                      ACCTYPI TERMMOL TERMMOI TDRATEL
                                      TDRATEI MATINSL MATINSI PAYTOL
                                      PAYTOI RPDAYL RPDAYI COLLFRL
                                      COLLFRI)
                               END-EXEC
               PERFORM EDIT-OPEN-INPUT
               IF NOT WS-OPEN-FAILED
                   PERFORM EDIT-TERM-INPUT
               END-IF
               IF NOT WS-OPEN-FAILED AND WS-ACCOUNT-TYPE = 'LN'
                   PERFORM EDIT-LOAN-INPUT
               END-IF
               IF NOT WS-OPEN-FAILED
                   PERFORM FIND-CUSTOMER-BY-SSN
               END-IF
               IF NOT WS-OPEN-FAILED
                   MOVE SSNI TO SCRN-SSN
                   PERFORM CHECK-COMPLIANCE-HOLD
               END-IF
               IF NOT WS-OPEN-FAILED
                   PERFORM FIND-NEXT-ACCOUNT-NUM
               END-IF
               IF NOT WS-OPEN-FAILED AND WS-ACCOUNT-TYPE = 'TD'
                   PERFORM CHECK-PAYTO-ACCOUNT
               END-IF
               IF NOT WS-OPEN-FAILED AND WS-ACCOUNT-TYPE = 'LN'
                   PERFORM CHECK-COLLECT-ACCOUNT
               END-IF
               IF NOT WS-OPEN-FAILED
                   PERFORM WRITE-NEW-ACCOUNT
               END-IF
                   MOVE 'CK' TO WS-ACCOUNT-TYPE
               ELSE
                   IF ACCTYPI = 'CK' OR ACCTYPI = 'SV' OR
                      ACCTYPI = 'MM' OR ACCTYPI = 'TD' OR
                      ACCTYPI = 'LN'
                       MOVE ACCTYPI TO WS-ACCOUNT-TYPE
                   ELSE
                       MOVE 'Product type must be CK, SV, MM, TD or LN'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      ** TERM-DEPOSIT EDITS - A TD NEEDS A PRINCIPAL, A TERM OF 1 TO  *
      ** WS-MAX-TERM-MONTHS MONTHS, A RATE (7 DIGITS, LAST FOUR       *
      ** DECIMALS, SO 0045000 IS 4.5 PERCENT) AND AN INSTRUCTION, AND *
      ** CARRIES NO OVERDRAFT. THE TERM FIELDS MEAN NOTHING ON ANY    *
      ** OTHER PRODUCT, SO KEYING THEM THERE IS REFUSED RATHER THAN   *
      ** SILENTLY IGNORED. THE MATURITY DATE IS THE OPENING DATE PLUS *
      ** THE TERM, THE DAY HELD TO 28 THE WAY WGRVBJ09 ADVANCES A     *
      ** STANDING ORDER SO EVERY MONTH HAS THE DATE. A LOAN USES THE  *
      ** TERM AND RATE TOO (EDITED IN EDIT-LOAN-INPUT) BUT NOT THE    *
      ** MATURITY FIELDS, AND ONLY A LOAN TAKES THE REPAYMENT FIELDS. *
      *****************************************************************
       EDIT-TERM-INPUT.
           IF WS-ACCOUNT-TYPE NOT = 'TD'
               IF WS-ACCOUNT-TYPE = 'LN'
                   IF (MATINSL > 0 AND MATINSI NOT = SPACES)
                      OR (PAYTOL > 0 AND PAYTOI NOT = SPACES)
                       MOVE 'Maturity fields apply to TD accounts only'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   END-IF
               ELSE
                   IF (TERMMOL > 0 AND TERMMOI NOT = SPACES)
                      OR (TDRATEL > 0 AND TDRATEI NOT = SPACES)
                      OR (MATINSL > 0 AND MATINSI NOT = SPACES)
                      OR (PAYTOL > 0 AND PAYTOI NOT = SPACES)
                       MOVE 'Term fields apply to TD and LN only'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   END-IF
               END-IF
           ELSE
               IF WS-OPEN-AMOUNT NOT > ZERO
                   MOVE 'A term deposit needs an opening principal'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               END-IF
               IF NOT WS-OPEN-FAILED AND WS-OD-LIMIT NOT = ZERO
                   MOVE 'A term deposit cannot carry an OD limit'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               END-IF
               IF NOT WS-OPEN-FAILED
                   MOVE ZERO TO WS-TERM-MONTHS
                   IF TERMMOL > 0 AND TERMMOI IS NUMERIC
                       MOVE TERMMOI TO WS-TERM-MONTHS
                   END-IF
                   IF WS-TERM-MONTHS = ZERO OR
                      WS-TERM-MONTHS > WS-MAX-TERM-MONTHS
                       MOVE 'Term must be 001 to 120 months'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   END-IF
               END-IF
               IF NOT WS-OPEN-FAILED
                   MOVE ZERO TO WS-TERM-RATE
                   IF TDRATEL > 0 AND TDRATEI IS NUMERIC
                       MOVE TDRATEI(1:3) TO WS-TERM-RATE(1:3)
                       MOVE TDRATEI(4:4) TO WS-TERM-RATE(4:4)
                   END-IF
                   IF WS-TERM-RATE = ZERO
                       MOVE 'Rate must be 7 digits, last four decimals'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   END-IF
               END-IF
               IF NOT WS-OPEN-FAILED
                   IF MATINSI NOT = 'R' AND MATINSI NOT = 'P'
                      AND MATINSI NOT = 'H'
                       MOVE 'Instruction must be R, P or H'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   END-IF
               END-IF
               IF NOT WS-OPEN-FAILED
                   IF MATINSI = 'P'
                       IF PAYTOL = 0 OR PAYTOI = SPACES
                           MOVE 'Pay-out needs the account to pay to'
                                TO OPMSG1O
                           MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                       END-IF
                   ELSE
                       IF PAYTOL > 0 AND PAYTOI NOT = SPACES
                           MOVE 'Pay-to account applies to P only'
                                TO OPMSG1O
                           MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-OPEN-FAILED
                   EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                             YYYYMMDD(WS-TODAY-NUM)
                   END-EXEC
                   MOVE WS-TODAY-NUM TO WS-MATURITY-DATE
                   COMPUTE WS-MONTH-COUNT =
                           WS-MAT-MONTH - 1 + WS-TERM-MONTHS
                   DIVIDE WS-MONTH-COUNT BY 12
                          GIVING WS-YEAR-ADD
                          REMAINDER WS-MONTH-COUNT
                   ADD WS-YEAR-ADD TO WS-MAT-YEAR
                   COMPUTE WS-MAT-MONTH = WS-MONTH-COUNT + 1
                   IF WS-MAT-DAY > 28
                       MOVE 28 TO WS-MAT-DAY
                   END-IF
               END-IF
           END-IF

           IF NOT WS-OPEN-FAILED AND WS-ACCOUNT-TYPE NOT = 'LN'
               IF (RPDAYL > 0 AND RPDAYI NOT = SPACES)
                  OR (COLLFRL > 0 AND COLLFRI NOT = SPACES)
                   MOVE 'Repayment fields apply to LN accounts only'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      ** LOAN EDITS - AN LN NEEDS THE PRINCIPAL AS ITS AMOUNT, A TERM *
      ** OF 1 TO WS-MAX-LOAN-MONTHS MONTHS, AN ANNUAL RATE KEYED THE  *
      ** SAME WAY AS A TD'S, A REPAYMENT DAY OF 01 TO 28 (EVERY MONTH *
      ** HAS IT, THE SAME RULE AS A STANDING ORDER) AND THE ACCOUNT   *
      ** TO COLLECT FROM, AND CARRIES NO OVERDRAFT. THE LEVEL MONTHLY *
      ** INSTALMENT IS WORKED OUT HERE SO A RATE AND TERM TOO LARGE   *
      ** TO SCHEDULE ARE REFUSED BEFORE ANYTHING IS WRITTEN.          *
      *****************************************************************
       EDIT-LOAN-INPUT.
           IF WS-OPEN-AMOUNT NOT > ZERO
               MOVE 'A loan needs the principal as its amount'
                    TO OPMSG1O
               MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
           END-IF
           IF NOT WS-OPEN-FAILED AND WS-OD-LIMIT NOT = ZERO
               MOVE 'A loan cannot carry an OD limit' TO OPMSG1O
               MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
           END-IF
           IF NOT WS-OPEN-FAILED
               MOVE ZERO TO WS-TERM-MONTHS
               IF TERMMOL > 0 AND TERMMOI IS NUMERIC
                   MOVE TERMMOI TO WS-TERM-MONTHS
               END-IF
               IF WS-TERM-MONTHS = ZERO OR
                  WS-TERM-MONTHS > WS-MAX-LOAN-MONTHS
                   MOVE 'Loan term must be 001 to 360 months'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               END-IF
           END-IF
           IF NOT WS-OPEN-FAILED
               MOVE ZERO TO WS-TERM-RATE
               IF TDRATEL > 0 AND TDRATEI IS NUMERIC
                   MOVE TDRATEI(1:3) TO WS-TERM-RATE(1:3)
                   MOVE TDRATEI(4:4) TO WS-TERM-RATE(4:4)
               END-IF
               IF WS-TERM-RATE = ZERO
                   MOVE 'Rate must be 7 digits, last four decimals'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               END-IF
           END-IF
           IF NOT WS-OPEN-FAILED
               MOVE ZERO TO WS-REPAY-DAY
               IF RPDAYL > 0 AND RPDAYI IS NUMERIC
                   MOVE RPDAYI TO WS-REPAY-DAY
               END-IF
               IF WS-REPAY-DAY = ZERO OR WS-REPAY-DAY > 28
                   MOVE 'Repayment day must be 01 to 28' TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               END-IF
           END-IF
           IF NOT WS-OPEN-FAILED
               IF COLLFRL = 0 OR COLLFRI = SPACES
                   MOVE 'A loan needs the account to collect from'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               END-IF
           END-IF
           IF NOT WS-OPEN-FAILED
               EXEC CICS ASKTIME ABSTIME(WS-AUDIT-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-AUDIT-ABSTIME)
                         YYYYMMDD(WS-TODAY-NUM)
               END-EXEC
               PERFORM COMPUTE-LOAN-INSTALMENT
           END-IF.

      *****************************************************************
      ** LEVEL INSTALMENT FOR PRINCIPAL P, MONTHLY RATE R AND N       *
      ** MONTHS: P * R * (1+R)**N / ((1+R)**N - 1), ROUNDED TO THE    *
      ** CENT. (1+R)**N IS BUILT UP ONE MONTH AT A TIME SO NO         *
      ** PRECISION IS LOST TO A FRACTIONAL EXPONENT.                  *
      *****************************************************************
       COMPUTE-LOAN-INSTALMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-TERM-RATE / 1200
           MOVE 1 TO WS-GROWTH
           PERFORM VARYING WS-GROWTH-IDX FROM 1 BY 1
                   UNTIL WS-GROWTH-IDX > WS-TERM-MONTHS
                      OR WS-OPEN-FAILED
               COMPUTE WS-GROWTH ROUNDED =
                       WS-GROWTH * (1 + WS-MONTHLY-RATE)
                   ON SIZE ERROR
                       MOVE 'Rate too high to schedule over this term'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               END-COMPUTE
           END-PERFORM
           IF NOT WS-OPEN-FAILED
               COMPUTE WS-INSTALMENT ROUNDED =
                       WS-OPEN-AMOUNT * WS-MONTHLY-RATE * WS-GROWTH
                       / (WS-GROWTH - 1)
           END-IF.

      *****************************************************************
      ** A PAY-OUT INSTRUCTION MUST NAME ANOTHER OF THIS CUSTOMER'S   *
      ** ACCOUNTS - ONE KEYED READ UNDER THE SAME SSN, SO NO BROWSE   *
      ** IS NEEDED; A TERM DEPOSIT CANNOT PAY OUT INTO ANOTHER TD     *
      *****************************************************************
       CHECK-PAYTO-ACCOUNT.
           IF MATINSI = 'P'
               MOVE SSNI TO SSN OF ACCT-REC-KEY
               MOVE PAYTOI TO NUM OF ACCT-REC-KEY
               EXEC CICS READ DATASET('WBACCTDB-DD')
                         INTO(ACCOUNT-RECORD)
                         LENGTH(LENGTH OF ACCOUNT-RECORD)
                         KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                         RIDFLD(ACCT-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               EVALUATE RESP-CODE
                   WHEN 0
                       IF ACCOUNT-TYPE OF ACCOUNT-RECORD = 'TD'
                           MOVE 'Pay-to account cannot be a TD'
                                TO OPMSG1O
                           MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                       END-IF
                   WHEN DFHRESP-NOTFND
                       MOVE 'Pay-to account not on file for this SSN'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   WHEN OTHER
                       MOVE 'I/O error reading the Account VSAM file'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               END-EVALUATE
           END-IF.

      *****************************************************************
      ** A LOAN IS REPAID FROM ONE OF THE SAME CUSTOMER'S DEPOSIT     *
      ** ACCOUNTS - ONE KEYED READ UNDER THE SAME SSN. A TD CANNOT    *
      ** BE DRAWN ON AND A LOAN CANNOT REPAY ANOTHER LOAN.            *
      *****************************************************************
       CHECK-COLLECT-ACCOUNT.
           MOVE SSNI TO SSN OF ACCT-REC-KEY
           MOVE COLLFRI TO NUM OF ACCT-REC-KEY
           EXEC CICS READ DATASET('WBACCTDB-DD')
                     INTO(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
                     KEYLENGTH(LENGTH OF ACCT-REC-KEY)
                     RIDFLD(ACCT-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   IF ACCOUNT-TYPE OF ACCOUNT-RECORD = 'TD' OR
                      ACCOUNT-TYPE OF ACCOUNT-RECORD = 'LN'
                       MOVE 'Collect-from account cannot be a TD or LN'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   MOVE 'Collect-from account not on file for this SSN'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               WHEN OTHER
                   MOVE 'I/O error reading the Account VSAM file'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** ONE KEYED READ AGAINST THE SSN ALTERNATE INDEX - THE SAME    *
      ** LOOKUP WTIADDC'S CHECK-CUST-SSN USES TO FIND A CUSTOMER BY   *
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** COMPLIANCE HOLD - THE CALLER PUTS THE CUSTOMER'S SSN IN      *
      ** SCRN-SSN. A PENDING OR CONFIRMED SANCTIONS MATCH REFUSES;    *
      ** NO REVIEW RECORD (OR ONE COMPLIANCE HAS CLEARED) PASSES. A   *
      ** REVIEW FILE THAT CANNOT BE READ REFUSES TOO - THE CHECK      *
      ** FAILS CLOSED                                                 *
      *****************************************************************
       CHECK-COMPLIANCE-HOLD.
           EXEC CICS READ DATASET('WBSCRNDB-DD')
                     INTO(SCREEN-RECORD)
                     LENGTH(LENGTH OF SCREEN-RECORD)
                     KEYLENGTH(LENGTH OF SCRN-REC-KEY)
                     RIDFLD(SCRN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   IF SCRN-PENDING OR SCRN-CONFIRMED
                       MOVE 'Customer held for compliance review'
                            TO OPMSG1O
                       MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   END-IF
               WHEN DFHRESP-NOTFND
                   CONTINUE
               WHEN OTHER
                   MOVE 'I/O error reading the compliance file'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
           END-EVALUATE.

      *****************************************************************
      ** WALK THE CUSTOMER'S ACCOUNTS (SSN IS THE LEADING KEY         *
      ** SEGMENT, SAME GENERIC-KEY BROWSE LIST-ACCOUNTS-BY-SSN USES)  *

      *****************************************************************
      ** WRITE THE NEW ACCOUNT-RECORD UNDER SSN + THE ASSIGNED NUM    *
      ** AND AUDIT THE OPENING TO BKAU; A TD'S TERM RECORD (OR A      *
      ** LOAN'S TERMS AND SCHEDULE) FOLLOW AND A FAILURE THERE BACKS  *
      ** THE ACCOUNT OUT WITH THEM                                    *
      *****************************************************************
       WRITE-NEW-ACCOUNT.
           MOVE SSNI TO SSN OF ACCT-REC-KEY
      * an opening balance is cleared funds - available at once
           MOVE WS-OPEN-AMOUNT TO
                ACCOUNT-AVAIL-BALANCE OF ACCOUNT-RECORD
      * a loan opens owing its principal - the debit balance its
      * repayments bring back to zero
           IF WS-ACCOUNT-TYPE = 'LN'
               COMPUTE ACCOUNT-BALANCE OF ACCOUNT-RECORD =
                       WS-OPEN-AMOUNT * -1
               COMPUTE ACCOUNT-AVAIL-BALANCE OF ACCOUNT-RECORD =
                       WS-OPEN-AMOUNT * -1
           END-IF
           EXEC CICS WRITE DATASET('WBACCTDB-DD')
                     FROM(ACCOUNT-RECORD)
                     LENGTH(LENGTH OF ACCOUNT-RECORD)
           END-EXEC
           EVALUATE RESP-CODE
               WHEN 0
                   IF WS-ACCOUNT-TYPE = 'TD'
                       PERFORM WRITE-TERM-RECORD
                   END-IF
                   IF WS-ACCOUNT-TYPE = 'LN'
                       PERFORM WRITE-LOAN-RECORD
                       IF NOT WS-OPEN-FAILED
                           PERFORM WRITE-LOAN-SCHEDULE
                       END-IF
                   END-IF
               WHEN DFHRESP-DUPREC
                   MOVE 'Account number already on file - retry'
                        TO OPMSG1O
                   MOVE 'Error writing the Account VSAM file'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
           END-EVALUATE

           IF NOT WS-OPEN-FAILED
               MOVE ACCOUNT-NUMBER OF ACCOUNT-RECORD TO ACCTNUMO
               MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO ACCTBALO
               MOVE 'Account opened' TO OPMSG1O
               IF WS-ACCOUNT-TYPE = 'TD'
                   MOVE 'Term deposit matures on' TO OPMSG2O
                   MOVE TERM-MATURITY-DATE TO OPMSG2O(25:8)
               END-IF
               IF WS-ACCOUNT-TYPE = 'LN'
                   MOVE WS-INSTALMENT TO WS-INSTALMENT-EDIT
                   MOVE 'Instalment' TO OPMSG2O
                   MOVE WS-INSTALMENT-EDIT TO OPMSG2O(12:19)
                   MOVE 'first due' TO OPMSG2O(32:9)
                   MOVE LOAN-FIRST-DUE-DATE TO OPMSG2O(42:8)
               END-IF
               MOVE ACCTNUMO TO AU-DETAIL
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-LOG-MSG
           END-IF.

      *****************************************************************
      ** RECORD THE CERTIFICATE TERMS ON WBTERMDB UNDER THE NEW       *
      ** ACCOUNT'S KEY - ACTIVE, NO NOTICE SENT YET. THE ACCOUNT IS   *
      ** ALREADY WRITTEN, SO A FAILURE ROLLS IT BACK RATHER THAN      *
      ** LEAVE A TD WITH NO TERMS FOR WGRVBJ05 AND WGRVBJ20 TO USE    *
      *****************************************************************
       WRITE-TERM-RECORD.
           MOVE SSN OF ACCT-REC-KEY TO TERM-SSN
           MOVE NUM OF ACCT-REC-KEY TO TERM-NUM
           MOVE WS-OPEN-AMOUNT TO TERM-PRINCIPAL
           MOVE WS-TERM-MONTHS TO TERM-MONTHS
           MOVE WS-TERM-RATE TO TERM-RATE-PCT
           MOVE WS-TODAY-NUM TO TERM-OPEN-DATE
           MOVE WS-MATURITY-DATE TO TERM-MATURITY-DATE
           MOVE MATINSI TO TERM-INSTRUCTION
           MOVE SPACES TO TERM-PAYTO-ACCOUNT
           IF TERM-PAY-OUT
               MOVE PAYTOI TO TERM-PAYTO-ACCOUNT
           END-IF
           MOVE 'A' TO TERM-STATUS
           MOVE SPACES TO TERM-NOTICE-DATE
           EXEC CICS WRITE DATASET('WBTERMDB-DD')
                     FROM(TERM-RECORD)
                     LENGTH(LENGTH OF TERM-RECORD)
                     KEYLENGTH(LENGTH OF TERM-REC-KEY)
                     RIDFLD(TERM-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               MOVE 'Error writing the Term Deposit VSAM file'
                    TO OPMSG1O
               MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

      *****************************************************************
      ** RECORD THE LOAN TERMS ON WBLOANDB UNDER THE NEW ACCOUNT'S    *
      ** KEY - ACTIVE, NOTHING PAID, NOTHING IN ARREARS. AS FOR A TD, *
      ** A FAILURE ROLLS THE ACCOUNT BACK WITH IT                     *
      *****************************************************************
       WRITE-LOAN-RECORD.
           MOVE SSN OF ACCT-REC-KEY TO LOAN-SSN
           MOVE NUM OF ACCT-REC-KEY TO LOAN-NUM
           MOVE WS-OPEN-AMOUNT TO LOAN-PRINCIPAL
           MOVE WS-TERM-RATE TO LOAN-RATE-PCT
           MOVE WS-TERM-MONTHS TO LOAN-TERM-MONTHS
           MOVE WS-REPAY-DAY TO LOAN-REPAY-DAY
           MOVE COLLFRI TO LOAN-COLLECT-ACCOUNT
           MOVE WS-INSTALMENT TO LOAN-INSTALMENT
           MOVE WS-TODAY-NUM TO LOAN-OPEN-DATE
           MOVE 'A' TO LOAN-STATUS
           MOVE ZERO TO LOAN-PAID-COUNT
           MOVE SPACES TO LOAN-LAST-PAID-DATE
           MOVE ZERO TO LOAN-ARREARS-COUNT
           MOVE ZERO TO LOAN-ARREARS-AMOUNT
           MOVE ZERO TO LOAN-DAYS-PAST-DUE
           MOVE SPACES TO LOAN-DELINQ-BUCKET
           EXEC CICS WRITE DATASET('WBLOANDB-DD')
                     FROM(LOAN-RECORD)
                     LENGTH(LENGTH OF LOAN-RECORD)
                     KEYLENGTH(LENGTH OF LOAN-REC-KEY)
                     RIDFLD(LOAN-REC-KEY)
                     RESP(RESP-CODE)
           END-EXEC
           IF RESP-CODE NOT = 0
               MOVE 'Error writing the Loan VSAM file' TO OPMSG1O
               MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

      *****************************************************************
      ** WRITE ONE WBLSCHDB LINE PER INSTALMENT, ALL UNPAID. EACH     *
      ** MONTH'S INTEREST IS A TWELFTH OF THE ANNUAL RATE ON THE      *
      ** PRINCIPAL STILL OWED; THE REST OF THE INSTALMENT REPAYS      *
      ** PRINCIPAL. ANY WRITE FAILURE ROLLS BACK THE ACCOUNT, THE     *
      ** LOAN RECORD AND THE LINES ALREADY WRITTEN.                   *
      *****************************************************************
       WRITE-LOAN-SCHEDULE.
           MOVE WS-TODAY-NUM TO WS-OPEN-DATE
           MOVE WS-OPEN-AMOUNT TO WS-SCHED-BALANCE
           PERFORM VARYING LSCH-INSTALMENT-NO FROM 1 BY 1
                   UNTIL LSCH-INSTALMENT-NO > WS-TERM-MONTHS
                      OR WS-OPEN-FAILED
               PERFORM BUILD-SCHEDULE-LINE
               EXEC CICS WRITE DATASET('WBLSCHDB-DD')
                         FROM(LSCH-RECORD)
                         LENGTH(LENGTH OF LSCH-RECORD)
                         KEYLENGTH(LENGTH OF LSCH-REC-KEY)
                         RIDFLD(LSCH-REC-KEY)
                         RESP(RESP-CODE)
               END-EXEC
               IF RESP-CODE NOT = 0
                   MOVE 'Error writing the Loan Schedule VSAM file'
                        TO OPMSG1O
                   MOVE 'Y' TO WS-OPEN-FAIL-SWITCH
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-PERFORM.

      *****************************************************************
      ** ONE SCHEDULE LINE - DUE ON THE REPAYMENT DAY OF THE N'TH     *
      ** MONTH AFTER OPENING. THE LAST INSTALMENT TAKES WHATEVER      *
      ** PRINCIPAL ROUNDING HAS LEFT, SO THE SCHEDULE ALWAYS ENDS     *
      ** OWING NOTHING                                                *
      *****************************************************************
       BUILD-SCHEDULE-LINE.
           MOVE SSN OF ACCT-REC-KEY TO LSCH-SSN
           MOVE NUM OF ACCT-REC-KEY TO LSCH-NUM
           MOVE WS-OPEN-YEAR TO WS-DUE-YEAR
           COMPUTE WS-MONTH-COUNT =
                   WS-OPEN-MONTH - 1 + LSCH-INSTALMENT-NO
           DIVIDE WS-MONTH-COUNT BY 12
                  GIVING WS-YEAR-ADD
                  REMAINDER WS-MONTH-COUNT
           ADD WS-YEAR-ADD TO WS-DUE-YEAR
           COMPUTE WS-DUE-MONTH = WS-MONTH-COUNT + 1
           MOVE WS-REPAY-DAY TO WS-DUE-DAY
           IF LSCH-INSTALMENT-NO = 1
               MOVE WS-DUE-DATE TO LOAN-FIRST-DUE-DATE
           END-IF

           COMPUTE WS-SCHED-INTEREST ROUNDED =
                   WS-SCHED-BALANCE * WS-TERM-RATE / 1200
           COMPUTE WS-SCHED-PRINCIPAL =
                   WS-INSTALMENT - WS-SCHED-INTEREST
           IF LSCH-INSTALMENT-NO = WS-TERM-MONTHS OR
              WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
               MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
           END-IF
           SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE

           MOVE WS-DUE-DATE TO LSCH-DUE-DATE
           MOVE WS-SCHED-PRINCIPAL TO LSCH-PRINCIPAL
           MOVE WS-SCHED-INTEREST TO LSCH-INTEREST
           MOVE WS-SCHED-BALANCE TO LSCH-BALANCE
           MOVE 'U' TO LSCH-STATUS
           MOVE SPACES TO LSCH-PAID-DATE.

      *****************************************************************
      ** SEND THE RESULT SCREEN                                       *
