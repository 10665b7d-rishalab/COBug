      *    minimum goes to the WGRVYIRX extract, and a control report  *
      *    with the grand total of ALL interest credited in the year   *
      *    goes to WGRVYIRR - that figure must tie back to the sum of  *
      *    the twelve monthly accrual runs. LN (instalment loan)       *
      *    accounts are skipped - their type-I movements are interest  *
      *    charged by WGRVBJ26, not interest earned.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ16.
                   IF SSN OF ACCT-REC-KEY NOT = WS-TARGET-SSN
                       MOVE 'Y' TO WS-ACCT-STOP-SWITCH
                   ELSE
                       IF ACCOUNT-TYPE NOT = 'LN'
                           PERFORM SUM-ACCOUNT-INTEREST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
                          AND TRANSACTION-DATE(1:4) = WS-REPORT-YEAR
                          AND TRANSACTION-REVERSAL-OF = ZERO
                          AND TRANSACTION-REVERSED-FLAG NOT = 'Y'
                          AND TRANSACTION-REVERSED-FLAG NOT = 'R'
                           ADD TRANSACTION-AMOUNT TO WS-CUST-INTEREST
                       END-IF
                   END-IF
