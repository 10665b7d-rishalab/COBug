      *    limit, the excess beyond the limit if any, and how many     *
      *    days the account has been overdrawn - counted from the      *
      *    account's run of consecutive negative WBSNAPDB snapshots,   *
      *    the nightly history WGRVBJ08 writes. An LN (instalment      *
      *    loan) owes its principal as a negative balance by design    *
      *    and is left off; missed loan instalments are reported by    *
      *    WGRVBJ26 on the delinquency report instead.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WGRVBJ10.
      *----------------------------------------------------------------*
      * One account: only a negative balance makes the report. The     *
      * excess is how far past the authorized limit the balance sits   *
      * (zero while the overdraft stays inside its limit). A loan's    *
      * debit balance is not an overdraft.                             *
      *----------------------------------------------------------------*
       CHECK-ACCOUNT-OVERDRAWN.
           ADD 1 TO WS-ACCOUNT-COUNT.

           IF ACCOUNT-BALANCE < ZERO AND ACCOUNT-TYPE NOT = 'LN'
               ADD 1 TO WS-OVERDRAWN-COUNT
               COMPUTE WS-EXCESS =
                       (ACCOUNT-BALANCE + ACCOUNT-OD-LIMIT) * -1
