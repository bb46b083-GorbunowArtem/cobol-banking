      *          posts them (with the offsetting leg against
      *          WS-CONTRA-ACC-FEE), and every assessment AND every
      *          waiver goes on the fee register with its reason.
      *          Account types with analysis prices in effect on
      *          dbo.AnalysisUnitPrices are priced by ACCT_ANALYSIS
      *          instead and are skipped here.
      * Input:   dbo.Accounts, dbo.AccountBalances,
      *          dbo.AverageDailyBalances, dbo.Transactions
      * Output:  dbo.Transactions (TX_TYPE = 'FEE', unposted)
       01  SQL-CUSTOMER-CTD-ADB        PIC S9(16)V99 COMP-3.
       01  SQL-SCHED-GRACE-DAYS        PIC S9(9) COMP-5.
       01  SQL-SCHED-ACC-TYPE          PIC X(16).
       01  SQL-FEE-TX-ID               PIC 9(18) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator - a waiver raises no FEE transaction to link
       01  SQL-FEE-TX-ID-NULL          PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Accounts cycling today, one row per currency carried. An
      * ACC_TYPE priced on account analysis is left to ACCT_ANALYSIS
       EXEC SQL
           DECLARE FEE_CURSOR CURSOR FOR
           SELECT AB.ACC_ID, AB.CURRENCY, A.ACC_TYPE,
                  OR (:SQL-MONTH-END-FLAG = 'Y'
                      AND COALESCE(A.STMT_CYCLE_DAY, 1)
                          >= :SQL-CYCLE-DAY))
             AND NOT EXISTS
                 (SELECT 1 FROM dbo.AnalysisUnitPrices P
                  WHERE P.ACC_TYPE = A.ACC_TYPE
                    AND P.EFF_FROM_DATE <= :SQL-BUS-DATE
                    AND (P.EFF_TO_DATE IS NULL
                         OR P.EFF_TO_DATE >= :SQL-BUS-DATE))
           ORDER BY AB.ACC_ID, AB.CURRENCY
       END-EXEC.


      ******************************************************************
      * INSERT-FEE-TRANSACTION: One unposted FEE transaction for
      * POST_LEDGER to pick up tonight, keeping its TX_ID for the
      * decision log
      ******************************************************************
       INSERT-FEE-TRANSACTION SECTION.
      *    Fees round to the account currency's true minor unit
               MOVE 'Fee transaction insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO INSERT-FEE-TRANSACTION-EXIT
           END-IF.

      *    The new TX_ID goes onto the decision log row, the link a
      *    fee refund cites; the fee itself stands even if it cannot
      *    be read back, so SQLCODE is left showing the insert
           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-FEE-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-FEE-TX-ID
               MOVE 0 TO SQLCODE
           END-IF.
       INSERT-FEE-TRANSACTION-EXIT.
           EXIT.
               MOVE ZERO TO SQL-LOG-ASSESSED
               COMPUTE SQL-LOG-WAIVED =
                   FUNCTION ABS(WS-FEE-AMOUNT)
               MOVE ZERO TO SQL-FEE-TX-ID
               MOVE -1 TO SQL-FEE-TX-ID-NULL
           ELSE
               COMPUTE SQL-LOG-ASSESSED =
                   FUNCTION ABS(WS-FEE-AMOUNT)
               MOVE ZERO TO SQL-LOG-WAIVED
               MOVE 0 TO SQL-FEE-TX-ID-NULL
           END-IF.

           EXEC SQL
                   AMOUNT_ASSESSED,
                   AMOUNT_WAIVED,
                   WAIVER_REASON_CODE,
                   TX_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-LOG-ASSESSED,
                   :SQL-LOG-WAIVED,
                   :SQL-WAIVER-REASON,
                   :SQL-FEE-TX-ID:SQL-FEE-TX-ID-NULL,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
