      * Debit-interest accrual cursor - the latest negative
      * end-of-day balance per open account/currency from the
      * snapshots ADB_CALC maintains. An authorized overdraft is no
      * longer free credit. A balance OD_CHARGEOFF has aged past the
      * debit-block milestone or charged off accrues nothing more
       EXEC SQL
           DECLARE DEBIT_ACCRUAL_CURSOR CURSOR FOR
           SELECT DB.ACC_ID, DB.CURRENCY, DB.EOD_BALANCE,
           JOIN dbo.Accounts A ON A.ACC_ID = DB.ACC_ID
           WHERE A.STATUS = 'O'
             AND DB.EOD_BALANCE < 0
             AND NOT EXISTS
                 (SELECT 1 FROM dbo.OverdrawnAccounts O
                  WHERE O.ACC_ID = DB.ACC_ID
                    AND O.CURRENCY = DB.CURRENCY
                    AND O.STAGE IN ('B', 'C'))
             AND DB.BAL_DATE =
                 (SELECT MAX(DB2.BAL_DATE)
                  FROM dbo.AccountDailyBalances DB2

      * Debit-interest capitalization cursor - overdrawn-interest
      * buckets cycling today, charged as one distinct DEBIT-INT
      * transaction each. Nothing is charged to a blocked or
      * charged-off balance
       EXEC SQL
           DECLARE DEBIT_CAP_CURSOR CURSOR FOR
           SELECT B.ACC_ID, B.CURRENCY, B.ACCRUED_AMOUNT
           JOIN dbo.Accounts A ON A.ACC_ID = B.ACC_ID
           WHERE A.STATUS = 'O'
             AND B.ACCRUED_AMOUNT < 0
             AND NOT EXISTS
                 (SELECT 1 FROM dbo.OverdrawnAccounts O
                  WHERE O.ACC_ID = B.ACC_ID
                    AND O.CURRENCY = B.CURRENCY
                    AND O.STAGE IN ('B', 'C'))
             AND (COALESCE(A.STMT_CYCLE_DAY, 1) = :SQL-CYCLE-DAY
                  OR (:SQL-MONTH-END-FLAG = 'Y'
                      AND COALESCE(A.STMT_CYCLE_DAY, 1)
