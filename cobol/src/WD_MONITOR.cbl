      * Purpose: Police the withdrawal limit on savings products.
      *          Each night, every open SAVINGS or MONEY_MARKET
      *          account whose posted withdrawal-type transactions
      *          (WITHDRAWAL, outbound TRANSFER and the OD-PROTECT
      *          transfers POST_LEDGER draws for overdraft
      *          protection, which it also refuses once the
      *          allowance is used up) in the current
      *          statement cycle exceed the configured limit takes
      *          one strike for the cycle on dbo.WithdrawalStrikes
      *          and the holder is warned through the notification
           WHERE A.STATUS = 'O'
             AND A.ACC_TYPE IN ('SAVINGS', 'MONEY_MARKET')
             AND T.POSTED_FLAG = 'Y'
             AND T.TX_TYPE IN ('WITHDRAWAL', 'TRANSFER',
                               'OD-PROTECT')
             AND T.VALUE_DATE >= CONVERT(CHAR(10), CASE
                      WHEN DAY(CAST(:SQL-BUS-DATE AS DATE))
                           >= COALESCE(A.STMT_CYCLE_DAY, 1)
