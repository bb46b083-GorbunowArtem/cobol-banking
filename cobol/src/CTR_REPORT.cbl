      * joint account's cash activity aggregates under EVERY active
      * holder on dbo.AccountHolders - each reportable person
      * carries the full amount - while an account with no holder
      * rows aggregates under its CUSTOMER_ID as always. A
      * payable-on-death beneficiary has no say over the account's
      * cash and is not a holder for reporting
       EXEC SQL
           DECLARE CTR_CURSOR CURSOR FOR
           SELECT HC.CUSTOMER_ID,
                        FROM dbo.AccountHolders H
                        WHERE H.ACC_ID = A.ACC_ID
                          AND H.STATUS = 'A'
                          AND H.HOLDER_ROLE <> 'POD'
                        UNION
                        SELECT A.CUSTOMER_ID
                        WHERE NOT EXISTS
                          (SELECT 1 FROM dbo.AccountHolders H2
                           WHERE H2.ACC_ID = A.ACC_ID
                             AND H2.STATUS = 'A'
                             AND H2.HOLDER_ROLE <> 'POD')) HC
           LEFT JOIN dbo.FxRates FX ON FX.CURRENCY = T.CURRENCY
               AND FX.AS_OF_UTC = (SELECT MAX(FX2.AS_OF_UTC)
                                    FROM dbo.FxRates FX2
