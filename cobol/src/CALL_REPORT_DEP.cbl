       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALL-REPORT-DEP.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * CALL_REPORT_DEP - Quarterly Call Report Deposit Schedule
      ******************************************************************
      * Purpose: Produce the deposit schedule of the quarterly
      *          regulatory condition report straight from the
      *          quarter-end close of business. Every deposit
      *          account (loans and house accounts excepted) is
      *          taken at its end-of-day balance on the last
      *          dbo.AccountDailyBalances snapshot on or before the
      *          quarter-end, converted to the base currency at the
      *          quarter-end dbo.FxRates, and classified:
      *            TRANSACTION - CHECKING accounts
      *            SAVINGS     - non-transaction: SAVINGS,
      *                          MONEY_MARKET and any other type
      *            TIME        - non-transaction: CD
      *          and by ownership of the account's customer -
      *          BUSINESS where the TAX_ID is an employer number
      *          (NN-NNNNNNN), INDIVIDUAL otherwise. Overdrawn
      *          accounts are shown apart as overdrafts, since they
      *          are reported among loans. Time deposits are
      *          bucketed by size (at or under WS-DI-COVERAGE-LIMIT,
      *          or over it) and by remaining maturity from the CD's
      *          MATURITY_DATE, with the account count per bucket.
      *          Interest expense is the quarter's posted INTEREST
      *          net of its reversals. The schedule ties out per
      *          currency to the deposit accounts' ledger position -
      *          their dbo.LedgerEntries legs through the snapshot
      *          date, rolled up by GL code and currency as
      *          TRIAL_BALANCE does - and any difference is flagged
      *          and ends the step with return code 4.
      *          PARM/command line: YYYY-Qn reports that quarter;
      *          left blank, the nightly run reports the quarter
      *          just ended on the first business date after it,
      *          and produces nothing on any other night.
      * Input:   dbo.AccountDailyBalances, dbo.Accounts,
      *          dbo.Customers, dbo.Transactions, dbo.LedgerEntries,
      *          dbo.FxRates
      * Output:  data/out/call_report_deposits.csv
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: PROGRAM=CALL_REPORT_DEP
      * LINEAGE: SRC=sqlserver.dbo.AccountDailyBalances(ACC_ID,
      *               CURRENCY,BAL_DATE,EOD_BALANCE)
      * LINEAGE: SRC=sqlserver.dbo.Accounts(ACC_ID,ACC_TYPE,
      *               CUSTOMER_ID,MATURITY_DATE)
      * LINEAGE: SRC=sqlserver.dbo.Customers(CUSTOMER_ID,TAX_ID)
      * LINEAGE: SRC=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,POSTED_FLAG,TX_TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.LedgerEntries(ACC_ID,GL_CODE,
      *               CURRENCY,DEBIT,CREDIT,POSTED_TS_UTC)
      * LINEAGE: TGT=csv.filesystem.call_report_deposits.csv(SECTION,
      *               LINE_ITEM,DETAIL,CURRENCY,ACCOUNT_COUNT,AMOUNT,
      *               LEDGER_AMOUNT,DIFFERENCE,STATUS)
      * LINEAGE: MAP=EOD_BALANCE -> AMOUNT [FX CONVERT, SUM BY
      *               CATEGORY, OWNERSHIP, SIZE AND MATURITY BUCKET]
      * LINEAGE: MAP=CREDIT,DEBIT -> LEDGER_AMOUNT [SUM(CREDIT) -
      *               SUM(DEBIT) BY CURRENCY]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-RPT
               ASSIGN TO "data/out/call_report_deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-RPT-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-RPT.
       01  SCHEDULE-RPT-RECORD         PIC X(256).

       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.
       COPY RUN-CONTROL.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(16)
                                        VALUE 'CALL_REPORT_DEP_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-SCHEDULE-RPT-STATUS      PIC XX.
           88  SCHEDULE-RPT-OK         VALUE '00'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * PARM/command line: the quarter to report, YYYY-Qn
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-QTR-PARM-FLAG            PIC X VALUE 'N'.
           88  QUARTER-FROM-PARM       VALUE 'Y'.
       01  WS-BUS-MONTH                PIC 9(2).

      * Reporting quarter and its first and last days
       01  WS-QTR-YEAR                 PIC 9(4).
       01  WS-QTR-NO                   PIC 9(1).
       01  WS-QTR-START-YYYYMMDD       PIC 9(8).
       01  WS-QTR-START-PARTS REDEFINES WS-QTR-START-YYYYMMDD.
           05  WS-QTR-START-YEAR       PIC 9(4).
           05  WS-QTR-START-MONTH      PIC 9(2).
           05  WS-QTR-START-DAY        PIC 9(2).
       01  WS-NEXT-QTR-YYYYMMDD        PIC 9(8).
       01  WS-NEXT-QTR-PARTS REDEFINES WS-NEXT-QTR-YYYYMMDD.
           05  WS-NEXT-QTR-YEAR        PIC 9(4).
           05  WS-NEXT-QTR-MONTH       PIC 9(2).
           05  WS-NEXT-QTR-DAY         PIC 9(2).
       01  WS-QTR-END-YYYYMMDD         PIC 9(8).
       01  WS-QTR-END-PARTS REDEFINES WS-QTR-END-YYYYMMDD.
           05  WS-QTR-END-YEAR         PIC 9(4).
           05  WS-QTR-END-MONTH        PIC 9(2).
           05  WS-QTR-END-DAY          PIC 9(2).
       01  WS-QTR-LABEL                PIC X(7).

      * Nightly run: whether tonight is the first business date
      * after a quarter-end
       01  WS-SCHEDULE-DUE-FLAG        PIC X VALUE 'Y'.
           88  SCHEDULE-IS-DUE         VALUE 'Y'.

      * Schedule line building
       01  WS-RPT-LINE                 PIC X(256).
       01  WS-LINE-SECTION             PIC X(12).
       01  WS-LINE-ITEM                PIC X(24).
       01  WS-LINE-DETAIL              PIC X(24).
       01  WS-LINE-CURRENCY            PIC X(3).
       01  WS-LINE-COUNT               PIC S9(9) COMP-5.
       01  WS-LINE-AMOUNT              PIC S9(16)V99 COMP-3.
       01  WS-LINE-LEDGER              PIC S9(16)V99 COMP-3.
       01  WS-LINE-DIFFERENCE          PIC S9(16)V99 COMP-3.
       01  WS-LINE-STATUS              PIC X(10).
       01  WS-LINE-HAS-LEDGER-FLAG     PIC X VALUE 'N'.
           88  LINE-HAS-LEDGER         VALUE 'Y'.
       01  WS-COUNT-DISP               PIC Z(8)9.
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-LEDGER-DISP              PIC -(14)9.99.
       01  WS-DIFFERENCE-DISP          PIC -(14)9.99.

      * Schedule totals in the base currency
       01  WS-TRANSACTION-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TRANSACTION-TOTAL        PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-NONTRANS-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-NONTRANS-TOTAL           PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-INDIVIDUAL-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-INDIVIDUAL-TOTAL         PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-BUSINESS-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-BUSINESS-TOTAL           PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-OVERDRAFT-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-OVERDRAFT-TOTAL          PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-DEPOSIT-TOTAL            PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-TIME-BUCKET-COUNT        PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TIME-BUCKET-TOTAL        PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-INTEREST-TOTAL           PIC S9(16)V99 COMP-3
                                        VALUE ZERO.

      * Counters
       01  WS-SCHEDULE-LINES           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-MISSING-FX-ACCOUNTS      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CURRENCIES-TIED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CURRENCIES-DIFFERENT     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-BASE-CCY                PIC X(3).
       01  SQL-SIZE-LIMIT              PIC S9(16)V99 COMP-3.
       01  SQL-QTR-START-DATE          PIC X(10).
       01  SQL-QTR-END-DATE            PIC X(10).
       01  SQL-SNAPSHOT-DATE           PIC X(10).
       01  SQL-PRIOR-SNAPSHOT-DATE     PIC X(10).
       01  SQL-CATEGORY                PIC X(12).
       01  SQL-OWNERSHIP               PIC X(12).
       01  SQL-SIZE-BUCKET             PIC X(12).
       01  SQL-MATURITY-BUCKET         PIC X(16).
       01  SQL-SORT-KEY                PIC S9(9) COMP-5.
       01  SQL-GL-CODE                 PIC X(6).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-ACCOUNT-COUNT           PIC S9(9) COMP-5.
       01  SQL-AMOUNT                  PIC S9(16)V99 COMP-3.
       01  SQL-OVERDRAFT-COUNT         PIC S9(9) COMP-5.
       01  SQL-OVERDRAFT-AMOUNT        PIC S9(16)V99 COMP-3.
       01  SQL-MISSING-FX              PIC S9(9) COMP-5.
       01  SQL-SCHEDULE-NATIVE         PIC S9(16)V99 COMP-3.
       01  SQL-LEDGER-NATIVE           PIC S9(16)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  SQL-SNAPSHOT-DATE-NULL      PIC S9(4) COMP-5.
       01  SQL-PRIOR-SNAPSHOT-NULL     PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Deposit composition: every deposit account at its snapshot
      * balance in the base currency, by category and ownership -
      * balances above zero are deposits, below zero overdrafts.
      * Accounts holding a currency with no quarter-end rate are
      * counted apart and left out of the amounts
       EXEC SQL
           DECLARE COMPOSITION_CURSOR CURSOR FOR
           SELECT D.CATEGORY, D.OWNERSHIP,
                  CASE D.CATEGORY WHEN 'TRANSACTION' THEN 1
                                  WHEN 'SAVINGS' THEN 2
                                  ELSE 3 END,
                  SUM(CASE WHEN D.MISSING_FX = 0
                            AND D.BAL_BASE > 0
                           THEN 1 ELSE 0 END),
                  COALESCE(SUM(CASE WHEN D.MISSING_FX = 0
                                     AND D.BAL_BASE > 0
                                    THEN D.BAL_BASE ELSE 0 END), 0),
                  SUM(CASE WHEN D.MISSING_FX = 0
                            AND D.BAL_BASE < 0
                           THEN 1 ELSE 0 END),
                  COALESCE(SUM(CASE WHEN D.MISSING_FX = 0
                                     AND D.BAL_BASE < 0
                                    THEN D.BAL_BASE ELSE 0 END), 0),
                  SUM(CASE WHEN D.MISSING_FX > 0
                           THEN 1 ELSE 0 END)
           FROM (SELECT A.ACC_ID,
                        CASE WHEN A.ACC_TYPE = 'CHECKING'
                             THEN 'TRANSACTION'
                             WHEN A.ACC_TYPE = 'CD' THEN 'TIME'
                             ELSE 'SAVINGS' END AS CATEGORY,
                        CASE WHEN C.TAX_ID LIKE '__-%'
                              AND LEN(C.TAX_ID) = 10
                             THEN 'BUSINESS'
                             ELSE 'INDIVIDUAL' END AS OWNERSHIP,
                        SUM(CASE WHEN B.CURRENCY = :SQL-BASE-CCY
                                 THEN B.EOD_BALANCE
                                 ELSE B.EOD_BALANCE * FX.RATE_TO_BASE
                            END) AS BAL_BASE,
                        SUM(CASE WHEN B.CURRENCY <> :SQL-BASE-CCY
                                  AND FX.RATE_TO_BASE IS NULL
                                 THEN 1 ELSE 0 END) AS MISSING_FX
                 FROM dbo.AccountDailyBalances B
                 JOIN dbo.Accounts A ON A.ACC_ID = B.ACC_ID
                 LEFT JOIN dbo.Customers C
                   ON C.CUSTOMER_ID = A.CUSTOMER_ID
                 LEFT JOIN dbo.FxRates FX
                   ON FX.CURRENCY = B.CURRENCY
                  AND FX.AS_OF_UTC =
                      (SELECT MAX(FX2.AS_OF_UTC)
                       FROM dbo.FxRates FX2
                       WHERE FX2.CURRENCY = FX.CURRENCY
                         AND CAST(FX2.AS_OF_UTC AS DATE)
                             <= CAST(:SQL-QTR-END-DATE AS DATE))
                 WHERE B.BAL_DATE = :SQL-SNAPSHOT-DATE
                   AND A.ACC_TYPE <> 'LOAN'
                   AND A.ACC_ID NOT LIKE 'HOUSE-%'
                 GROUP BY A.ACC_ID, A.ACC_TYPE, C.TAX_ID) D
           GROUP BY D.CATEGORY, D.OWNERSHIP
           ORDER BY 3, D.OWNERSHIP
       END-EXEC.

      * Time deposits with a balance, by size against the coverage
      * limit and by remaining maturity from the quarter-end - a CD
      * already matured and not yet rolled over is due now, so it
      * falls in the shortest bucket
       EXEC SQL
           DECLARE TIME_BUCKET_CURSOR CURSOR FOR
           SELECT K.SIZE_BUCKET, K.MATURITY_BUCKET,
                  K.SIZE_ORDER * 10 + K.MATURITY_ORDER,
                  COUNT(*),
                  SUM(D.BAL_BASE)
           FROM (SELECT A.ACC_ID, A.MATURITY_DATE,
                        SUM(CASE WHEN B.CURRENCY = :SQL-BASE-CCY
                                 THEN B.EOD_BALANCE
                                 ELSE B.EOD_BALANCE * FX.RATE_TO_BASE
                            END) AS BAL_BASE,
                        SUM(CASE WHEN B.CURRENCY <> :SQL-BASE-CCY
                                  AND FX.RATE_TO_BASE IS NULL
                                 THEN 1 ELSE 0 END) AS MISSING_FX
                 FROM dbo.AccountDailyBalances B
                 JOIN dbo.Accounts A ON A.ACC_ID = B.ACC_ID
                 LEFT JOIN dbo.FxRates FX
                   ON FX.CURRENCY = B.CURRENCY
                  AND FX.AS_OF_UTC =
                      (SELECT MAX(FX2.AS_OF_UTC)
                       FROM dbo.FxRates FX2
                       WHERE FX2.CURRENCY = FX.CURRENCY
                         AND CAST(FX2.AS_OF_UTC AS DATE)
                             <= CAST(:SQL-QTR-END-DATE AS DATE))
                 WHERE B.BAL_DATE = :SQL-SNAPSHOT-DATE
                   AND A.ACC_TYPE = 'CD'
                   AND A.ACC_ID NOT LIKE 'HOUSE-%'
                 GROUP BY A.ACC_ID, A.MATURITY_DATE) D
           CROSS APPLY (SELECT CASE WHEN D.BAL_BASE <= :SQL-SIZE-LIMIT
                                    THEN 'AT OR UNDER'
                                    ELSE 'OVER LIMIT' END
                                   AS SIZE_BUCKET,
                               CASE WHEN D.BAL_BASE <= :SQL-SIZE-LIMIT
                                    THEN 1 ELSE 2 END
                                   AS SIZE_ORDER,
                               CASE WHEN D.MATURITY_DATE IS NULL
                                    THEN 'NO MATURITY'
                                    WHEN D.MATURITY_DATE <=
                                         DATEADD(MONTH, 3, QE.QTR_END)
                                    THEN '3 MONTHS OR LESS'
                                    WHEN D.MATURITY_DATE <=
                                         DATEADD(MONTH, 12, QE.QTR_END)
                                    THEN '3 TO 12 MONTHS'
                                    WHEN D.MATURITY_DATE <=
                                         DATEADD(YEAR, 3, QE.QTR_END)
                                    THEN '1 TO 3 YEARS'
                                    ELSE 'OVER 3 YEARS' END
                                   AS MATURITY_BUCKET,
                               CASE WHEN D.MATURITY_DATE IS NULL
                                    THEN 5
                                    WHEN D.MATURITY_DATE <=
                                         DATEADD(MONTH, 3, QE.QTR_END)
                                    THEN 1
                                    WHEN D.MATURITY_DATE <=
                                         DATEADD(MONTH, 12, QE.QTR_END)
                                    THEN 2
                                    WHEN D.MATURITY_DATE <=
                                         DATEADD(YEAR, 3, QE.QTR_END)
                                    THEN 3
                                    ELSE 4 END
                                   AS MATURITY_ORDER
                        FROM (SELECT CAST(:SQL-QTR-END-DATE AS DATE)
                                     AS QTR_END) QE) K
           WHERE D.MISSING_FX = 0
             AND D.BAL_BASE > 0
           GROUP BY K.SIZE_BUCKET, K.MATURITY_BUCKET,
                    K.SIZE_ORDER, K.MATURITY_ORDER
           ORDER BY 3
       END-EXEC.

      * Interest expense for the quarter: posted INTEREST credited
      * to deposit accounts, net of any REVERSAL of it, by category
       EXEC SQL
           DECLARE INTEREST_CURSOR CURSOR FOR
           SELECT CASE WHEN A.ACC_TYPE = 'CHECKING'
                       THEN 'TRANSACTION'
                       WHEN A.ACC_TYPE = 'CD' THEN 'TIME'
                       ELSE 'SAVINGS' END,
                  MIN(CASE WHEN A.ACC_TYPE = 'CHECKING' THEN 1
                           WHEN A.ACC_TYPE = 'CD' THEN 3
                           ELSE 2 END),
                  COUNT(DISTINCT T.ACC_ID),
                  COALESCE(SUM(CASE WHEN T.CURRENCY = :SQL-BASE-CCY
                                    THEN T.AMOUNT
                                    ELSE T.AMOUNT * FX.RATE_TO_BASE
                               END), 0),
                  SUM(CASE WHEN T.CURRENCY <> :SQL-BASE-CCY
                            AND FX.RATE_TO_BASE IS NULL
                           THEN 1 ELSE 0 END)
           FROM dbo.Transactions T
           JOIN dbo.Accounts A ON A.ACC_ID = T.ACC_ID
           LEFT JOIN dbo.FxRates FX
             ON FX.CURRENCY = T.CURRENCY
            AND FX.AS_OF_UTC =
                (SELECT MAX(FX2.AS_OF_UTC)
                 FROM dbo.FxRates FX2
                 WHERE FX2.CURRENCY = FX.CURRENCY
                   AND CAST(FX2.AS_OF_UTC AS DATE)
                       <= CAST(:SQL-QTR-END-DATE AS DATE))
           WHERE T.POSTED_FLAG = 'Y'
             AND (T.TX_TYPE = 'INTEREST'
                  OR (T.TX_TYPE = 'REVERSAL'
                      AND EXISTS (SELECT 1
                                  FROM dbo.Transactions TO2
                                  WHERE TO2.TX_ID = T.REFERENCE_TX_ID
                                    AND TO2.TX_TYPE = 'INTEREST')))
             AND CAST(T.TX_TS_UTC AS DATE) >=
                 CAST(:SQL-QTR-START-DATE AS DATE)
             AND CAST(T.TX_TS_UTC AS DATE) <=
                 CAST(:SQL-QTR-END-DATE AS DATE)
             AND A.ACC_TYPE <> 'LOAN'
             AND A.ACC_ID NOT LIKE 'HOUSE-%'
           GROUP BY CASE WHEN A.ACC_TYPE = 'CHECKING'
                         THEN 'TRANSACTION'
                         WHEN A.ACC_TYPE = 'CD' THEN 'TIME'
                         ELSE 'SAVINGS' END
           ORDER BY 2
       END-EXEC.

      * The deposit accounts' ledger position through the snapshot
      * date, by GL code and currency: their legs on
      * dbo.LedgerEntries, credits less debits, rolled up on the
      * same posting-date basis as TRIAL_BALANCE
       EXEC SQL
           DECLARE LEDGER_GL_CURSOR CURSOR FOR
           SELECT LE.GL_CODE, LE.CURRENCY,
                  COUNT(DISTINCT LE.ACC_ID),
                  SUM(COALESCE(LE.CREDIT, 0))
                  - SUM(COALESCE(LE.DEBIT, 0))
           FROM dbo.LedgerEntries LE
           JOIN dbo.Accounts A ON A.ACC_ID = LE.ACC_ID
           WHERE CAST(LE.POSTED_TS_UTC AS DATE) <=
                 CAST(:SQL-SNAPSHOT-DATE AS DATE)
             AND A.ACC_TYPE <> 'LOAN'
             AND A.ACC_ID NOT LIKE 'HOUSE-%'
           GROUP BY LE.GL_CODE, LE.CURRENCY
           ORDER BY LE.GL_CODE, LE.CURRENCY
       END-EXEC.

      * Tie-out per currency: the schedule's snapshot balances in
      * their own currency, overdrafts included, against the
      * ledger position of the same accounts
       EXEC SQL
           DECLARE TIEOUT_CURSOR CURSOR FOR
           SELECT COALESCE(S.CURRENCY, L.CURRENCY),
                  COALESCE(S.ACCOUNTS, 0),
                  COALESCE(S.SCHEDULE_TOTAL, 0),
                  COALESCE(L.LEDGER_TOTAL, 0)
           FROM (SELECT B.CURRENCY,
                        COUNT(DISTINCT B.ACC_ID) AS ACCOUNTS,
                        SUM(B.EOD_BALANCE) AS SCHEDULE_TOTAL
                 FROM dbo.AccountDailyBalances B
                 JOIN dbo.Accounts A ON A.ACC_ID = B.ACC_ID
                 WHERE B.BAL_DATE = :SQL-SNAPSHOT-DATE
                   AND A.ACC_TYPE <> 'LOAN'
                   AND A.ACC_ID NOT LIKE 'HOUSE-%'
                 GROUP BY B.CURRENCY) S
           FULL OUTER JOIN
                (SELECT LE.CURRENCY,
                        SUM(COALESCE(LE.CREDIT, 0))
                        - SUM(COALESCE(LE.DEBIT, 0)) AS LEDGER_TOTAL
                 FROM dbo.LedgerEntries LE
                 JOIN dbo.Accounts A ON A.ACC_ID = LE.ACC_ID
                 WHERE CAST(LE.POSTED_TS_UTC AS DATE) <=
                       CAST(:SQL-SNAPSHOT-DATE AS DATE)
                   AND A.ACC_TYPE <> 'LOAN'
                   AND A.ACC_ID NOT LIKE 'HOUSE-%'
                 GROUP BY LE.CURRENCY) L
             ON L.CURRENCY = S.CURRENCY
           ORDER BY 1
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'CALL_REPORT_DEP - Call Report Deposit Schedule'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           MOVE 'CALL_REPORT_DEP' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.

           PERFORM RESOLVE-REPORT-QUARTER.
           IF SCHEDULE-IS-DUE AND WS-ERRORS = ZERO
               PERFORM RESOLVE-SNAPSHOT-DATE
           END-IF.
           IF SCHEDULE-IS-DUE AND WS-ERRORS = ZERO
               PERFORM WRITE-DEPOSIT-SCHEDULE
           END-IF.

           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-CURRENCIES-DIFFERENT > ZERO
               OR WS-MISSING-FX-ACCOUNTS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'CALL_REPORT_DEP completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Take the reporting quarter from the PARM,
      * if one was given, and generate the run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE WS-BASE-CURRENCY TO SQL-BASE-CCY.
           MOVE WS-DI-COVERAGE-LIMIT TO SQL-SIZE-LIMIT.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               IF WS-COMMAND-LINE (1:4) IS NOT NUMERIC
                   OR WS-COMMAND-LINE (5:2) NOT = '-Q'
                   OR WS-COMMAND-LINE (7:1) < '1'
                   OR WS-COMMAND-LINE (7:1) > '4'
                   OR WS-COMMAND-LINE (8:249) NOT = SPACES
                   DISPLAY 'ERROR: Reporting quarter must be YYYY-Qn: '
                           FUNCTION TRIM(WS-COMMAND-LINE)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-COMMAND-LINE (1:4) TO WS-QTR-YEAR
               MOVE WS-COMMAND-LINE (7:1) TO WS-QTR-NO
               MOVE 'Y' TO WS-QTR-PARM-FLAG
           END-IF.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-VERSION-FILE: Read git commit SHA from .version file
      ******************************************************************
       LOAD-VERSION-FILE SECTION.
           MOVE 'UNKNOWN' TO WS-COMMIT-SHA.
           OPEN INPUT VERSION-FILE.
           IF NOT VERSION-FILE-OK
               DISPLAY 'WARNING: .version file not found, using UNKNOWN'
               GO TO LOAD-VERSION-FILE-EXIT
           END-IF.

           READ VERSION-FILE INTO VERSION-FILE-RECORD
               AT END
                   DISPLAY 'WARNING: .version file is empty, using '
                           'UNKNOWN'
                   GO TO LOAD-VERSION-FILE-CLOSE
           END-READ.
           MOVE FUNCTION TRIM(VERSION-FILE-RECORD) TO WS-COMMIT-SHA.
       LOAD-VERSION-FILE-CLOSE.
           CLOSE VERSION-FILE.

           DISPLAY 'Git Commit SHA: ' WS-COMMIT-SHA.
       LOAD-VERSION-FILE-EXIT.
           EXIT.

      ******************************************************************
      * RESOLVE-DB-CONFIG: Override compiled-in DSN constants from
      * BANK_SQLSERVER_DSN/BANK_POSTGRES_DSN environment variables,
      * if set, so a site can repoint this program at a different
      * ODBC data source without recompiling
      ******************************************************************
       RESOLVE-DB-CONFIG SECTION.
           MOVE SPACES TO WS-DSN-ENV-OVERRIDE.
           ACCEPT WS-DSN-ENV-OVERRIDE FROM ENVIRONMENT
               "BANK_SQLSERVER_DSN".
           IF WS-DSN-ENV-OVERRIDE NOT = SPACES
               MOVE WS-DSN-ENV-OVERRIDE TO WS-DSN-SQLSERVER
           END-IF.

           MOVE SPACES TO WS-DSN-ENV-OVERRIDE.
           ACCEPT WS-DSN-ENV-OVERRIDE FROM ENVIRONMENT
               "BANK_POSTGRES_DSN".
           IF WS-DSN-ENV-OVERRIDE NOT = SPACES
               MOVE WS-DSN-ENV-OVERRIDE TO WS-DSN-POSTGRES
           END-IF.
       RESOLVE-DB-CONFIG-EXIT.
           EXIT.

      ******************************************************************
      * CONNECT-DATABASE: Establish ODBC connection to SQL Server
      ******************************************************************
       CONNECT-DATABASE SECTION.
           DISPLAY 'Connecting to SQL Server (DSN: '
                   WS-DSN-SQLSERVER ')...'.

           EXEC SQL
               CONNECT TO :WS-DSN-SQLSERVER
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Database connection failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               DISPLAY 'SQLSTATE: ' SQLSTATE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-SQLSERVER-CONNECTED.
           DISPLAY 'Database connection established'.

           PERFORM GET-BUSINESS-DATE.
       CONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * RESOLVE-REPORT-QUARTER: The quarter to report and its first
      * and last days. Without a PARM the nightly run reports the
      * quarter before the business date's, and only on the first
      * business date after it ended - the night the previous end-
      * of-day snapshot still falls inside that quarter
      ******************************************************************
       RESOLVE-REPORT-QUARTER SECTION.
           IF NOT QUARTER-FROM-PARM
               MOVE WS-BUS-DATE (1:4) TO WS-QTR-YEAR
               MOVE WS-BUS-DATE (6:2) TO WS-BUS-MONTH
               COMPUTE WS-QTR-NO = (WS-BUS-MONTH - 1) / 3 + 1
               IF WS-QTR-NO = 1
                   SUBTRACT 1 FROM WS-QTR-YEAR
                   MOVE 4 TO WS-QTR-NO
               ELSE
                   SUBTRACT 1 FROM WS-QTR-NO
               END-IF
           END-IF.

           MOVE WS-QTR-YEAR TO WS-QTR-START-YEAR.
           COMPUTE WS-QTR-START-MONTH = (WS-QTR-NO - 1) * 3 + 1.
           MOVE 1 TO WS-QTR-START-DAY.
           IF WS-QTR-NO = 4
               COMPUTE WS-NEXT-QTR-YEAR = WS-QTR-YEAR + 1
               MOVE 1 TO WS-NEXT-QTR-MONTH
           ELSE
               MOVE WS-QTR-YEAR TO WS-NEXT-QTR-YEAR
               COMPUTE WS-NEXT-QTR-MONTH = WS-QTR-NO * 3 + 1
           END-IF.
           MOVE 1 TO WS-NEXT-QTR-DAY.
           COMPUTE WS-QTR-END-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-QTR-YYYYMMDD) - 1).

           MOVE SPACES TO SQL-QTR-START-DATE.
           STRING WS-QTR-START-YEAR '-' WS-QTR-START-MONTH '-'
                  WS-QTR-START-DAY
               DELIMITED BY SIZE INTO SQL-QTR-START-DATE
           END-STRING.
           MOVE SPACES TO SQL-QTR-END-DATE.
           STRING WS-QTR-END-YEAR '-' WS-QTR-END-MONTH '-'
                  WS-QTR-END-DAY
               DELIMITED BY SIZE INTO SQL-QTR-END-DATE
           END-STRING.
           MOVE SPACES TO WS-QTR-LABEL.
           STRING WS-QTR-YEAR '-Q' WS-QTR-NO
               DELIMITED BY SIZE INTO WS-QTR-LABEL
           END-STRING.

           DISPLAY 'Reporting quarter: ' WS-QTR-LABEL
                   ' (' SQL-QTR-START-DATE ' to '
                   SQL-QTR-END-DATE ')'.

           IF QUARTER-FROM-PARM
               GO TO RESOLVE-REPORT-QUARTER-EXIT
           END-IF.

           EXEC SQL
               SELECT CONVERT(CHAR(10), MAX(BAL_DATE), 120)
               INTO :SQL-PRIOR-SNAPSHOT-DATE:SQL-PRIOR-SNAPSHOT-NULL
               FROM dbo.AccountDailyBalances
               WHERE BAL_DATE < CAST(:SQL-BUS-DATE AS DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Prior snapshot date lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'CALL_REPORT_DEP' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-QTR-LABEL TO WS-ERR-CONTEXT
               MOVE 'Prior snapshot date lookup failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RESOLVE-REPORT-QUARTER-EXIT
           END-IF.

           IF SQL-PRIOR-SNAPSHOT-NULL >= ZERO
               AND SQL-PRIOR-SNAPSHOT-DATE > SQL-QTR-END-DATE
               MOVE 'N' TO WS-SCHEDULE-DUE-FLAG
               DISPLAY 'Not the first business date of the quarter'
                       ' - no deposit schedule due'
           END-IF.
       RESOLVE-REPORT-QUARTER-EXIT.
           EXIT.

      ******************************************************************
      * RESOLVE-SNAPSHOT-DATE: The quarter-end close of business -
      * the last end-of-day balance snapshot on or before the
      * quarter's last day, which must itself fall in the quarter
      ******************************************************************
       RESOLVE-SNAPSHOT-DATE SECTION.
           EXEC SQL
               SELECT CONVERT(CHAR(10), MAX(BAL_DATE), 120)
               INTO :SQL-SNAPSHOT-DATE:SQL-SNAPSHOT-DATE-NULL
               FROM dbo.AccountDailyBalances
               WHERE BAL_DATE <= CAST(:SQL-QTR-END-DATE AS DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Quarter-end snapshot lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'CALL_REPORT_DEP' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-QTR-LABEL TO WS-ERR-CONTEXT
               MOVE 'Quarter-end snapshot lookup failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RESOLVE-SNAPSHOT-DATE-EXIT
           END-IF.

           IF SQL-SNAPSHOT-DATE-NULL < ZERO
               OR SQL-SNAPSHOT-DATE < SQL-QTR-START-DATE
               DISPLAY 'ERROR: No end-of-day balance snapshot in '
                       WS-QTR-LABEL
               ADD 1 TO WS-ERRORS
               MOVE 'CALL_REPORT_DEP' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-QTR-LABEL TO WS-ERR-CONTEXT
               MOVE 'No end-of-day balance snapshot in the quarter'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RESOLVE-SNAPSHOT-DATE-EXIT
           END-IF.

           DISPLAY 'Quarter-end snapshot: ' SQL-SNAPSHOT-DATE.
       RESOLVE-SNAPSHOT-DATE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-DEPOSIT-SCHEDULE: The schedule - composition, time
      * deposit buckets, interest expense, then the ledger tie-out
      ******************************************************************
       WRITE-DEPOSIT-SCHEDULE SECTION.
           OPEN OUTPUT SCHEDULE-RPT.
           IF NOT SCHEDULE-RPT-OK
               DISPLAY 'ERROR: Cannot open call report deposit '
                       'schedule'
               DISPLAY 'File status: ' WS-SCHEDULE-RPT-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-DEPOSIT-SCHEDULE-EXIT
           END-IF.

           MOVE SPACES TO SCHEDULE-RPT-RECORD.
           STRING 'QUARTER,SNAPSHOT_DATE,SECTION,LINE_ITEM,DETAIL,'
                  'CURRENCY,ACCOUNT_COUNT,AMOUNT,LEDGER_AMOUNT,'
                  'DIFFERENCE,STATUS'
               DELIMITED BY SIZE INTO SCHEDULE-RPT-RECORD
           END-STRING.
           WRITE SCHEDULE-RPT-RECORD.

           PERFORM WRITE-COMPOSITION.
           PERFORM WRITE-TIME-BUCKETS.
           PERFORM WRITE-INTEREST-EXPENSE.
           PERFORM WRITE-LEDGER-POSITIONS.
           PERFORM WRITE-TIEOUT.

           CLOSE SCHEDULE-RPT.
           DISPLAY 'Call report deposit schedule: data/out/'
                   'call_report_deposits.csv'.
       WRITE-DEPOSIT-SCHEDULE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-COMPOSITION: One line per category and ownership, then
      * the transaction / non-transaction and individual / business
      * subtotals, the overdrafts set apart and the total deposits
      ******************************************************************
       WRITE-COMPOSITION SECTION.
           EXEC SQL
               OPEN COMPOSITION_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open composition cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-COMPOSITION-EXIT
           END-IF.

           PERFORM WRITE-ONE-COMPOSITION-LINE
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE COMPOSITION_CURSOR
           END-EXEC.

           MOVE 'SUBTOTAL' TO WS-LINE-SECTION.
           MOVE 'TRANSACTION' TO WS-LINE-ITEM.
           MOVE 'ALL OWNERS' TO WS-LINE-DETAIL.
           MOVE WS-TRANSACTION-COUNT TO WS-LINE-COUNT.
           MOVE WS-TRANSACTION-TOTAL TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.
           MOVE 'NONTRANSACTION' TO WS-LINE-ITEM.
           MOVE WS-NONTRANS-COUNT TO WS-LINE-COUNT.
           MOVE WS-NONTRANS-TOTAL TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.
           MOVE 'ALL CATEGORIES' TO WS-LINE-ITEM.
           MOVE 'INDIVIDUAL' TO WS-LINE-DETAIL.
           MOVE WS-INDIVIDUAL-COUNT TO WS-LINE-COUNT.
           MOVE WS-INDIVIDUAL-TOTAL TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.
           MOVE 'BUSINESS' TO WS-LINE-DETAIL.
           MOVE WS-BUSINESS-COUNT TO WS-LINE-COUNT.
           MOVE WS-BUSINESS-TOTAL TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.

           MOVE 'OVERDRAFTS' TO WS-LINE-SECTION.
           MOVE 'RECLASSIFIED TO LOANS' TO WS-LINE-ITEM.
           MOVE 'ALL OWNERS' TO WS-LINE-DETAIL.
           MOVE WS-OVERDRAFT-COUNT TO WS-LINE-COUNT.
           MOVE WS-OVERDRAFT-TOTAL TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.

           COMPUTE WS-DEPOSIT-TOTAL =
               WS-TRANSACTION-TOTAL + WS-NONTRANS-TOTAL.
           MOVE 'TOTAL' TO WS-LINE-SECTION.
           MOVE 'TOTAL DEPOSITS' TO WS-LINE-ITEM.
           MOVE SPACES TO WS-LINE-DETAIL.
           COMPUTE WS-LINE-COUNT =
               WS-TRANSACTION-COUNT + WS-NONTRANS-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.

           IF WS-MISSING-FX-ACCOUNTS > ZERO
               DISPLAY 'WARNING: ' WS-MISSING-FX-ACCOUNTS
                       ' account(s) hold a currency with no '
                       'quarter-end rate - left out of the schedule'
           END-IF.
       WRITE-COMPOSITION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-COMPOSITION-LINE: One category and ownership
      ******************************************************************
       WRITE-ONE-COMPOSITION-LINE SECTION.
           EXEC SQL
               FETCH COMPOSITION_CURSOR
               INTO :SQL-CATEGORY, :SQL-OWNERSHIP, :SQL-SORT-KEY,
                    :SQL-ACCOUNT-COUNT, :SQL-AMOUNT,
                    :SQL-OVERDRAFT-COUNT, :SQL-OVERDRAFT-AMOUNT,
                    :SQL-MISSING-FX
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-COMPOSITION-LINE-EXIT
           END-IF.

           IF SQL-CATEGORY = 'TRANSACTION'
               ADD SQL-ACCOUNT-COUNT TO WS-TRANSACTION-COUNT
               ADD SQL-AMOUNT TO WS-TRANSACTION-TOTAL
           ELSE
               ADD SQL-ACCOUNT-COUNT TO WS-NONTRANS-COUNT
               ADD SQL-AMOUNT TO WS-NONTRANS-TOTAL
           END-IF.
           IF SQL-OWNERSHIP = 'BUSINESS'
               ADD SQL-ACCOUNT-COUNT TO WS-BUSINESS-COUNT
               ADD SQL-AMOUNT TO WS-BUSINESS-TOTAL
           ELSE
               ADD SQL-ACCOUNT-COUNT TO WS-INDIVIDUAL-COUNT
               ADD SQL-AMOUNT TO WS-INDIVIDUAL-TOTAL
           END-IF.
           ADD SQL-OVERDRAFT-COUNT TO WS-OVERDRAFT-COUNT.
           ADD SQL-OVERDRAFT-AMOUNT TO WS-OVERDRAFT-TOTAL.
           ADD SQL-MISSING-FX TO WS-MISSING-FX-ACCOUNTS.

           MOVE 'COMPOSITION' TO WS-LINE-SECTION.
           MOVE SQL-CATEGORY TO WS-LINE-ITEM.
           MOVE SQL-OWNERSHIP TO WS-LINE-DETAIL.
           MOVE SQL-ACCOUNT-COUNT TO WS-LINE-COUNT.
           MOVE SQL-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       WRITE-ONE-COMPOSITION-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-TIME-BUCKETS: Time deposits by size and remaining
      * maturity
      ******************************************************************
       WRITE-TIME-BUCKETS SECTION.
           EXEC SQL
               OPEN TIME_BUCKET_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open time deposit cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-TIME-BUCKETS-EXIT
           END-IF.

           PERFORM WRITE-ONE-TIME-BUCKET
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE TIME_BUCKET_CURSOR
           END-EXEC.

           MOVE 'SUBTOTAL' TO WS-LINE-SECTION.
           MOVE 'TIME DEPOSITS' TO WS-LINE-ITEM.
           MOVE 'ALL BUCKETS' TO WS-LINE-DETAIL.
           MOVE WS-TIME-BUCKET-COUNT TO WS-LINE-COUNT.
           MOVE WS-TIME-BUCKET-TOTAL TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.
       WRITE-TIME-BUCKETS-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-TIME-BUCKET: One size and maturity bucket
      ******************************************************************
       WRITE-ONE-TIME-BUCKET SECTION.
           EXEC SQL
               FETCH TIME_BUCKET_CURSOR
               INTO :SQL-SIZE-BUCKET, :SQL-MATURITY-BUCKET,
                    :SQL-SORT-KEY, :SQL-ACCOUNT-COUNT, :SQL-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-TIME-BUCKET-EXIT
           END-IF.

           ADD SQL-ACCOUNT-COUNT TO WS-TIME-BUCKET-COUNT.
           ADD SQL-AMOUNT TO WS-TIME-BUCKET-TOTAL.

           MOVE 'TIME BUCKET' TO WS-LINE-SECTION.
           MOVE SQL-SIZE-BUCKET TO WS-LINE-ITEM.
           MOVE SQL-MATURITY-BUCKET TO WS-LINE-DETAIL.
           MOVE SQL-ACCOUNT-COUNT TO WS-LINE-COUNT.
           MOVE SQL-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       WRITE-ONE-TIME-BUCKET-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-INTEREST-EXPENSE: The quarter's interest expense by
      * category
      ******************************************************************
       WRITE-INTEREST-EXPENSE SECTION.
           EXEC SQL
               OPEN INTEREST_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open interest cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-INTEREST-EXPENSE-EXIT
           END-IF.

           PERFORM WRITE-ONE-INTEREST-LINE
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE INTEREST_CURSOR
           END-EXEC.

           MOVE 'SUBTOTAL' TO WS-LINE-SECTION.
           MOVE 'INTEREST EXPENSE' TO WS-LINE-ITEM.
           MOVE 'ALL CATEGORIES' TO WS-LINE-DETAIL.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE WS-INTEREST-TOTAL TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.
       WRITE-INTEREST-EXPENSE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-INTEREST-LINE: One category's interest expense
      ******************************************************************
       WRITE-ONE-INTEREST-LINE SECTION.
           EXEC SQL
               FETCH INTEREST_CURSOR
               INTO :SQL-CATEGORY, :SQL-SORT-KEY,
                    :SQL-ACCOUNT-COUNT, :SQL-AMOUNT,
                    :SQL-MISSING-FX
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-INTEREST-LINE-EXIT
           END-IF.

           IF SQL-MISSING-FX > ZERO
               DISPLAY 'WARNING: ' SQL-MISSING-FX
                       ' interest posting(s) on '
                       FUNCTION TRIM(SQL-CATEGORY)
                       ' accounts have no quarter-end rate'
           END-IF.
           ADD SQL-AMOUNT TO WS-INTEREST-TOTAL.

           MOVE 'INTEREST' TO WS-LINE-SECTION.
           MOVE SQL-CATEGORY TO WS-LINE-ITEM.
           MOVE 'QUARTER EXPENSE' TO WS-LINE-DETAIL.
           MOVE SQL-ACCOUNT-COUNT TO WS-LINE-COUNT.
           MOVE SQL-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       WRITE-ONE-INTEREST-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-LEDGER-POSITIONS: The deposit accounts' ledger position
      * by GL code and currency, so a tie-out difference can be
      * traced to the GL code it sits in
      ******************************************************************
       WRITE-LEDGER-POSITIONS SECTION.
           EXEC SQL
               OPEN LEDGER_GL_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open ledger position cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-LEDGER-POSITIONS-EXIT
           END-IF.

           PERFORM WRITE-ONE-LEDGER-POSITION
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE LEDGER_GL_CURSOR
           END-EXEC.
       WRITE-LEDGER-POSITIONS-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-LEDGER-POSITION: One GL code and currency
      ******************************************************************
       WRITE-ONE-LEDGER-POSITION SECTION.
           EXEC SQL
               FETCH LEDGER_GL_CURSOR
               INTO :SQL-GL-CODE, :SQL-CURRENCY,
                    :SQL-ACCOUNT-COUNT, :SQL-LEDGER-NATIVE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-LEDGER-POSITION-EXIT
           END-IF.

           MOVE 'LEDGER' TO WS-LINE-SECTION.
           MOVE 'GL POSITION' TO WS-LINE-ITEM.
           MOVE SQL-GL-CODE TO WS-LINE-DETAIL.
           MOVE SQL-CURRENCY TO WS-LINE-CURRENCY.
           MOVE SQL-ACCOUNT-COUNT TO WS-LINE-COUNT.
           MOVE SQL-LEDGER-NATIVE TO WS-LINE-AMOUNT.
           PERFORM WRITE-SCHEDULE-LINE.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       WRITE-ONE-LEDGER-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-TIEOUT: Schedule against ledger, per currency
      ******************************************************************
       WRITE-TIEOUT SECTION.
           EXEC SQL
               OPEN TIEOUT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open tie-out cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-TIEOUT-EXIT
           END-IF.

           PERFORM WRITE-ONE-TIEOUT-LINE
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE TIEOUT_CURSOR
           END-EXEC.
       WRITE-TIEOUT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-TIEOUT-LINE: One currency - TIED when the schedule
      * and the ledger agree to the cent, DIFFERENCE otherwise
      ******************************************************************
       WRITE-ONE-TIEOUT-LINE SECTION.
           EXEC SQL
               FETCH TIEOUT_CURSOR
               INTO :SQL-CURRENCY, :SQL-ACCOUNT-COUNT,
                    :SQL-SCHEDULE-NATIVE, :SQL-LEDGER-NATIVE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-TIEOUT-LINE-EXIT
           END-IF.

           MOVE 'TIEOUT' TO WS-LINE-SECTION.
           MOVE 'SCHEDULE TO LEDGER' TO WS-LINE-ITEM.
           MOVE 'INCL OVERDRAFTS' TO WS-LINE-DETAIL.
           MOVE SQL-CURRENCY TO WS-LINE-CURRENCY.
           MOVE SQL-ACCOUNT-COUNT TO WS-LINE-COUNT.
           MOVE SQL-SCHEDULE-NATIVE TO WS-LINE-AMOUNT.
           MOVE SQL-LEDGER-NATIVE TO WS-LINE-LEDGER.
           MOVE 'Y' TO WS-LINE-HAS-LEDGER-FLAG.
           COMPUTE WS-LINE-DIFFERENCE =
               SQL-SCHEDULE-NATIVE - SQL-LEDGER-NATIVE.
           IF WS-LINE-DIFFERENCE = ZERO
               MOVE 'TIED' TO WS-LINE-STATUS
               ADD 1 TO WS-CURRENCIES-TIED
           ELSE
               MOVE 'DIFFERENCE' TO WS-LINE-STATUS
               ADD 1 TO WS-CURRENCIES-DIFFERENT
               MOVE WS-LINE-DIFFERENCE TO WS-DIFFERENCE-DISP
               DISPLAY 'WARNING: ' SQL-CURRENCY
                       ' deposit schedule differs from the ledger by '
                       FUNCTION TRIM(WS-DIFFERENCE-DISP)
           END-IF.
           PERFORM WRITE-SCHEDULE-LINE.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       WRITE-ONE-TIEOUT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-SCHEDULE-LINE: Write the staged WS-LINE-* fields as one
      * schedule line. Amounts are in the base currency unless a
      * currency is staged; the ledger, difference and status
      * columns are filled only for tie-out lines. Resets the
      * staged currency, ledger and status for the next line
      ******************************************************************
       WRITE-SCHEDULE-LINE SECTION.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISP.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           IF LINE-HAS-LEDGER
               MOVE WS-LINE-LEDGER TO WS-LEDGER-DISP
               MOVE WS-LINE-DIFFERENCE TO WS-DIFFERENCE-DISP
               STRING WS-QTR-LABEL ','
                      SQL-SNAPSHOT-DATE ','
                      FUNCTION TRIM(WS-LINE-SECTION) ','
                      FUNCTION TRIM(WS-LINE-ITEM) ','
                      FUNCTION TRIM(WS-LINE-DETAIL) ','
                      WS-LINE-CURRENCY ','
                      FUNCTION TRIM(WS-COUNT-DISP) ','
                      FUNCTION TRIM(WS-AMOUNT-DISP) ','
                      FUNCTION TRIM(WS-LEDGER-DISP) ','
                      FUNCTION TRIM(WS-DIFFERENCE-DISP) ','
                      FUNCTION TRIM(WS-LINE-STATUS)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               IF WS-LINE-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-LINE-CURRENCY
               END-IF
               STRING WS-QTR-LABEL ','
                      SQL-SNAPSHOT-DATE ','
                      FUNCTION TRIM(WS-LINE-SECTION) ','
                      FUNCTION TRIM(WS-LINE-ITEM) ','
                      FUNCTION TRIM(WS-LINE-DETAIL) ','
                      WS-LINE-CURRENCY ','
                      FUNCTION TRIM(WS-COUNT-DISP) ','
                      FUNCTION TRIM(WS-AMOUNT-DISP) ',,,'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           WRITE SCHEDULE-RPT-RECORD FROM WS-RPT-LINE.
           ADD 1 TO WS-SCHEDULE-LINES.

           MOVE SPACES TO WS-LINE-CURRENCY.
           MOVE SPACES TO WS-LINE-STATUS.
           MOVE ZERO TO WS-LINE-LEDGER.
           MOVE ZERO TO WS-LINE-DIFFERENCE.
           MOVE 'N' TO WS-LINE-HAS-LEDGER-FLAG.
       WRITE-SCHEDULE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'CALL_REPORT_DEP' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'AccountDailyBalances,Accounts,LedgerEntries'
               TO WS-LIN-SRC-TABLE.
           MOVE 'ACC_ID,EOD_BALANCE,ACC_TYPE,MATURITY_DATE,CREDIT'
               TO WS-LIN-SRC-COLS.
           MOVE 'csv' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           MOVE 'call_report_deposits.csv' TO WS-LIN-TGT-TABLE.
           MOVE 'SECTION,LINE_ITEM,DETAIL,ACCOUNT_COUNT,AMOUNT'
               TO WS-LIN-TGT-COLS.
           MOVE 'aggregate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Quarter-end deposits by category, owner and bucket'
               TO WS-LIN-TRANSFORM-EXPR.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * DISCONNECT-DATABASE: Commit transaction and disconnect
      ******************************************************************
       DISCONNECT-DATABASE SECTION.
           IF NOT SQLSERVER-IS-CONNECTED
               GO TO DISCONNECT-DATABASE-EXIT
           END-IF.

      *    Close the run-control record before disconnecting
           MOVE ZERO TO WS-RC-RETURN-CODE.
           PERFORM RECORD-RUN-END.

           EXEC SQL
               COMMIT WORK
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Commit failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               DISPLAY 'Transaction committed successfully'
           END-IF.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           MOVE 'N' TO WS-SQLSERVER-CONNECTED.
           DISPLAY 'Database connection closed'.
       DISCONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * DISPLAY-SUMMARY: Show processing statistics
      ******************************************************************
       DISPLAY-SUMMARY SECTION.
           MOVE WS-DEPOSIT-TOTAL TO WS-AMOUNT-DISP.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Reporting quarter:   ' WS-QTR-LABEL.
           IF NOT SCHEDULE-IS-DUE
               DISPLAY '  Schedule:            not due tonight'
           ELSE
               DISPLAY '  Snapshot date:       ' SQL-SNAPSHOT-DATE
               DISPLAY '  Total deposits:      ' WS-AMOUNT-DISP
               DISPLAY '  Schedule lines:      ' WS-SCHEDULE-LINES
               DISPLAY '  Accounts missing FX: '
                       WS-MISSING-FX-ACCOUNTS
               DISPLAY '  Currencies tied:     ' WS-CURRENCIES-TIED
               DISPLAY '  Currencies differing:'
                       WS-CURRENCIES-DIFFERENT
           END-IF.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM CALL-REPORT-DEP.
