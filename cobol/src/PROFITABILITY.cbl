       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFITABILITY.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * PROFITABILITY - Account, Product and Branch Profitability
      ******************************************************************
      * Purpose: Measure what each account earned the bank over a
      *          month. Per account and currency it brings together
      *          the posted interest paid (INTEREST), the interest
      *          earned - DEBIT-INT on the account plus the LOAN-INT
      *          the servicing programs tie to the loan through
      *          dbo.LoanSchedule/dbo.LoanPayments - each netted
      *          against the REVERSALs that reference it, the fee
      *          income assessed net of waivers on
      *          dbo.FeeAssessmentLog, and a funds transfer pricing
      *          credit or charge: the month's average balance from
      *          dbo.AverageDailyBalances at the dbo.FtpRateCurve
      *          point matching the account's term (loan or CD
      *          TERM_MONTHS, else WS-PF-NONMAT-TERM-MONTHS), over
      *          WS-PF-FTP-DAY-BASIS. A balance the bank holds earns
      *          the credit; a balance it funds (loans, overdrafts)
      *          bears the charge. Net contribution is interest
      *          earned plus fee income plus FTP, less interest paid.
      *          Results land on dbo.AccountProfitability and, in
      *          the base currency, roll up by ACC_TYPE, by BRANCH_ID
      *          and by relationship (primary customer) onto
      *          dbo.ProfitabilityRollups, each level ranked least
      *          profitable first - REPL_REPORTING publishes the
      *          roll-ups to PostgreSQL beside the balance rollups.
      *          The nightly step is a no-op except on the last
      *          processing day of the month (when the month-to-date
      *          average balance is the month's); an explicit
      *          YYYY-MM on the PARM re-runs a past month, averaging
      *          dbo.AccountDailyBalances instead. A re-run replaces
      *          the month's results.
      * Input:   dbo.Accounts, dbo.AccountBalances, dbo.LoanMaster,
      *          dbo.AccountHolders, dbo.Transactions,
      *          dbo.LoanSchedule, dbo.LoanPayments,
      *          dbo.FeeAssessmentLog, dbo.AverageDailyBalances,
      *          dbo.AccountDailyBalances, dbo.FtpRateCurve,
      *          dbo.FxRates, dbo.BusinessCalendar
      *          PARM/command line: report month (YYYY-MM), optional
      * Output:  dbo.AccountProfitability, dbo.ProfitabilityRollups
      *          data/out/account_profitability.csv
      *          data/out/profitability_report.csv
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: PROGRAM=PROFITABILITY
      * LINEAGE: SRC=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               TX_TYPE,REFERENCE_TX_ID)
      * LINEAGE: SRC=sqlserver.dbo.FeeAssessmentLog(AMOUNT_ASSESSED,
      *               AMOUNT_WAIVED)
      * LINEAGE: SRC=sqlserver.dbo.AverageDailyBalances(
      *               MTD_AVG_BALANCE)
      * LINEAGE: SRC=sqlserver.dbo.FtpRateCurve(TERM_MONTHS,FTP_RATE)
      * LINEAGE: TGT=sqlserver.dbo.AccountProfitability(
      *               INTEREST_PAID,INTEREST_EARNED,FEE_INCOME,
      *               FTP_AMOUNT,NET_CONTRIBUTION)
      * LINEAGE: TGT=sqlserver.dbo.ProfitabilityRollups(ROLLUP_LEVEL,
      *               ROLLUP_KEY,NET_CONTRIBUTION,PROFIT_RANK)
      * LINEAGE: MAP=MTD_AVG_BALANCE x FTP_RATE -> FTP_AMOUNT [OVER
      *               DAY BASIS]
      * LINEAGE: MAP=EARNED + FEES + FTP - PAID -> NET_CONTRIBUTION
      * LINEAGE: MAP=NET_CONTRIBUTION -> PROFIT_RANK [ASCENDING]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.
           SELECT DETAIL-CSV
               ASSIGN TO "data/out/account_profitability.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.
           SELECT REPORT-CSV
               ASSIGN TO "data/out/profitability_report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  DETAIL-CSV.
       01  DETAIL-CSV-RECORD           PIC X(400).
       FD  REPORT-CSV.
       01  REPORT-CSV-RECORD           PIC X(300).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY ISO-4217.
       COPY BUSDATE.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(14)
                                        VALUE 'PROFITABILITY_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-DETAIL-FILE-STATUS       PIC XX.
           88  DETAIL-FILE-OK          VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC XX.
           88  REPORT-FILE-OK          VALUE '00'.

      * Command-line / PARM parsing: optional report month YYYY-MM
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-PARM-MONTH               PIC X(7).
       01  WS-PARM-VALID               PIC X VALUE 'Y'.
           88  PARM-IS-VALID           VALUE 'Y'.

      * Set once the report month is resolved and due to be run
       01  WS-REPORT-DUE-FLAG          PIC X VALUE 'N'.
           88  REPORT-IS-DUE           VALUE 'Y'.

      * FTP curve in effect for the report month, ascending by tenor
       01  WS-FTP-CURVE-TABLE.
           05  WS-FTP-POINT            OCCURS 60 TIMES
                                        INDEXED BY WS-FTP-IDX.
               10  WS-FTP-PT-TERM      PIC 9(3) COMP-5.
               10  WS-FTP-PT-RATE      PIC S9(3)V9(6) COMP-3.
       01  WS-FTP-POINT-COUNT          PIC 9(3) COMP-5 VALUE ZERO.
       01  WS-FTP-MAX-POINTS           PIC 9(3) COMP-5 VALUE 60.

      * Current-account term and FTP rate picked off the curve
       01  WS-TERM-MONTHS              PIC 9(3) COMP-5.
       01  WS-FTP-RATE                 PIC S9(3)V9(6) COMP-3.

      * Report file working storage
       01  WS-DETAIL-LINE              PIC X(400).
       01  WS-REPORT-LINE              PIC X(300).
       01  WS-COUNT-DISP               PIC Z(8)9.
       01  WS-RATE-DISP                PIC -(2)9.9(6).
       01  WS-AMOUNT-DISP              PIC -(15)9.99.
       01  WS-AVG-BAL-DISP             PIC -(15)9.99.
       01  WS-PAID-DISP                PIC -(15)9.99.
       01  WS-EARNED-DISP              PIC -(15)9.99.
       01  WS-FEE-DISP                 PIC -(15)9.99.
       01  WS-WAIVED-DISP              PIC -(15)9.99.
       01  WS-FTP-DISP                 PIC -(15)9.99.
       01  WS-NET-DISP                 PIC -(15)9.99.

      * Minor-unit rounding working storage
       01  WS-MU-CURRENCY              PIC X(3).
       01  WS-MU-FACTOR                PIC 9(4) COMP-5 VALUE 100.
       01  WS-MU-AMOUNT                PIC S9(16)V9(3) COMP-3.
       01  WS-MU-SCALED                PIC S9(18) COMP-3.

      * Set when a step for the current account fails, so the rest
      * of its figures are skipped and the error is on record
       01  WS-ACCOUNT-FAILED           PIC X VALUE 'N'.
           88  ACCOUNT-HAS-FAILED      VALUE 'Y'.

      * Row counters
       01  WS-ROWS-INPUT               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-MEASURED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-IDLE            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-NO-FX           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROLLUP-ROWS              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-PERIOD-MONTH            PIC X(7).
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-PERIOD-START            PIC X(10).
       01  SQL-NEXT-MONTH-START        PIC X(10).
       01  SQL-MONTH-LAST-DAY          PIC X(10).
       01  SQL-LAST-PROC-DATE          PIC X(10).
       01  SQL-PERIOD-END              PIC X(10).
       01  SQL-PERIOD-DAYS             PIC S9(4) COMP-5.
       01  SQL-BASE-CCY                PIC X(3).
       01  SQL-NONMAT-TERM             PIC S9(4) COMP-5.
       01  SQL-CURVE-TERM              PIC S9(4) COMP-5.
       01  SQL-CURVE-RATE              PIC S9(3)V9(6) COMP-3.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-TERM-MONTHS             PIC S9(4) COMP-5.
       01  SQL-BASE-FX-RATE            PIC S9(9)V9(8) COMP-3.
       01  SQL-AVG-BALANCE             PIC S9(16)V99 COMP-3.
       01  SQL-INTEREST-PAID           PIC S9(13)V99 COMP-3.
       01  SQL-DEBIT-INT-EARNED        PIC S9(13)V99 COMP-3.
       01  SQL-LOAN-INT-EARNED         PIC S9(13)V99 COMP-3.
       01  SQL-INTEREST-EARNED         PIC S9(13)V99 COMP-3.
       01  SQL-FEE-INCOME              PIC S9(13)V99 COMP-3.
       01  SQL-FEES-WAIVED             PIC S9(13)V99 COMP-3.
       01  SQL-FTP-RATE                PIC S9(3)V9(6) COMP-3.
       01  SQL-FTP-AMOUNT              PIC S9(13)V99 COMP-3.
       01  SQL-NET-CONTRIBUTION        PIC S9(13)V99 COMP-3.
       01  SQL-ROLLUP-LEVEL            PIC X(12).
       01  SQL-RANK-LIMIT              PIC S9(9) COMP-5.
       01  SQL-ROLLUP-KEY              PIC X(32).
       01  SQL-ACCOUNT-COUNT           PIC S9(9) COMP-5.
       01  SQL-PR-AVG-BALANCE          PIC S9(16)V99 COMP-3.
       01  SQL-PR-INTEREST-PAID        PIC S9(16)V99 COMP-3.
       01  SQL-PR-INTEREST-EARNED      PIC S9(16)V99 COMP-3.
       01  SQL-PR-FEE-INCOME           PIC S9(16)V99 COMP-3.
       01  SQL-PR-FEES-WAIVED          PIC S9(16)V99 COMP-3.
       01  SQL-PR-FTP-AMOUNT           PIC S9(16)V99 COMP-3.
       01  SQL-PR-NET-CONTRIBUTION     PIC S9(16)V99 COMP-3.
       01  SQL-PROFIT-RANK             PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
       01  SQL-LAST-PROC-DATE-NULL     PIC S9(4) COMP-5.
       01  SQL-BASE-FX-RATE-NULL       PIC S9(4) COMP-5.
       01  SQL-AVG-BALANCE-NULL        PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * The curve in effect on the report month's last day
       EXEC SQL
           DECLARE FTP_CURVE_CURSOR CURSOR FOR
           SELECT TERM_MONTHS, FTP_RATE
           FROM dbo.FtpRateCurve
           WHERE EFF_FROM_DATE <= :SQL-PERIOD-END
             AND (EFF_TO_DATE IS NULL
                  OR EFF_TO_DATE >= :SQL-PERIOD-END)
           ORDER BY TERM_MONTHS
       END-EXEC.

      * Every account/currency open now or with posted activity in
      * the month. The relationship is the PRIMARY holder on
      * dbo.AccountHolders, else the account's CUSTOMER_ID. The FX
      * rate is the last on file before the month closed; the base
      * currency converts at 1
       EXEC SQL
           DECLARE PROFIT_CURSOR CURSOR FOR
           SELECT AB.ACC_ID, AB.CURRENCY,
                  COALESCE(H.CUSTOMER_ID, A.CUSTOMER_ID),
                  A.ACC_TYPE, COALESCE(A.BRANCH_ID, '000'),
                  COALESCE(LM.TERM_MONTHS, A.TERM_MONTHS,
                           :SQL-NONMAT-TERM),
                  CASE WHEN AB.CURRENCY = :SQL-BASE-CCY THEN 1
                       ELSE FX.RATE_TO_BASE END
           FROM dbo.AccountBalances AB
           JOIN dbo.Accounts A ON A.ACC_ID = AB.ACC_ID
           LEFT JOIN dbo.LoanMaster LM ON LM.ACC_ID = A.ACC_ID
           LEFT JOIN dbo.AccountHolders H
             ON H.ACC_ID = A.ACC_ID
            AND H.HOLDER_ROLE = 'PRIMARY'
            AND H.STATUS = 'A'
           LEFT JOIN dbo.FxRates FX
             ON FX.CURRENCY = AB.CURRENCY
            AND FX.AS_OF_UTC =
                (SELECT MAX(FX2.AS_OF_UTC)
                 FROM dbo.FxRates FX2
                 WHERE FX2.CURRENCY = AB.CURRENCY
                   AND FX2.AS_OF_UTC < :SQL-NEXT-MONTH-START)
           WHERE A.STATUS = 'O'
              OR EXISTS
                 (SELECT 1 FROM dbo.Transactions T
                  WHERE T.ACC_ID = AB.ACC_ID
                    AND T.POSTED_FLAG = 'Y'
                    AND T.TX_TS_UTC >= :SQL-PERIOD-START
                    AND T.TX_TS_UTC < :SQL-NEXT-MONTH-START)
           ORDER BY AB.ACC_ID, AB.CURRENCY
       END-EXEC.

      * The month's roll-ups for the report, each level least
      * profitable first
       EXEC SQL
           DECLARE ROLLUP_REPORT_CURSOR CURSOR FOR
           SELECT ROLLUP_LEVEL, ROLLUP_KEY, PROFIT_RANK,
                  ACCOUNT_COUNT, AVG_BALANCE, INTEREST_PAID,
                  INTEREST_EARNED, FEE_INCOME, FEES_WAIVED,
                  FTP_AMOUNT, NET_CONTRIBUTION
           FROM dbo.ProfitabilityRollups
           WHERE REPORT_MONTH = :SQL-PERIOD-MONTH
           ORDER BY CASE ROLLUP_LEVEL
                        WHEN 'ACC_TYPE' THEN 1
                        WHEN 'BRANCH' THEN 2
                        ELSE 3 END,
                    PROFIT_RANK
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'PROFITABILITY - Account and Branch Profitability'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: PROFITABILITY [YYYY-MM]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM SET-REPORT-PERIOD.

           IF REPORT-IS-DUE
               PERFORM CLEAR-PRIOR-RESULTS
               PERFORM LOAD-FTP-CURVE
               PERFORM OPEN-DETAIL-FILE
               PERFORM MEASURE-ACCOUNTS
               PERFORM CLOSE-DETAIL-FILE
               PERFORM BUILD-ROLLUPS
               PERFORM WRITE-PROFITABILITY-REPORT
               PERFORM LOG-LINEAGE-EVENT
           END-IF.

           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'PROFITABILITY completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM and set up the run
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-INPUT.
           MOVE ZERO TO WS-ACCOUNTS-MEASURED.
           MOVE ZERO TO WS-ERRORS.
           MOVE 'Y' TO WS-PARM-VALID.
           MOVE SPACES TO WS-PARM-MONTH.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-PARM-MONTH.

      *    An explicit month must be YYYY-MM
           IF WS-PARM-MONTH NOT = SPACES
               IF WS-PARM-MONTH (1:4) IS NOT NUMERIC
                   OR WS-PARM-MONTH (5:1) NOT = '-'
                   OR WS-PARM-MONTH (6:2) IS NOT NUMERIC
                   OR WS-PARM-MONTH (6:2) < '01'
                   OR WS-PARM-MONTH (6:2) > '12'
                   MOVE 'N' TO WS-PARM-VALID
                   GO TO INITIALIZE-PROGRAM-EXIT
               END-IF
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
       CONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * SET-REPORT-PERIOD: Resolve the report month and its window.
      * Run with no explicit month (the nightly chain step) this is a
      * no-op on every night except the last processing day of the
      * business date's month
      ******************************************************************
       SET-REPORT-PERIOD SECTION.
           MOVE 'N' TO WS-REPORT-DUE-FLAG.
           PERFORM GET-BUSINESS-DATE.

           IF WS-PARM-MONTH NOT = SPACES
               MOVE WS-PARM-MONTH TO SQL-PERIOD-MONTH
           ELSE
               MOVE WS-BUS-DATE (1:7) TO SQL-PERIOD-MONTH
           END-IF.

           MOVE SPACES TO SQL-PERIOD-START.
           STRING SQL-PERIOD-MONTH DELIMITED BY SIZE
                  '-01' DELIMITED BY SIZE
               INTO SQL-PERIOD-START
           END-STRING.
           MOVE SPACES TO SQL-MONTH-PREFIX.
           STRING SQL-PERIOD-MONTH DELIMITED BY SPACE
                  '%' DELIMITED BY SIZE
               INTO SQL-MONTH-PREFIX
           END-STRING.

           EXEC SQL
               SELECT MAX(CAL_DATE),
                      CONVERT(CHAR(10),
                          DATEADD(MONTH, 1,
                              CAST(:SQL-PERIOD-START AS DATE)), 120),
                      CONVERT(CHAR(10),
                          DATEADD(DAY, -1,
                              DATEADD(MONTH, 1,
                                  CAST(:SQL-PERIOD-START AS DATE))),
                          120),
                      DATEDIFF(DAY,
                          CAST(:SQL-PERIOD-START AS DATE),
                          DATEADD(MONTH, 1,
                              CAST(:SQL-PERIOD-START AS DATE)))
               INTO :SQL-LAST-PROC-DATE:SQL-LAST-PROC-DATE-NULL,
                    :SQL-NEXT-MONTH-START,
                    :SQL-MONTH-LAST-DAY,
                    :SQL-PERIOD-DAYS
               FROM dbo.BusinessCalendar
               WHERE CAL_DATE LIKE :SQL-MONTH-PREFIX
                 AND IS_BUSINESS_DAY = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Report period lookup failed for '
                       SQL-PERIOD-MONTH
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'PROFITABILITY' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-PERIOD-MONTH TO WS-ERR-CONTEXT
               MOVE 'Report period lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO SET-REPORT-PERIOD-EXIT
           END-IF.

      *    An explicit month runs regardless, up to its last
      *    processing day (its last calendar day if the calendar
      *    holds none)
           IF WS-PARM-MONTH NOT = SPACES
               IF SQL-LAST-PROC-DATE-NULL = -1
                   MOVE SQL-MONTH-LAST-DAY TO SQL-PERIOD-END
               ELSE
                   MOVE SQL-LAST-PROC-DATE TO SQL-PERIOD-END
               END-IF
               MOVE 'Y' TO WS-REPORT-DUE-FLAG
               GO TO SET-REPORT-PERIOD-SHOW
           END-IF.

           IF SQL-LAST-PROC-DATE-NULL = -1
               DISPLAY 'ERROR: No processing days on '
                       'dbo.BusinessCalendar for ' SQL-PERIOD-MONTH
               ADD 1 TO WS-ERRORS
               GO TO SET-REPORT-PERIOD-EXIT
           END-IF.

           IF WS-BUS-DATE NOT = SQL-LAST-PROC-DATE
               DISPLAY 'Business date ' WS-BUS-DATE ' is not the '
                       'last processing day of ' SQL-PERIOD-MONTH
                       ' - no profitability run tonight'
               GO TO SET-REPORT-PERIOD-EXIT
           END-IF.

           MOVE SQL-LAST-PROC-DATE TO SQL-PERIOD-END.
           MOVE 'Y' TO WS-REPORT-DUE-FLAG.

       SET-REPORT-PERIOD-SHOW.
           DISPLAY 'Report month: ' SQL-PERIOD-MONTH
                   ' (' SQL-PERIOD-START ' to ' SQL-PERIOD-END ')'.
       SET-REPORT-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * CLEAR-PRIOR-RESULTS: A re-run replaces the month's results
      * rather than adding to them
      ******************************************************************
       CLEAR-PRIOR-RESULTS SECTION.
           EXEC SQL
               DELETE FROM dbo.AccountProfitability
               WHERE REPORT_MONTH = :SQL-PERIOD-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Could not clear prior account results'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           EXEC SQL
               DELETE FROM dbo.ProfitabilityRollups
               WHERE REPORT_MONTH = :SQL-PERIOD-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Could not clear prior roll-ups'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.
       CLEAR-PRIOR-RESULTS-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-FTP-CURVE: Load the curve in effect for the month into
      * WS-FTP-CURVE-TABLE once. With no curve on file every account
      * is still measured, with no FTP
      ******************************************************************
       LOAD-FTP-CURVE SECTION.
           MOVE ZERO TO WS-FTP-POINT-COUNT.

           EXEC SQL
               OPEN FTP_CURVE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open FTP curve cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           PERFORM LOAD-ONE-CURVE-POINT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE FTP_CURVE_CURSOR
           END-EXEC.

           IF WS-FTP-POINT-COUNT = ZERO
               DISPLAY 'WARNING: No FTP curve in effect on '
                       SQL-PERIOD-END ' - accounts carry no FTP'
               ADD 1 TO WS-ERRORS
               MOVE 'PROFITABILITY' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-PERIOD-MONTH TO WS-ERR-CONTEXT
               MOVE 'No FTP rate curve in effect' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           ELSE
               DISPLAY 'FTP curve points loaded: ' WS-FTP-POINT-COUNT
           END-IF.
       LOAD-FTP-CURVE-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-ONE-CURVE-POINT: Fetch one tenor point into the table
      ******************************************************************
       LOAD-ONE-CURVE-POINT SECTION.
           EXEC SQL
               FETCH FTP_CURVE_CURSOR INTO
                   :SQL-CURVE-TERM,
                   :SQL-CURVE-RATE
           END-EXEC.

           IF SQLCODE = 100
               GO TO LOAD-ONE-CURVE-POINT-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: FTP curve fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO LOAD-ONE-CURVE-POINT-EXIT
           END-IF.

           IF WS-FTP-POINT-COUNT >= WS-FTP-MAX-POINTS
               DISPLAY 'WARNING: FTP curve point beyond table limit '
                       'ignored, tenor ' SQL-CURVE-TERM
               GO TO LOAD-ONE-CURVE-POINT-EXIT
           END-IF.

           ADD 1 TO WS-FTP-POINT-COUNT.
           MOVE SQL-CURVE-TERM TO WS-FTP-PT-TERM (WS-FTP-POINT-COUNT).
           MOVE SQL-CURVE-RATE TO WS-FTP-PT-RATE (WS-FTP-POINT-COUNT).
       LOAD-ONE-CURVE-POINT-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-DETAIL-FILE: Open the per-account file and write its
      * header
      ******************************************************************
       OPEN-DETAIL-FILE SECTION.
           OPEN OUTPUT DETAIL-CSV.
           IF NOT DETAIL-FILE-OK
               DISPLAY 'WARNING: Could not open profitability detail'
               DISPLAY 'File status: ' WS-DETAIL-FILE-STATUS
               GO TO OPEN-DETAIL-FILE-EXIT
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING 'REPORT_MONTH,ACC_ID,CURRENCY,CUSTOMER_ID,'
                  DELIMITED BY SIZE
                  'ACC_TYPE,BRANCH_ID,AVG_BALANCE,TERM_MONTHS,'
                  DELIMITED BY SIZE
                  'FTP_RATE,INTEREST_PAID,INTEREST_EARNED,'
                  DELIMITED BY SIZE
                  'FEE_INCOME,FEES_WAIVED,FTP_AMOUNT,'
                  DELIMITED BY SIZE
                  'NET_CONTRIBUTION' DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING.
           WRITE DETAIL-CSV-RECORD FROM WS-DETAIL-LINE.
       OPEN-DETAIL-FILE-EXIT.
           EXIT.

      ******************************************************************
      * MEASURE-ACCOUNTS: Walk every account/currency in scope
      ******************************************************************
       MEASURE-ACCOUNTS SECTION.
           MOVE WS-BASE-CURRENCY TO SQL-BASE-CCY.
           MOVE WS-PF-NONMAT-TERM-MONTHS TO SQL-NONMAT-TERM.

           EXEC SQL
               OPEN PROFIT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open profitability cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           PERFORM MEASURE-ONE-ACCOUNT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE PROFIT_CURSOR
           END-EXEC.

           DISPLAY 'Account profitability complete'.
       MEASURE-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * MEASURE-ONE-ACCOUNT: Gather, price and save one account/
      * currency's month
      ******************************************************************
       MEASURE-ONE-ACCOUNT SECTION.
           EXEC SQL
               FETCH PROFIT_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-CUSTOMER-ID,
                   :SQL-ACC-TYPE,
                   :SQL-BRANCH-ID,
                   :SQL-TERM-MONTHS,
                   :SQL-BASE-FX-RATE:SQL-BASE-FX-RATE-NULL
           END-EXEC.

           IF SQLCODE = 100
               GO TO MEASURE-ONE-ACCOUNT-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Profitability cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO MEASURE-ONE-ACCOUNT-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-INPUT.
           MOVE 'N' TO WS-ACCOUNT-FAILED.

           PERFORM LOOKUP-AVERAGE-BALANCE.
           IF ACCOUNT-HAS-FAILED
               GO TO MEASURE-ONE-ACCOUNT-NEXT
           END-IF.

           PERFORM SUM-INTEREST-ACTIVITY.
           IF ACCOUNT-HAS-FAILED
               GO TO MEASURE-ONE-ACCOUNT-NEXT
           END-IF.

           PERFORM SUM-FEE-INCOME.
           IF ACCOUNT-HAS-FAILED
               GO TO MEASURE-ONE-ACCOUNT-NEXT
           END-IF.

      *    An account with no balance, interest or fees all month
      *    earned and cost nothing - it is left off the report
           IF SQL-AVG-BALANCE = ZERO
               AND SQL-INTEREST-PAID = ZERO
               AND SQL-INTEREST-EARNED = ZERO
               AND SQL-FEE-INCOME = ZERO
               AND SQL-FEES-WAIVED = ZERO
               ADD 1 TO WS-ACCOUNTS-IDLE
               GO TO MEASURE-ONE-ACCOUNT-NEXT
           END-IF.

           PERFORM PRICE-FUNDS-TRANSFER.

           COMPUTE SQL-NET-CONTRIBUTION =
               SQL-INTEREST-EARNED + SQL-FEE-INCOME
               + SQL-FTP-AMOUNT - SQL-INTEREST-PAID.

      *    No FX rate on file - the account is still measured in its
      *    own currency, but cannot be added into the base-currency
      *    roll-ups
           IF SQL-BASE-FX-RATE-NULL = -1
               ADD 1 TO WS-ACCOUNTS-NO-FX
               DISPLAY 'WARNING: No FX rate on file for '
                       SQL-CURRENCY ' - ' FUNCTION TRIM(SQL-ACC-ID)
                       ' left out of the roll-ups'
           END-IF.

           PERFORM SAVE-ACCOUNT-RESULT.
           IF ACCOUNT-HAS-FAILED
               GO TO MEASURE-ONE-ACCOUNT-NEXT
           END-IF.

           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-ACCOUNTS-MEASURED.

       MEASURE-ONE-ACCOUNT-NEXT.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       MEASURE-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-AVERAGE-BALANCE: The month's average balance. On the
      * month's last processing day that is the month-to-date
      * average ADB_CALC keeps on dbo.AverageDailyBalances; for an
      * earlier month, the same average taken over the end-of-day
      * balances on dbo.AccountDailyBalances it was built from
      ******************************************************************
       LOOKUP-AVERAGE-BALANCE SECTION.
           MOVE ZERO TO SQL-AVG-BALANCE.

           EXEC SQL
               SELECT MTD_AVG_BALANCE
               INTO :SQL-AVG-BALANCE:SQL-AVG-BALANCE-NULL
               FROM dbo.AverageDailyBalances
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND AS_OF_DATE = :SQL-PERIOD-END
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   SELECT AVG(EOD_BALANCE)
                   INTO :SQL-AVG-BALANCE:SQL-AVG-BALANCE-NULL
                   FROM dbo.AccountDailyBalances
                   WHERE ACC_ID = :SQL-ACC-ID
                     AND CURRENCY = :SQL-CURRENCY
                     AND BAL_DATE >= :SQL-PERIOD-START
                     AND BAL_DATE <= :SQL-PERIOD-END
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Average balance lookup failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ACCOUNT-FAILED
               MOVE 'PROFITABILITY' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Average balance lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO LOOKUP-AVERAGE-BALANCE-EXIT
           END-IF.

           IF SQL-AVG-BALANCE-NULL = -1
               MOVE ZERO TO SQL-AVG-BALANCE
           END-IF.
       LOOKUP-AVERAGE-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * SUM-INTEREST-ACTIVITY: The month's posted interest on the
      * account - INTEREST paid out and DEBIT-INT earned - and the
      * LOAN-INT earned on the loan, which posts against the paying
      * account but is tied to the loan by the servicing programs'
      * INT_TX_ID. Each item is netted against every posted REVERSAL
      * that references it
      ******************************************************************
       SUM-INTEREST-ACTIVITY SECTION.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN T.TX_TYPE = 'INTEREST'
                          THEN T.AMOUNT + COALESCE(R.REV_AMOUNT, 0)
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN T.TX_TYPE = 'DEBIT-INT'
                          THEN 0 - (T.AMOUNT
                                    + COALESCE(R.REV_AMOUNT, 0))
                          ELSE 0 END), 0)
               INTO :SQL-INTEREST-PAID,
                    :SQL-DEBIT-INT-EARNED
               FROM dbo.Transactions T
               LEFT JOIN (SELECT REFERENCE_TX_ID,
                                 SUM(AMOUNT) AS REV_AMOUNT
                          FROM dbo.Transactions
                          WHERE TX_TYPE = 'REVERSAL'
                            AND POSTED_FLAG = 'Y'
                          GROUP BY REFERENCE_TX_ID) R
                 ON R.REFERENCE_TX_ID = T.TX_ID
               WHERE T.ACC_ID = :SQL-ACC-ID
                 AND T.CURRENCY = :SQL-CURRENCY
                 AND T.TX_TYPE IN ('INTEREST', 'DEBIT-INT')
                 AND T.POSTED_FLAG = 'Y'
                 AND T.TX_TS_UTC >= :SQL-PERIOD-START
                 AND T.TX_TS_UTC < :SQL-NEXT-MONTH-START
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO SUM-INTEREST-ACTIVITY-FAILED
           END-IF.

      *    LOAN-INT items are debits to the paying account, so the
      *    interest earned is the negated sum
           EXEC SQL
               SELECT COALESCE(SUM(0 - (T.AMOUNT
                                        + COALESCE(R.REV_AMOUNT, 0))),
                               0)
               INTO :SQL-LOAN-INT-EARNED
               FROM (SELECT ACC_ID, INT_TX_ID
                     FROM dbo.LoanSchedule
                     WHERE INT_TX_ID IS NOT NULL
                     UNION ALL
                     SELECT ACC_ID, INT_TX_ID
                     FROM dbo.LoanPayments
                     WHERE INT_TX_ID IS NOT NULL) L
               JOIN dbo.Transactions T ON T.TX_ID = L.INT_TX_ID
               LEFT JOIN (SELECT REFERENCE_TX_ID,
                                 SUM(AMOUNT) AS REV_AMOUNT
                          FROM dbo.Transactions
                          WHERE TX_TYPE = 'REVERSAL'
                            AND POSTED_FLAG = 'Y'
                          GROUP BY REFERENCE_TX_ID) R
                 ON R.REFERENCE_TX_ID = T.TX_ID
               WHERE L.ACC_ID = :SQL-ACC-ID
                 AND T.CURRENCY = :SQL-CURRENCY
                 AND T.TX_TYPE = 'LOAN-INT'
                 AND T.POSTED_FLAG = 'Y'
                 AND T.TX_TS_UTC >= :SQL-PERIOD-START
                 AND T.TX_TS_UTC < :SQL-NEXT-MONTH-START
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO SUM-INTEREST-ACTIVITY-FAILED
           END-IF.

           COMPUTE SQL-INTEREST-EARNED =
               SQL-DEBIT-INT-EARNED + SQL-LOAN-INT-EARNED.
           GO TO SUM-INTEREST-ACTIVITY-EXIT.

       SUM-INTEREST-ACTIVITY-FAILED.
           DISPLAY 'ERROR: Interest summary failed for ' SQL-ACC-ID.
           DISPLAY 'SQLCODE: ' SQLCODE.
           ADD 1 TO WS-ERRORS.
           MOVE 'Y' TO WS-ACCOUNT-FAILED.
           MOVE 'PROFITABILITY' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT.
           MOVE 'Interest summary failed' TO WS-ERR-MESSAGE.
           PERFORM LOG-PROCESSING-ERROR.
       SUM-INTEREST-ACTIVITY-EXIT.
           EXIT.

      ******************************************************************
      * SUM-FEE-INCOME: The month's fee decisions on
      * dbo.FeeAssessmentLog. The assessed amount is what was
      * charged after waivers; the waived amount is carried
      * alongside so the report shows what the waivers gave up
      ******************************************************************
       SUM-FEE-INCOME SECTION.
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT_ASSESSED), 0),
                      COALESCE(SUM(AMOUNT_WAIVED), 0)
               INTO :SQL-FEE-INCOME,
                    :SQL-FEES-WAIVED
               FROM dbo.FeeAssessmentLog
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND CYCLE_DATE LIKE :SQL-MONTH-PREFIX
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Fee income summary failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ACCOUNT-FAILED
               MOVE 'PROFITABILITY' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Fee income summary failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       SUM-FEE-INCOME-EXIT.
           EXIT.

      ******************************************************************
      * PRICE-FUNDS-TRANSFER: Pick the curve rate for the account's
      * term - the longest tenor point not beyond it, or the
      * shortest point for a term inside the curve's first tenor -
      * and price the average balance at it for the month's days.
      * A positive balance earns the credit, a negative one bears
      * the charge
      ******************************************************************
       PRICE-FUNDS-TRANSFER SECTION.
           MOVE ZERO TO SQL-FTP-RATE.
           MOVE ZERO TO SQL-FTP-AMOUNT.
           IF SQL-TERM-MONTHS < 0
               MOVE ZERO TO WS-TERM-MONTHS
           ELSE
               MOVE SQL-TERM-MONTHS TO WS-TERM-MONTHS
           END-IF.

           IF WS-FTP-POINT-COUNT = ZERO
               GO TO PRICE-FUNDS-TRANSFER-EXIT
           END-IF.

           MOVE WS-FTP-PT-RATE (1) TO WS-FTP-RATE.
           PERFORM PICK-CURVE-POINT
               VARYING WS-FTP-IDX FROM 1 BY 1
               UNTIL WS-FTP-IDX > WS-FTP-POINT-COUNT.
           MOVE WS-FTP-RATE TO SQL-FTP-RATE.

           COMPUTE WS-MU-AMOUNT ROUNDED =
               SQL-AVG-BALANCE * SQL-FTP-RATE * SQL-PERIOD-DAYS
               / WS-PF-FTP-DAY-BASIS.
           MOVE SQL-CURRENCY TO WS-MU-CURRENCY.
           PERFORM LOOKUP-CURRENCY-MINOR-UNITS.
           PERFORM ROUND-TO-MINOR-UNITS.
           MOVE WS-MU-AMOUNT TO SQL-FTP-AMOUNT.
       PRICE-FUNDS-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * PICK-CURVE-POINT: Take this point's rate if its tenor is not
      * beyond the account's term - the table is ascending, so the
      * last one taken is the longest that fits
      ******************************************************************
       PICK-CURVE-POINT SECTION.
           IF WS-FTP-PT-TERM (WS-FTP-IDX) <= WS-TERM-MONTHS
               MOVE WS-FTP-PT-RATE (WS-FTP-IDX) TO WS-FTP-RATE
           END-IF.
       PICK-CURVE-POINT-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-CURRENCY-MINOR-UNITS: Resolve the minor-units count
      * for the currency in WS-MU-CURRENCY (defaulting to 2 for any
      * currency missing from the table)
      ******************************************************************
       LOOKUP-CURRENCY-MINOR-UNITS SECTION.
           MOVE 2 TO WS-CCY-MINOR-UNITS.
           SET WS-ISO-4217-IDX TO 1.
           SEARCH WS-ISO-4217-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ISO-4217-CODE (WS-ISO-4217-IDX)
                       = WS-MU-CURRENCY
                   MOVE WS-ISO-4217-MINOR-UNITS (WS-ISO-4217-IDX)
                       TO WS-CCY-MINOR-UNITS
           END-SEARCH.

           EVALUATE WS-CCY-MINOR-UNITS
               WHEN 0
                   MOVE 1 TO WS-MU-FACTOR
               WHEN 1
                   MOVE 10 TO WS-MU-FACTOR
               WHEN 3
                   MOVE 1000 TO WS-MU-FACTOR
               WHEN OTHER
                   MOVE 100 TO WS-MU-FACTOR
           END-EVALUATE.
       LOOKUP-CURRENCY-MINOR-UNITS-EXIT.
           EXIT.

      ******************************************************************
      * ROUND-TO-MINOR-UNITS: Round WS-MU-AMOUNT to the currency's
      * true minor unit resolved above
      ******************************************************************
       ROUND-TO-MINOR-UNITS SECTION.
           COMPUTE WS-MU-SCALED ROUNDED =
               WS-MU-AMOUNT * WS-MU-FACTOR.
           COMPUTE WS-MU-AMOUNT =
               WS-MU-SCALED / WS-MU-FACTOR.
       ROUND-TO-MINOR-UNITS-EXIT.
           EXIT.

      ******************************************************************
      * SAVE-ACCOUNT-RESULT: Keep the account's month on
      * dbo.AccountProfitability for the roll-ups
      ******************************************************************
       SAVE-ACCOUNT-RESULT SECTION.
           MOVE WS-TERM-MONTHS TO SQL-TERM-MONTHS.

           EXEC SQL
               INSERT INTO dbo.AccountProfitability (
                   REPORT_MONTH,
                   ACC_ID,
                   CURRENCY,
                   CUSTOMER_ID,
                   ACC_TYPE,
                   BRANCH_ID,
                   AVG_BALANCE,
                   TERM_MONTHS,
                   FTP_RATE,
                   INTEREST_PAID,
                   INTEREST_EARNED,
                   FEE_INCOME,
                   FEES_WAIVED,
                   FTP_AMOUNT,
                   NET_CONTRIBUTION,
                   BASE_FX_RATE,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-PERIOD-MONTH,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-CUSTOMER-ID,
                   :SQL-ACC-TYPE,
                   :SQL-BRANCH-ID,
                   :SQL-AVG-BALANCE,
                   :SQL-TERM-MONTHS,
                   :SQL-FTP-RATE,
                   :SQL-INTEREST-PAID,
                   :SQL-INTEREST-EARNED,
                   :SQL-FEE-INCOME,
                   :SQL-FEES-WAIVED,
                   :SQL-FTP-AMOUNT,
                   :SQL-NET-CONTRIBUTION,
                   :SQL-BASE-FX-RATE:SQL-BASE-FX-RATE-NULL,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Profitability insert failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ACCOUNT-FAILED
               MOVE 'PROFITABILITY' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Account profitability insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       SAVE-ACCOUNT-RESULT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-DETAIL-LINE: One account/currency's month, in its own
      * currency
      ******************************************************************
       WRITE-DETAIL-LINE SECTION.
           IF NOT DETAIL-FILE-OK
               GO TO WRITE-DETAIL-LINE-EXIT
           END-IF.

           MOVE WS-TERM-MONTHS TO WS-COUNT-DISP.
           MOVE SQL-FTP-RATE TO WS-RATE-DISP.
           MOVE SQL-AVG-BALANCE TO WS-AVG-BAL-DISP.
           MOVE SQL-INTEREST-PAID TO WS-PAID-DISP.
           MOVE SQL-INTEREST-EARNED TO WS-EARNED-DISP.
           MOVE SQL-FEE-INCOME TO WS-FEE-DISP.
           MOVE SQL-FEES-WAIVED TO WS-WAIVED-DISP.
           MOVE SQL-FTP-AMOUNT TO WS-FTP-DISP.
           MOVE SQL-NET-CONTRIBUTION TO WS-NET-DISP.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING SQL-PERIOD-MONTH DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-TYPE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-BRANCH-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AVG-BAL-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAID-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EARNED-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEE-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WAIVED-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FTP-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NET-DISP) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING.
           WRITE DETAIL-CSV-RECORD FROM WS-DETAIL-LINE.
       WRITE-DETAIL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-DETAIL-FILE: Close the per-account file
      ******************************************************************
       CLOSE-DETAIL-FILE SECTION.
           IF NOT DETAIL-FILE-OK
               GO TO CLOSE-DETAIL-FILE-EXIT
           END-IF.

           CLOSE DETAIL-CSV.
           DISPLAY 'Account profitability written to '
                   '"data/out/account_profitability.csv"'.
       CLOSE-DETAIL-FILE-EXIT.
           EXIT.

      ******************************************************************
      * BUILD-ROLLUPS: Roll the month's accounts up in the base
      * currency by product, by branch and by relationship. Every
      * product and branch is kept; only the WS-PF-RANK-LIMIT least
      * profitable relationships are
      ******************************************************************
       BUILD-ROLLUPS SECTION.
           MOVE WS-BASE-CURRENCY TO SQL-BASE-CCY.

           MOVE 'ACC_TYPE' TO SQL-ROLLUP-LEVEL.
           MOVE 999999999 TO SQL-RANK-LIMIT.
           PERFORM INSERT-ROLLUP-LEVEL.

           MOVE 'BRANCH' TO SQL-ROLLUP-LEVEL.
           MOVE 999999999 TO SQL-RANK-LIMIT.
           PERFORM INSERT-ROLLUP-LEVEL.

           MOVE 'RELATIONSHIP' TO SQL-ROLLUP-LEVEL.
           MOVE WS-PF-RANK-LIMIT TO SQL-RANK-LIMIT.
           PERFORM INSERT-ROLLUP-LEVEL.
       BUILD-ROLLUPS-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-ROLLUP-LEVEL: Group the month's accounts by the key
      * for SQL-ROLLUP-LEVEL, converting each to the base currency,
      * and rank the groups by net contribution, lowest first.
      * Accounts with no FX rate on file are left out
      ******************************************************************
       INSERT-ROLLUP-LEVEL SECTION.
           EXEC SQL
               INSERT INTO dbo.ProfitabilityRollups (
                   REPORT_MONTH,
                   ROLLUP_LEVEL,
                   ROLLUP_KEY,
                   BASE_CURRENCY,
                   ACCOUNT_COUNT,
                   AVG_BALANCE,
                   INTEREST_PAID,
                   INTEREST_EARNED,
                   FEE_INCOME,
                   FEES_WAIVED,
                   FTP_AMOUNT,
                   NET_CONTRIBUTION,
                   PROFIT_RANK,
                   RUN_ID,
                   CALC_TS_UTC
               )
               SELECT :SQL-PERIOD-MONTH, :SQL-ROLLUP-LEVEL,
                      R.ROLLUP_KEY, :SQL-BASE-CCY,
                      R.ACCOUNT_COUNT, R.AVG_BALANCE,
                      R.INTEREST_PAID, R.INTEREST_EARNED,
                      R.FEE_INCOME, R.FEES_WAIVED,
                      R.FTP_AMOUNT, R.NET_CONTRIBUTION,
                      R.PROFIT_RANK, :WS-CURRENT-RUN-ID,
                      SYSUTCDATETIME()
               FROM (SELECT G.*,
                            ROW_NUMBER() OVER (
                                ORDER BY G.NET_CONTRIBUTION,
                                         G.ROLLUP_KEY)
                                AS PROFIT_RANK
                     FROM (SELECT K.ROLLUP_KEY,
                                  COUNT(*) AS ACCOUNT_COUNT,
                                  SUM(K.AVG_BALANCE * K.BASE_FX_RATE)
                                      AS AVG_BALANCE,
                                  SUM(K.INTEREST_PAID
                                      * K.BASE_FX_RATE)
                                      AS INTEREST_PAID,
                                  SUM(K.INTEREST_EARNED
                                      * K.BASE_FX_RATE)
                                      AS INTEREST_EARNED,
                                  SUM(K.FEE_INCOME * K.BASE_FX_RATE)
                                      AS FEE_INCOME,
                                  SUM(K.FEES_WAIVED * K.BASE_FX_RATE)
                                      AS FEES_WAIVED,
                                  SUM(K.FTP_AMOUNT * K.BASE_FX_RATE)
                                      AS FTP_AMOUNT,
                                  SUM(K.NET_CONTRIBUTION
                                      * K.BASE_FX_RATE)
                                      AS NET_CONTRIBUTION
                           FROM (SELECT P.*,
                                        CASE :SQL-ROLLUP-LEVEL
                                            WHEN 'ACC_TYPE'
                                                THEN P.ACC_TYPE
                                            WHEN 'BRANCH'
                                                THEN P.BRANCH_ID
                                            ELSE P.CUSTOMER_ID
                                        END AS ROLLUP_KEY
                                 FROM dbo.AccountProfitability P
                                 WHERE P.REPORT_MONTH =
                                           :SQL-PERIOD-MONTH
                                   AND P.BASE_FX_RATE IS NOT NULL) K
                           GROUP BY K.ROLLUP_KEY) G) R
               WHERE R.PROFIT_RANK <= :SQL-RANK-LIMIT
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Roll-up by ' SQL-ROLLUP-LEVEL
                       ' failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'PROFITABILITY' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ROLLUP-LEVEL TO WS-ERR-CONTEXT
               MOVE 'Profitability roll-up failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       INSERT-ROLLUP-LEVEL-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-PROFITABILITY-REPORT: The month's roll-ups - products,
      * then branches, then the least profitable relationships -
      * each least profitable first
      ******************************************************************
       WRITE-PROFITABILITY-REPORT SECTION.
           OPEN OUTPUT REPORT-CSV.
           IF NOT REPORT-FILE-OK
               DISPLAY 'WARNING: Could not open profitability report'
               DISPLAY 'File status: ' WS-REPORT-FILE-STATUS
               GO TO WRITE-PROFITABILITY-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REPORT_MONTH,ROLLUP_LEVEL,ROLLUP_KEY,RANK,'
                  DELIMITED BY SIZE
                  'ACCOUNT_COUNT,BASE_CURRENCY,AVG_BALANCE,'
                  DELIMITED BY SIZE
                  'INTEREST_PAID,INTEREST_EARNED,FEE_INCOME,'
                  DELIMITED BY SIZE
                  'FEES_WAIVED,FTP_AMOUNT,NET_CONTRIBUTION'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-CSV-RECORD FROM WS-REPORT-LINE.

           EXEC SQL
               OPEN ROLLUP_REPORT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open roll-up report cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-PROFITABILITY-REPORT-CLOSE
           END-IF.

           PERFORM WRITE-ONE-ROLLUP-LINE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE ROLLUP_REPORT_CURSOR
           END-EXEC.

       WRITE-PROFITABILITY-REPORT-CLOSE.
           CLOSE REPORT-CSV.
           DISPLAY 'Profitability report written to '
                   '"data/out/profitability_report.csv"'.
       WRITE-PROFITABILITY-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-ROLLUP-LINE: Fetch and write one roll-up row
      ******************************************************************
       WRITE-ONE-ROLLUP-LINE SECTION.
           EXEC SQL
               FETCH ROLLUP_REPORT_CURSOR INTO
                   :SQL-ROLLUP-LEVEL,
                   :SQL-ROLLUP-KEY,
                   :SQL-PROFIT-RANK,
                   :SQL-ACCOUNT-COUNT,
                   :SQL-PR-AVG-BALANCE,
                   :SQL-PR-INTEREST-PAID,
                   :SQL-PR-INTEREST-EARNED,
                   :SQL-PR-FEE-INCOME,
                   :SQL-PR-FEES-WAIVED,
                   :SQL-PR-FTP-AMOUNT,
                   :SQL-PR-NET-CONTRIBUTION
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-ROLLUP-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Roll-up report fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-ROLLUP-LINE-EXIT
           END-IF.

           ADD 1 TO WS-ROLLUP-ROWS.
           MOVE SQL-PR-AVG-BALANCE TO WS-AVG-BAL-DISP.
           MOVE SQL-PR-INTEREST-PAID TO WS-PAID-DISP.
           MOVE SQL-PR-INTEREST-EARNED TO WS-EARNED-DISP.
           MOVE SQL-PR-FEE-INCOME TO WS-FEE-DISP.
           MOVE SQL-PR-FEES-WAIVED TO WS-WAIVED-DISP.
           MOVE SQL-PR-FTP-AMOUNT TO WS-FTP-DISP.
           MOVE SQL-PR-NET-CONTRIBUTION TO WS-NET-DISP.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING SQL-PERIOD-MONTH DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ROLLUP-LEVEL) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ROLLUP-KEY) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING.
           MOVE SQL-PROFIT-RANK TO WS-COUNT-DISP.
           STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING.
           MOVE SQL-ACCOUNT-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING FUNCTION TRIM(WS-DETAIL-LINE) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AVG-BAL-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAID-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EARNED-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEE-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WAIVED-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FTP-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NET-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-CSV-RECORD FROM WS-REPORT-LINE.
       WRITE-ONE-ROLLUP-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we measured at least one account
           IF WS-ACCOUNTS-MEASURED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'PROFITABILITY' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE SPACES TO WS-LIN-SRC-TABLE.
           STRING 'Transactions,FeeAssessmentLog,'
                  DELIMITED BY SIZE
                  'AverageDailyBalances,FtpRateCurve'
                  DELIMITED BY SIZE
               INTO WS-LIN-SRC-TABLE
           END-STRING.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'AMOUNT,TX_TYPE,AMOUNT_ASSESSED,AMOUNT_WAIVED,'
                  DELIMITED BY SIZE
                  'MTD_AVG_BALANCE,FTP_RATE' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'AccountProfitability,ProfitabilityRollups'
               TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'INTEREST_PAID,INTEREST_EARNED,FEE_INCOME,'
                  DELIMITED BY SIZE
                  'FTP_AMOUNT,NET_CONTRIBUTION,PROFIT_RANK'
                  DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'aggregate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Interest, fees and FTP netted; ranked roll-ups'
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
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           IF NOT REPORT-IS-DUE
               DISPLAY '  No report month due'
           ELSE
               DISPLAY '  Report month:          ' SQL-PERIOD-MONTH
           END-IF.
           DISPLAY '  Accounts read:         ' WS-ROWS-INPUT.
           DISPLAY '  Accounts measured:     ' WS-ACCOUNTS-MEASURED.
           DISPLAY '  Idle accounts skipped: ' WS-ACCOUNTS-IDLE.
           DISPLAY '  Missing FX rate:       ' WS-ACCOUNTS-NO-FX.
           DISPLAY '  Roll-up rows:          ' WS-ROLLUP-ROWS.
           DISPLAY '  Errors encountered:    ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM PROFITABILITY.
