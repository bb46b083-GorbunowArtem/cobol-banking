       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ANALYSIS.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * ACCT_ANALYSIS - Commercial Account Analysis Program
      ******************************************************************
      * Purpose: Price business accounts on account analysis instead
      *          of the flat FEE_ASSESS maintenance fee. Runs in the
      *          BANKBAT chain beside FEE_ASSESS, on each account's
      *          monthly cycle date (STMT_CYCLE_DAY, default the 1st,
      *          clamped at month end), for every open account whose
      *          ACC_TYPE has prices in effect on
      *          dbo.AnalysisUnitPrices (loaded by
      *          ANALYSIS_PRICE_MAINT). For the period since the
      *          account's last analysis (a month back on its first)
      *          it counts the billable activity on dbo.LedgerEntries
      *          by type:
      *            DEPOSIT - deposits credited
      *            ITEM    - checks paid
      *            ACH     - ACH originations (dbo.AchOriginations)
      *            WIRE    - outgoing wires (dbo.WireRequests)
      *          and prices each volume, plus the monthly MAINT
      *          charge, at the unit prices in effect. The earnings
      *          credit is the period's average collected balance -
      *          the cycle average daily balance from
      *          dbo.AverageDailyBalances less the average deposit
      *          float still held on dbo.Holds - at the ECR, over
      *          WS-AA-ECR-DAY-BASIS. Only the net service charge is
      *          raised, as one unposted FEE transaction for
      *          POST_LEDGER; credit beyond the charges is not
      *          carried forward. The customer's analysis statement
      *          shows the volumes, unit prices, earnings credit and
      *          net charge, and each period's result is kept on
      *          dbo.AccountAnalysisStatements.
      * Input:   dbo.Accounts, dbo.AccountBalances,
      *          dbo.AnalysisUnitPrices, dbo.LedgerEntries,
      *          dbo.Transactions, dbo.AchOriginations,
      *          dbo.WireRequests, dbo.AverageDailyBalances,
      *          dbo.Holds
      * Output:  dbo.Transactions (TX_TYPE = 'FEE', unposted)
      *          dbo.AccountAnalysisStatements
      *          dbo.FeeAssessmentLog
      *          data/out/account_analysis_statements.csv
      * Lineage: transform_kind=calculate
      ******************************************************************
      * LINEAGE: PROGRAM=ACCT_ANALYSIS
      * LINEAGE: SRC=sqlserver.dbo.LedgerEntries(TX_ID,ACC_ID,DEBIT,
      *               CREDIT,VALUE_DATE)
      * LINEAGE: SRC=sqlserver.dbo.AnalysisUnitPrices(ACC_TYPE,
      *               SERVICE_CODE,UNIT_PRICE)
      * LINEAGE: SRC=sqlserver.dbo.AverageDailyBalances(
      *               CTD_AVG_BALANCE)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TS_UTC,TX_TYPE)
      * LINEAGE: TGT=sqlserver.dbo.AccountAnalysisStatements(
      *               SERVICE_CHARGES,EARNINGS_CREDIT,NET_CHARGE)
      * LINEAGE: MAP=VOLUMES x UNIT_PRICE -> SERVICE_CHARGES
      * LINEAGE: MAP=CTD_AVG_BALANCE - FLOAT -> EARNINGS_CREDIT [AT
      *               ECR OVER DAY BASIS]
      * LINEAGE: MAP=SERVICE_CHARGES - EARNINGS_CREDIT -> AMOUNT
      *               [FLOORED AT ZERO]
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
           SELECT ANALYSIS-STMT-CSV
               ASSIGN TO "data/out/account_analysis_statements.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  ANALYSIS-STMT-CSV.
       01  STMT-CSV-RECORD             PIC X(200).

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
                                        VALUE 'ACCT_ANALYSIS_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-STMT-FILE-STATUS         PIC XX.
           88  STMT-FILE-OK            VALUE '00'.

      * Analysis statement working storage: one CSV line per
      * statement line, volume and unit price blank where the line
      * has none
       01  WS-STMT-LINE                PIC X(200).
       01  WS-STMT-LINE-TYPE           PIC X(8).
       01  WS-STMT-DESCRIPTION         PIC X(32).
       01  WS-STMT-VOLUME-TXT          PIC X(12).
       01  WS-STMT-PRICE-TXT           PIC X(16).
       01  WS-STMT-AMOUNT              PIC S9(16)V99 COMP-3.
       01  WS-VOLUME-DISP              PIC Z(8)9.
       01  WS-PRICE-DISP               PIC -(4)9.9(6).
       01  WS-AMOUNT-DISP              PIC -(15)9.99.

      * Month-end clamping working storage: on the last day of a
      * month the cycle match picks up every cycle day at or beyond
      * it, so day-29/30/31 accounts still cycle in shorter months
       01  WS-CYC-DATE-YYYYMMDD        PIC 9(8).
       01  WS-CYC-DATE-PARTS REDEFINES WS-CYC-DATE-YYYYMMDD.
           05  WS-CYC-D-YEAR           PIC 9(4).
           05  WS-CYC-D-MONTH          PIC 9(2).
           05  WS-CYC-D-DAY            PIC 9(2).
       01  WS-CYC-MONTH-END-DAY        PIC 9(2).

      * Unit prices in effect for the current account's ACC_TYPE
       01  WS-PRICE-MAINT              PIC S9(5)V9(6) COMP-3.
       01  WS-PRICE-DEPOSIT            PIC S9(5)V9(6) COMP-3.
       01  WS-PRICE-ITEM               PIC S9(5)V9(6) COMP-3.
       01  WS-PRICE-ACH                PIC S9(5)V9(6) COMP-3.
       01  WS-PRICE-WIRE               PIC S9(5)V9(6) COMP-3.

      * Current-account priced lines and offset
       01  WS-CHG-MAINT                PIC S9(13)V99 COMP-3.
       01  WS-CHG-DEPOSIT              PIC S9(13)V99 COMP-3.
       01  WS-CHG-ITEM                 PIC S9(13)V99 COMP-3.
       01  WS-CHG-ACH                  PIC S9(13)V99 COMP-3.
       01  WS-CHG-WIRE                 PIC S9(13)V99 COMP-3.
       01  WS-CREDIT-APPLIED           PIC S9(13)V99 COMP-3.
       01  WS-FEE-AMOUNT               PIC S9(16)V99 COMP-3.

      * Minor-unit rounding working storage
       01  WS-MU-CURRENCY              PIC X(3).
       01  WS-MU-FACTOR                PIC 9(4) COMP-5 VALUE 100.
       01  WS-MU-AMOUNT                PIC S9(16)V9(3) COMP-3.
       01  WS-MU-SCALED                PIC S9(18) COMP-3.

      * Set when a step for the current account fails, so the rest
      * of its analysis is skipped and a re-run picks it up again
       01  WS-ACCOUNT-FAILED           PIC X VALUE 'N'.
           88  ACCOUNT-HAS-FAILED      VALUE 'Y'.

      * Row counters and run totals
       01  WS-ROWS-INPUT               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-ANALYZED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ALREADY-ANALYZED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHARGES-RAISED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-FULLY-OFFSET             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DECISIONS-LOGGED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-NET-CHARGES        PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDIT-APPLIED     PIC S9(16)V99 COMP-3 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-CYCLE-DAY               PIC S9(4) COMP-5.
       01  SQL-MONTH-END-FLAG          PIC X(1).
       01  SQL-ALREADY-COUNT           PIC S9(9) COMP-3.
       01  SQL-PERIOD-START            PIC X(10).
       01  SQL-PERIOD-DAYS             PIC S9(9) COMP-5.
       01  SQL-DEPOSIT-COUNT           PIC S9(9) COMP-3.
       01  SQL-ITEM-COUNT              PIC S9(9) COMP-3.
       01  SQL-ACH-COUNT               PIC S9(9) COMP-3.
       01  SQL-WIRE-COUNT              PIC S9(9) COMP-3.
       01  SQL-PRICE-MAINT             PIC S9(5)V9(6) COMP-3.
       01  SQL-PRICE-DEPOSIT           PIC S9(5)V9(6) COMP-3.
       01  SQL-PRICE-ITEM              PIC S9(5)V9(6) COMP-3.
       01  SQL-PRICE-ACH               PIC S9(5)V9(6) COMP-3.
       01  SQL-PRICE-WIRE              PIC S9(5)V9(6) COMP-3.
       01  SQL-ECR-RATE                PIC S9(5)V9(6) COMP-3.
       01  SQL-AVG-LEDGER-BAL          PIC S9(16)V99 COMP-3.
       01  SQL-FLOAT-AMOUNT-DAYS       PIC S9(18)V99 COMP-3.
       01  SQL-AVG-FLOAT               PIC S9(16)V99 COMP-3.
       01  SQL-AVG-COLLECTED-BAL       PIC S9(16)V99 COMP-3.
       01  SQL-SERVICE-CHARGES         PIC S9(13)V99 COMP-3.
       01  SQL-EARNINGS-CREDIT         PIC S9(13)V99 COMP-3.
       01  SQL-NET-CHARGE              PIC S9(13)V99 COMP-3.
       01  SQL-FEE-AMOUNT              PIC S9(16)V99 COMP-3.
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-LOG-FEE-TYPE            PIC X(24).
       01  SQL-LOG-ASSESSED            PIC S9(16)V99 COMP-3.
       01  SQL-LOG-WAIVED              PIC S9(16)V99 COMP-3.
       01  SQL-WAIVER-REASON           PIC X(8).
       01  SQL-FEE-TX-ID               PIC 9(18) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator - only the net charge's log row links a FEE
      * transaction
       01  SQL-FEE-TX-ID-NULL          PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Accounts cycling today whose ACC_TYPE is priced on account
      * analysis, one row per currency carried
       EXEC SQL
           DECLARE ANALYSIS_CURSOR CURSOR FOR
           SELECT AB.ACC_ID, AB.CURRENCY, A.ACC_TYPE,
                  COALESCE(A.BRANCH_ID, '000')
           FROM dbo.AccountBalances AB
           JOIN dbo.Accounts A ON A.ACC_ID = AB.ACC_ID
           WHERE A.STATUS = 'O'
             AND (COALESCE(A.STMT_CYCLE_DAY, 1) = :SQL-CYCLE-DAY
                  OR (:SQL-MONTH-END-FLAG = 'Y'
                      AND COALESCE(A.STMT_CYCLE_DAY, 1)
                          >= :SQL-CYCLE-DAY))
             AND EXISTS
                 (SELECT 1 FROM dbo.AnalysisUnitPrices P
                  WHERE P.ACC_TYPE = A.ACC_TYPE
                    AND P.EFF_FROM_DATE <= :SQL-BUS-DATE
                    AND (P.EFF_TO_DATE IS NULL
                         OR P.EFF_TO_DATE >= :SQL-BUS-DATE))
           ORDER BY AB.ACC_ID, AB.CURRENCY
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'ACCT_ANALYSIS - Commercial Account Analysis'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-STATEMENT-FILE.
           PERFORM ANALYZE-ACCOUNTS.
           PERFORM CLOSE-STATEMENT-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'ACCT_ANALYSIS completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-INPUT.
           MOVE ZERO TO WS-ACCOUNTS-ANALYZED.
           MOVE ZERO TO WS-CHARGES-RAISED.
           MOVE ZERO TO WS-ERRORS.

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
      * OPEN-STATEMENT-FILE: Open the analysis statement file and
      * write its header
      ******************************************************************
       OPEN-STATEMENT-FILE SECTION.
           OPEN OUTPUT ANALYSIS-STMT-CSV.
           IF NOT STMT-FILE-OK
               DISPLAY 'WARNING: Could not open analysis statements'
               DISPLAY 'File status: ' WS-STMT-FILE-STATUS
               GO TO OPEN-STATEMENT-FILE-EXIT
           END-IF.

           MOVE SPACES TO WS-STMT-LINE.
           STRING 'ACC_ID,CURRENCY,CYCLE_DATE,PERIOD_START,'
                  DELIMITED BY SIZE
                  'LINE_TYPE,DESCRIPTION,VOLUME,UNIT_PRICE,AMOUNT'
                  DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING.
           WRITE STMT-CSV-RECORD FROM WS-STMT-LINE.
       OPEN-STATEMENT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * ANALYZE-ACCOUNTS: Walk the analysis accounts cycling today
      ******************************************************************
       ANALYZE-ACCOUNTS SECTION.
           COMPUTE SQL-CYCLE-DAY =
               FUNCTION NUMVAL(WS-BUS-DATE (9:2)).
           MOVE WS-BUS-DATE (1:4) TO WS-CYC-DATE-YYYYMMDD (1:4).
           MOVE WS-BUS-DATE (6:2) TO WS-CYC-DATE-YYYYMMDD (5:2).
           MOVE WS-BUS-DATE (9:2) TO WS-CYC-DATE-YYYYMMDD (7:2).
           PERFORM SET-MONTH-END-FLAG.

           DISPLAY 'Analyzing accounts cycling on day '
                   SQL-CYCLE-DAY.

           EXEC SQL
               OPEN ANALYSIS_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open analysis cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           PERFORM ANALYZE-ONE-ACCOUNT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE ANALYSIS_CURSOR
           END-EXEC.

           DISPLAY 'Account analysis complete'.
       ANALYZE-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * SET-MONTH-END-FLAG: Work out whether the date staged in
      * WS-CYC-DATE-YYYYMMDD is the last day of its month, setting
      * SQL-MONTH-END-FLAG for the cycle cursor's clamped match
      ******************************************************************
       SET-MONTH-END-FLAG SECTION.
           EVALUATE WS-CYC-D-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-CYC-MONTH-END-DAY
               WHEN 2
                   IF FUNCTION MOD(WS-CYC-D-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-CYC-D-YEAR, 100) NOT = 0
                        OR FUNCTION MOD(WS-CYC-D-YEAR, 400) = 0)
                       MOVE 29 TO WS-CYC-MONTH-END-DAY
                   ELSE
                       MOVE 28 TO WS-CYC-MONTH-END-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-CYC-MONTH-END-DAY
           END-EVALUATE.

           IF WS-CYC-D-DAY >= WS-CYC-MONTH-END-DAY
               MOVE 'Y' TO SQL-MONTH-END-FLAG
           ELSE
               MOVE 'N' TO SQL-MONTH-END-FLAG
           END-IF.
       SET-MONTH-END-FLAG-EXIT.
           EXIT.

      ******************************************************************
      * ANALYZE-ONE-ACCOUNT: Count, price and offset one cycling
      * account/currency's period, raise the net charge and write
      * its statement
      ******************************************************************
       ANALYZE-ONE-ACCOUNT SECTION.
           EXEC SQL
               FETCH ANALYSIS_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-ACC-TYPE,
                   :SQL-BRANCH-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO ANALYZE-ONE-ACCOUNT-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Analysis cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO ANALYZE-ONE-ACCOUNT-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-INPUT.

      *    One analysis per account/currency per cycle date - a
      *    re-run tonight charges nothing twice
           PERFORM CHECK-ALREADY-ANALYZED.
           IF SQL-ALREADY-COUNT > ZERO
               ADD 1 TO WS-ALREADY-ANALYZED
               GO TO ANALYZE-ONE-ACCOUNT-NEXT
           END-IF.

           MOVE 'N' TO WS-ACCOUNT-FAILED.
           PERFORM SET-ANALYSIS-PERIOD.
           IF ACCOUNT-HAS-FAILED
               GO TO ANALYZE-ONE-ACCOUNT-NEXT
           END-IF.

           PERFORM COUNT-BILLABLE-ACTIVITY.
           IF ACCOUNT-HAS-FAILED
               GO TO ANALYZE-ONE-ACCOUNT-NEXT
           END-IF.

           PERFORM LOOKUP-UNIT-PRICES.
           IF ACCOUNT-HAS-FAILED
               GO TO ANALYZE-ONE-ACCOUNT-NEXT
           END-IF.

           PERFORM LOOKUP-COLLECTED-BALANCE.
           PERFORM PRICE-ANALYSIS.

      *    Only the net service charge is raised; a period the
      *    earnings credit covers in full raises no FEE at all
           IF SQL-NET-CHARGE > ZERO
               PERFORM RAISE-NET-CHARGE
               IF ACCOUNT-HAS-FAILED
                   GO TO ANALYZE-ONE-ACCOUNT-NEXT
               END-IF
               ADD 1 TO WS-CHARGES-RAISED
               ADD SQL-NET-CHARGE TO WS-TOTAL-NET-CHARGES
           ELSE
               ADD 1 TO WS-FULLY-OFFSET
           END-IF.
           ADD WS-CREDIT-APPLIED TO WS-TOTAL-CREDIT-APPLIED.

           PERFORM LOG-ANALYSIS-DECISIONS.
           PERFORM SAVE-ANALYSIS-RESULT.
           PERFORM WRITE-ANALYSIS-STATEMENT.
           ADD 1 TO WS-ACCOUNTS-ANALYZED.

       ANALYZE-ONE-ACCOUNT-NEXT.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       ANALYZE-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-ALREADY-ANALYZED: Guard against a second analysis on a
      * re-run - a result already saved for this account/currency
      * and cycle date means tonight's work is done
      ******************************************************************
       CHECK-ALREADY-ANALYZED SECTION.
           MOVE ZERO TO SQL-ALREADY-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-ALREADY-COUNT
               FROM dbo.AccountAnalysisStatements
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND CYCLE_DATE = :SQL-BUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Already-analyzed check failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE ZERO TO SQL-ALREADY-COUNT
           END-IF.
       CHECK-ALREADY-ANALYZED-EXIT.
           EXIT.

      ******************************************************************
      * SET-ANALYSIS-PERIOD: The period runs from the account's last
      * analysis cycle date (a month back on its first analysis) up
      * to the day before tonight's, so month-end clamping neither
      * drops nor double-bills a day
      ******************************************************************
       SET-ANALYSIS-PERIOD SECTION.
           EXEC SQL
               SELECT CONVERT(CHAR(10), X.PERIOD_START, 120),
                      DATEDIFF(DAY, X.PERIOD_START,
                               CAST(:SQL-BUS-DATE AS DATE))
               INTO :SQL-PERIOD-START,
                    :SQL-PERIOD-DAYS
               FROM (SELECT COALESCE(
                         (SELECT MAX(CAST(S.CYCLE_DATE AS DATE))
                          FROM dbo.AccountAnalysisStatements S
                          WHERE S.ACC_ID = :SQL-ACC-ID
                            AND S.CURRENCY = :SQL-CURRENCY
                            AND S.CYCLE_DATE < :SQL-BUS-DATE),
                         DATEADD(MONTH, -1,
                                 CAST(:SQL-BUS-DATE AS DATE)))
                         AS PERIOD_START) X
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Analysis period failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ACCOUNT-FAILED
               MOVE 'ACCT_ANALYSIS' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Analysis period could not be set'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       SET-ANALYSIS-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * COUNT-BILLABLE-ACTIVITY: Count the period's billable ledger
      * activity on the account by type - deposits credited, checks
      * paid, ACH originations and outgoing wires - keyed on each
      * entry's value date
      ******************************************************************
       COUNT-BILLABLE-ACTIVITY SECTION.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN T.TX_TYPE = 'DEPOSIT'
                                         AND L.CREDIT > 0
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN T.CHECK_SERIAL IS NOT NULL
                                         AND L.DEBIT > 0
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN O.TX_ID IS NOT NULL
                                         AND L.DEBIT > 0
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN W.TX_ID IS NOT NULL
                                         AND L.DEBIT > 0
                                        THEN 1 ELSE 0 END), 0)
               INTO :SQL-DEPOSIT-COUNT,
                    :SQL-ITEM-COUNT,
                    :SQL-ACH-COUNT,
                    :SQL-WIRE-COUNT
               FROM dbo.LedgerEntries L
               JOIN dbo.Transactions T ON T.TX_ID = L.TX_ID
               LEFT JOIN (SELECT DISTINCT TX_ID
                          FROM dbo.AchOriginations) O
                      ON O.TX_ID = L.TX_ID
               LEFT JOIN (SELECT DISTINCT TX_ID
                          FROM dbo.WireRequests
                          WHERE TX_ID IS NOT NULL) W
                      ON W.TX_ID = L.TX_ID
               WHERE L.ACC_ID = :SQL-ACC-ID
                 AND L.CURRENCY = :SQL-CURRENCY
                 AND COALESCE(CAST(L.VALUE_DATE AS DATE),
                              CAST(L.POSTED_TS_UTC AS DATE))
                     >= CAST(:SQL-PERIOD-START AS DATE)
                 AND COALESCE(CAST(L.VALUE_DATE AS DATE),
                              CAST(L.POSTED_TS_UTC AS DATE))
                     < CAST(:SQL-BUS-DATE AS DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Activity count failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ACCOUNT-FAILED
               MOVE 'ACCT_ANALYSIS' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Billable activity count failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       COUNT-BILLABLE-ACTIVITY-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-UNIT-PRICES: The unit prices and ECR in effect on the
      * cycle date for this ACC_TYPE. A service with no price loaded
      * is not charged, and no ECR row earns no credit
      ******************************************************************
       LOOKUP-UNIT-PRICES SECTION.
           EXEC SQL
               SELECT COALESCE(MAX(CASE WHEN SERVICE_CODE = 'MAINT'
                                   THEN UNIT_PRICE END), 0),
                      COALESCE(MAX(CASE WHEN SERVICE_CODE = 'DEPOSIT'
                                   THEN UNIT_PRICE END), 0),
                      COALESCE(MAX(CASE WHEN SERVICE_CODE = 'ITEM'
                                   THEN UNIT_PRICE END), 0),
                      COALESCE(MAX(CASE WHEN SERVICE_CODE = 'ACH'
                                   THEN UNIT_PRICE END), 0),
                      COALESCE(MAX(CASE WHEN SERVICE_CODE = 'WIRE'
                                   THEN UNIT_PRICE END), 0),
                      COALESCE(MAX(CASE WHEN SERVICE_CODE = 'ECR'
                                   THEN UNIT_PRICE END), 0)
               INTO :SQL-PRICE-MAINT,
                    :SQL-PRICE-DEPOSIT,
                    :SQL-PRICE-ITEM,
                    :SQL-PRICE-ACH,
                    :SQL-PRICE-WIRE,
                    :SQL-ECR-RATE
               FROM dbo.AnalysisUnitPrices
               WHERE ACC_TYPE = :SQL-ACC-TYPE
                 AND EFF_FROM_DATE <= :SQL-BUS-DATE
                 AND (EFF_TO_DATE IS NULL
                      OR EFF_TO_DATE >= :SQL-BUS-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Unit price lookup failed for '
                       SQL-ACC-TYPE
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ACCOUNT-FAILED
               MOVE 'ACCT_ANALYSIS' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Analysis unit price lookup failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO LOOKUP-UNIT-PRICES-EXIT
           END-IF.

           MOVE SQL-PRICE-MAINT TO WS-PRICE-MAINT.
           MOVE SQL-PRICE-DEPOSIT TO WS-PRICE-DEPOSIT.
           MOVE SQL-PRICE-ITEM TO WS-PRICE-ITEM.
           MOVE SQL-PRICE-ACH TO WS-PRICE-ACH.
           MOVE SQL-PRICE-WIRE TO WS-PRICE-WIRE.
       LOOKUP-UNIT-PRICES-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-COLLECTED-BALANCE: The period's average collected
      * balance - the cycle average daily balance less the average
      * deposit float, i.e. deposited-check holds weighted by the
      * days of the period each was outstanding
      ******************************************************************
       LOOKUP-COLLECTED-BALANCE SECTION.
           MOVE ZERO TO SQL-AVG-LEDGER-BAL.
           MOVE ZERO TO SQL-AVG-FLOAT.

           EXEC SQL
               SELECT CTD_AVG_BALANCE
               INTO :SQL-AVG-LEDGER-BAL
               FROM dbo.AverageDailyBalances
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'WARNING: Average balance lookup failed '
                           'for ' SQL-ACC-ID
                   DISPLAY 'SQLCODE: ' SQLCODE
               END-IF
               MOVE ZERO TO SQL-AVG-LEDGER-BAL
           END-IF.

           MOVE ZERO TO SQL-FLOAT-AMOUNT-DAYS.
           EXEC SQL
               SELECT COALESCE(SUM(H.AMOUNT * DATEDIFF(DAY,
                          CASE WHEN CAST(H.PLACED_TS_UTC AS DATE)
                                    > CAST(:SQL-PERIOD-START AS DATE)
                               THEN CAST(H.PLACED_TS_UTC AS DATE)
                               ELSE CAST(:SQL-PERIOD-START AS DATE)
                          END,
                          CASE WHEN CAST(H.AVAILABLE_DATE AS DATE)
                                    < CAST(:SQL-BUS-DATE AS DATE)
                               THEN CAST(H.AVAILABLE_DATE AS DATE)
                               ELSE CAST(:SQL-BUS-DATE AS DATE)
                          END)), 0)
               INTO :SQL-FLOAT-AMOUNT-DAYS
               FROM dbo.Holds H
               WHERE H.ACC_ID = :SQL-ACC-ID
                 AND H.CURRENCY = :SQL-CURRENCY
                 AND H.HOLD_TYPE = 'DEPOSIT'
                 AND CAST(H.PLACED_TS_UTC AS DATE)
                     < CAST(:SQL-BUS-DATE AS DATE)
                 AND CAST(H.AVAILABLE_DATE AS DATE)
                     > CAST(:SQL-PERIOD-START AS DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Deposit float lookup failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE ZERO TO SQL-FLOAT-AMOUNT-DAYS
           END-IF.

           IF SQL-PERIOD-DAYS > ZERO
               COMPUTE SQL-AVG-FLOAT ROUNDED =
                   SQL-FLOAT-AMOUNT-DAYS / SQL-PERIOD-DAYS
           END-IF.

           COMPUTE SQL-AVG-COLLECTED-BAL =
               SQL-AVG-LEDGER-BAL - SQL-AVG-FLOAT.
       LOOKUP-COLLECTED-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * PRICE-ANALYSIS: Price each volume, figure the earnings credit
      * on a positive collected balance, and offset it against the
      * service charges. The net charge is rounded to the currency's
      * minor unit before it goes anywhere, so the FEE, the log and
      * the statement agree
      ******************************************************************
       PRICE-ANALYSIS SECTION.
           COMPUTE WS-CHG-MAINT ROUNDED = WS-PRICE-MAINT.
           COMPUTE WS-CHG-DEPOSIT ROUNDED =
               SQL-DEPOSIT-COUNT * WS-PRICE-DEPOSIT.
           COMPUTE WS-CHG-ITEM ROUNDED =
               SQL-ITEM-COUNT * WS-PRICE-ITEM.
           COMPUTE WS-CHG-ACH ROUNDED =
               SQL-ACH-COUNT * WS-PRICE-ACH.
           COMPUTE WS-CHG-WIRE ROUNDED =
               SQL-WIRE-COUNT * WS-PRICE-WIRE.
           COMPUTE SQL-SERVICE-CHARGES =
               WS-CHG-MAINT + WS-CHG-DEPOSIT + WS-CHG-ITEM
               + WS-CHG-ACH + WS-CHG-WIRE.

           MOVE ZERO TO SQL-EARNINGS-CREDIT.
           IF SQL-AVG-COLLECTED-BAL > ZERO
               AND SQL-PERIOD-DAYS > ZERO
               COMPUTE SQL-EARNINGS-CREDIT ROUNDED =
                   SQL-AVG-COLLECTED-BAL * SQL-ECR-RATE
                   * SQL-PERIOD-DAYS / WS-AA-ECR-DAY-BASIS
           END-IF.

           IF SQL-SERVICE-CHARGES > SQL-EARNINGS-CREDIT
               COMPUTE SQL-NET-CHARGE =
                   SQL-SERVICE-CHARGES - SQL-EARNINGS-CREDIT
               MOVE SQL-NET-CHARGE TO WS-MU-AMOUNT
               MOVE SQL-CURRENCY TO WS-MU-CURRENCY
               PERFORM LOOKUP-CURRENCY-MINOR-UNITS
               PERFORM ROUND-TO-MINOR-UNITS
               MOVE WS-MU-AMOUNT TO SQL-NET-CHARGE
           ELSE
               MOVE ZERO TO SQL-NET-CHARGE
           END-IF.

           COMPUTE WS-CREDIT-APPLIED =
               SQL-SERVICE-CHARGES - SQL-NET-CHARGE.
       PRICE-ANALYSIS-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-NET-CHARGE: One unposted FEE transaction for the net
      * service charge, for POST_LEDGER to pick up tonight
      ******************************************************************
       RAISE-NET-CHARGE SECTION.
           COMPUTE SQL-FEE-AMOUNT = 0 - SQL-NET-CHARGE.
           MOVE 'Account analysis service charge' TO SQL-NARRATIVE.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   NARRATIVE
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-FEE-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'FEE',
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Analysis charge insert failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ACCOUNT-FAILED
               MOVE 'ACCT_ANALYSIS' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Analysis charge insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RAISE-NET-CHARGE-EXIT
           END-IF.

      *    Kept for the decision log row, the link a fee refund cites
           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-FEE-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-FEE-TX-ID
           END-IF.
       RAISE-NET-CHARGE-EXIT.
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
      * LOG-ANALYSIS-DECISIONS: dbo.FeeAssessmentLog rows for the
      * period, so FEE_REPORT rolls analysis income and the earnings
      * credit given up in with the flat fees: the net charge as an
      * assessment, and the charges the credit offset as a waiver
      * under reason ECR
      ******************************************************************
       LOG-ANALYSIS-DECISIONS SECTION.
           MOVE 'ACCOUNT-ANALYSIS' TO SQL-LOG-FEE-TYPE.

           IF SQL-NET-CHARGE > ZERO
               MOVE SQL-NET-CHARGE TO SQL-LOG-ASSESSED
               MOVE ZERO TO SQL-LOG-WAIVED
               MOVE SPACES TO SQL-WAIVER-REASON
               MOVE 0 TO SQL-FEE-TX-ID-NULL
               PERFORM INSERT-FEE-LOG-ROW
           END-IF.

           IF WS-CREDIT-APPLIED > ZERO
               MOVE ZERO TO SQL-LOG-ASSESSED
               MOVE WS-CREDIT-APPLIED TO SQL-LOG-WAIVED
               MOVE 'ECR' TO SQL-WAIVER-REASON
               MOVE ZERO TO SQL-FEE-TX-ID
               MOVE -1 TO SQL-FEE-TX-ID-NULL
               PERFORM INSERT-FEE-LOG-ROW
           END-IF.
       LOG-ANALYSIS-DECISIONS-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-FEE-LOG-ROW: One dbo.FeeAssessmentLog row from the
      * SQL-LOG-* fields staged by the caller
      ******************************************************************
       INSERT-FEE-LOG-ROW SECTION.
           EXEC SQL
               INSERT INTO dbo.FeeAssessmentLog (
                   ACC_ID,
                   CURRENCY,
                   ACC_TYPE,
                   BRANCH_ID,
                   CYCLE_DATE,
                   FEE_TYPE,
                   AMOUNT_ASSESSED,
                   AMOUNT_WAIVED,
                   WAIVER_REASON_CODE,
                   TX_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-ACC-TYPE,
                   :SQL-BRANCH-ID,
                   :SQL-BUS-DATE,
                   :SQL-LOG-FEE-TYPE,
                   :SQL-LOG-ASSESSED,
                   :SQL-LOG-WAIVED,
                   :SQL-WAIVER-REASON,
                   :SQL-FEE-TX-ID:SQL-FEE-TX-ID-NULL,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Fee decision log insert failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO INSERT-FEE-LOG-ROW-EXIT
           END-IF.

           ADD 1 TO WS-DECISIONS-LOGGED.
       INSERT-FEE-LOG-ROW-EXIT.
           EXIT.

      ******************************************************************
      * SAVE-ANALYSIS-RESULT: Keep the period's result on
      * dbo.AccountAnalysisStatements - the re-run guard and the
      * next period's starting point
      ******************************************************************
       SAVE-ANALYSIS-RESULT SECTION.
           EXEC SQL
               INSERT INTO dbo.AccountAnalysisStatements (
                   ACC_ID,
                   CURRENCY,
                   ACC_TYPE,
                   CYCLE_DATE,
                   PERIOD_START,
                   PERIOD_DAYS,
                   DEPOSIT_COUNT,
                   ITEM_COUNT,
                   ACH_COUNT,
                   WIRE_COUNT,
                   SERVICE_CHARGES,
                   AVG_LEDGER_BAL,
                   AVG_FLOAT,
                   AVG_COLLECTED_BAL,
                   ECR_RATE,
                   EARNINGS_CREDIT,
                   NET_CHARGE,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-ACC-TYPE,
                   :SQL-BUS-DATE,
                   :SQL-PERIOD-START,
                   :SQL-PERIOD-DAYS,
                   :SQL-DEPOSIT-COUNT,
                   :SQL-ITEM-COUNT,
                   :SQL-ACH-COUNT,
                   :SQL-WIRE-COUNT,
                   :SQL-SERVICE-CHARGES,
                   :SQL-AVG-LEDGER-BAL,
                   :SQL-AVG-FLOAT,
                   :SQL-AVG-COLLECTED-BAL,
                   :SQL-ECR-RATE,
                   :SQL-EARNINGS-CREDIT,
                   :SQL-NET-CHARGE,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Analysis result insert failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'ACCT_ANALYSIS' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Analysis result insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       SAVE-ANALYSIS-RESULT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ANALYSIS-STATEMENT: The customer's analysis statement
      * for the period - one line per priced service with its volume
      * and unit price, the balances behind the earnings credit, the
      * credit at the ECR, and the net charge
      ******************************************************************
       WRITE-ANALYSIS-STATEMENT SECTION.
           IF NOT STMT-FILE-OK
               GO TO WRITE-ANALYSIS-STATEMENT-EXIT
           END-IF.

           MOVE 'SERVICE' TO WS-STMT-LINE-TYPE.
           MOVE 'Account maintenance' TO WS-STMT-DESCRIPTION.
           MOVE 1 TO WS-VOLUME-DISP.
           MOVE WS-PRICE-MAINT TO WS-PRICE-DISP.
           MOVE WS-CHG-MAINT TO WS-STMT-AMOUNT.
           PERFORM WRITE-PRICED-LINE.

           MOVE 'Deposits credited' TO WS-STMT-DESCRIPTION.
           MOVE SQL-DEPOSIT-COUNT TO WS-VOLUME-DISP.
           MOVE WS-PRICE-DEPOSIT TO WS-PRICE-DISP.
           MOVE WS-CHG-DEPOSIT TO WS-STMT-AMOUNT.
           PERFORM WRITE-PRICED-LINE.

           MOVE 'Checks paid' TO WS-STMT-DESCRIPTION.
           MOVE SQL-ITEM-COUNT TO WS-VOLUME-DISP.
           MOVE WS-PRICE-ITEM TO WS-PRICE-DISP.
           MOVE WS-CHG-ITEM TO WS-STMT-AMOUNT.
           PERFORM WRITE-PRICED-LINE.

           MOVE 'ACH originations' TO WS-STMT-DESCRIPTION.
           MOVE SQL-ACH-COUNT TO WS-VOLUME-DISP.
           MOVE WS-PRICE-ACH TO WS-PRICE-DISP.
           MOVE WS-CHG-ACH TO WS-STMT-AMOUNT.
           PERFORM WRITE-PRICED-LINE.

           MOVE 'Outgoing wires' TO WS-STMT-DESCRIPTION.
           MOVE SQL-WIRE-COUNT TO WS-VOLUME-DISP.
           MOVE WS-PRICE-WIRE TO WS-PRICE-DISP.
           MOVE WS-CHG-WIRE TO WS-STMT-AMOUNT.
           PERFORM WRITE-PRICED-LINE.

           MOVE 'TOTAL' TO WS-STMT-LINE-TYPE.
           MOVE 'Total service charges' TO WS-STMT-DESCRIPTION.
           MOVE SQL-SERVICE-CHARGES TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE 'BALANCE' TO WS-STMT-LINE-TYPE.
           MOVE 'Average ledger balance' TO WS-STMT-DESCRIPTION.
           MOVE SQL-AVG-LEDGER-BAL TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE 'Average uncollected funds' TO WS-STMT-DESCRIPTION.
           MOVE SQL-AVG-FLOAT TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           MOVE 'Average collected balance' TO WS-STMT-DESCRIPTION.
           MOVE SQL-AVG-COLLECTED-BAL TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

      *    The earnings credit line carries the period's days as its
      *    volume and the ECR as its unit price
           MOVE 'CREDIT' TO WS-STMT-LINE-TYPE.
           MOVE 'Earnings credit' TO WS-STMT-DESCRIPTION.
           MOVE SQL-PERIOD-DAYS TO WS-VOLUME-DISP.
           MOVE SQL-ECR-RATE TO WS-PRICE-DISP.
           COMPUTE WS-STMT-AMOUNT = 0 - SQL-EARNINGS-CREDIT.
           PERFORM WRITE-PRICED-LINE.

           MOVE 'NET' TO WS-STMT-LINE-TYPE.
           MOVE 'Net service charge' TO WS-STMT-DESCRIPTION.
           MOVE SQL-NET-CHARGE TO WS-STMT-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
       WRITE-ANALYSIS-STATEMENT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-PRICED-LINE: A statement line with a volume and unit
      * price
      ******************************************************************
       WRITE-PRICED-LINE SECTION.
           MOVE FUNCTION TRIM(WS-VOLUME-DISP) TO WS-STMT-VOLUME-TXT.
           MOVE FUNCTION TRIM(WS-PRICE-DISP) TO WS-STMT-PRICE-TXT.
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-PRICED-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-AMOUNT-LINE: A statement line with an amount only
      ******************************************************************
       WRITE-AMOUNT-LINE SECTION.
           MOVE SPACES TO WS-STMT-VOLUME-TXT.
           MOVE SPACES TO WS-STMT-PRICE-TXT.
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-AMOUNT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-STATEMENT-LINE: Format and write one statement line
      ******************************************************************
       WRITE-STATEMENT-LINE SECTION.
           MOVE WS-STMT-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-BUS-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-PERIOD-START DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STMT-LINE-TYPE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STMT-DESCRIPTION)
                      DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STMT-VOLUME-TXT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STMT-PRICE-TXT) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING.
           WRITE STMT-CSV-RECORD FROM WS-STMT-LINE.
       WRITE-STATEMENT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-STATEMENT-FILE: Close the analysis statement file
      ******************************************************************
       CLOSE-STATEMENT-FILE SECTION.
           IF NOT STMT-FILE-OK
               GO TO CLOSE-STATEMENT-FILE-EXIT
           END-IF.

           CLOSE ANALYSIS-STMT-CSV.
           DISPLAY 'Analysis statements written to '
                   '"data/out/account_analysis_statements.csv"'.
       CLOSE-STATEMENT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we analyzed at least one account
           IF WS-ACCOUNTS-ANALYZED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'ACCT_ANALYSIS' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LedgerEntries,AnalysisUnitPrices,AverageDailyBalances'
               TO WS-LIN-SRC-TABLE.
           MOVE 'TX_ID,DEBIT,CREDIT,UNIT_PRICE,CTD_AVG_BALANCE'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'Transactions,AccountAnalysisStatements'
               TO WS-LIN-TGT-TABLE.
           MOVE 'AMOUNT,SERVICE_CHARGES,EARNINGS_CREDIT,NET_CHARGE'
               TO WS-LIN-TGT-COLS.
           MOVE 'calculate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Volumes x unit prices less earnings credit at ECR'
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
           DISPLAY '  Accounts cycling:      ' WS-ROWS-INPUT.
           DISPLAY '  Accounts analyzed:     ' WS-ACCOUNTS-ANALYZED.
           DISPLAY '  Already analyzed:      ' WS-ALREADY-ANALYZED.
           DISPLAY '  Net charges raised:    ' WS-CHARGES-RAISED.
           DISPLAY '  Fully offset by ECR:   ' WS-FULLY-OFFSET.
           MOVE WS-TOTAL-NET-CHARGES TO WS-AMOUNT-DISP.
           DISPLAY '  Net charges total:     ' WS-AMOUNT-DISP.
           MOVE WS-TOTAL-CREDIT-APPLIED TO WS-AMOUNT-DISP.
           DISPLAY '  Credit applied total:  ' WS-AMOUNT-DISP.
           DISPLAY '  Decisions logged:      ' WS-DECISIONS-LOGGED.
           DISPLAY '  Errors encountered:    ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM ACCT-ANALYSIS.
