       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRICING-GAP.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * REPRICING_GAP - Interest Rate Sensitivity / Repricing Gap
      ******************************************************************
      * Purpose: The asset-liability committee's monthly view of when
      *          the bank's balance sheet reprices. Rate-sensitive
      *          assets and liabilities are placed in the repricing
      *          buckets of GAP-BUCKETS.cpy (overnight, 1-3 months,
      *          3-12 months, 1-5 years, beyond) measured from the
      *          business date:
      *            - loan principal still owed on dbo.LoanSchedule,
      *              by installment due date (past due is overnight),
      *              at the loan's contractual ANNUAL_RATE
      *            - CD balances, by MATURITY_DATE
      *            - checking, savings and other non-maturity deposit
      *              balances, spread over the buckets by the decay
      *              shares loaded to dbo.DepositDecayRates by
      *              DECAY_RATE_MAINT; any share not assigned, or a
      *              type with no profile at all, reprices overnight
      *          Deposits and CDs carry the dbo.InterestRates rate in
      *          effect for their type and balance tier (the compiled
      *          INTEREST-RATES.cpy table when none is loaded).
      *          Balances convert to the base currency at the latest
      *          FX rate on file; overdrawn balances are not deposits
      *          and are left out. Reported per bucket: assets,
      *          liabilities, periodic gap and cumulative gap; then
      *          the twelve-month net interest income at current
      *          rates and its change under each parallel shock of
      *          GAP-BUCKETS.cpy, a balance earning or paying the
      *          shocked rate for the part of the year after it
      *          reprices. Rates are floored at zero on a down shock.
      *          Run from the nightly chain this is a no-op on every
      *          night except the last processing day of the month.
      * Input:   dbo.LoanSchedule, dbo.LoanMaster, dbo.Accounts,
      *          dbo.AccountBalances, dbo.InterestRates,
      *          dbo.DepositDecayRates, dbo.FxRates
      *          PARM/command line: NOW to run on any date
      * Output:  data/out/repricing_gap.csv
      * Lineage: transform_kind=forecast
      ******************************************************************
      * LINEAGE: PROGRAM=REPRICING_GAP
      * LINEAGE: SRC=sqlserver.dbo.LoanSchedule(DUE_DATE,
      *               PRINCIPAL_AMT)
      * LINEAGE: SRC=sqlserver.dbo.Accounts(ACC_TYPE,MATURITY_DATE)
      * LINEAGE: SRC=sqlserver.dbo.AccountBalances(BALANCE)
      * LINEAGE: SRC=sqlserver.dbo.DepositDecayRates(BUCKET_CODE,
      *               DECAY_PCT)
      * LINEAGE: TGT=file.filesystem.repricing_gap.csv(BUCKET,
      *               RATE_SENSITIVE_ASSETS,RATE_SENSITIVE_LIABS,
      *               PERIODIC_GAP,CUMULATIVE_GAP,SHOCK_BPS,
      *               BASE_NII,SHOCKED_NII,NII_CHANGE)
      * LINEAGE: MAP=positions -> repricing buckets [AGGREGATE]
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
           SELECT GAP-CSV
               ASSIGN TO "data/out/repricing_gap.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  GAP-CSV.
       01  GAP-CSV-RECORD              PIC X(250).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY INTEREST-RATES.
       COPY GAP-BUCKETS.
       COPY BUSDATE.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(14)
                                        VALUE 'REPRICING_GAP_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC XX.
           88  REPORT-FILE-OK          VALUE '00'.

      * Command-line / PARM parsing: NOW forces an ad hoc run
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-PARM-MODE                PIC X(8).
       01  WS-PARM-VALID               PIC X VALUE 'Y'.
           88  PARM-IS-VALID           VALUE 'Y'.
       01  WS-RUN-DUE-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-DUE              VALUE 'Y'.

      * Per-bucket totals in the base currency, in the same order
      * as the GAP-BUCKETS.cpy table, with each bucket's last date
       01  WS-GAP-TOTALS.
           05  WS-GAP-TOTAL-ENTRY      OCCURS 5 TIMES.
               10  WS-GAP-END-DATE     PIC X(10).
               10  WS-GAP-RSA          PIC S9(15)V99 COMP-3.
               10  WS-GAP-RSL          PIC S9(15)V99 COMP-3.
               10  WS-GAP-PERIODIC     PIC S9(15)V99 COMP-3.
               10  WS-GAP-CUMULATIVE   PIC S9(15)V99 COMP-3.
       01  WS-BKT-SUB                  PIC 9(2) COMP-5.

      * Twelve-month net interest income at current rates and its
      * change under each shock of GAP-BUCKETS.cpy
       01  WS-BASE-NII                 PIC S9(15)V9(6) COMP-3.
       01  WS-NII-SHOCK-TABLE.
           05  WS-NII-CHANGE           PIC S9(15)V9(6) COMP-3
                                        OCCURS 4 TIMES.
       01  WS-SHK-SUB                  PIC 9(2) COMP-5.
       01  WS-SHOCKED-NII              PIC S9(15)V99 COMP-3.
       01  WS-NII-ROUNDED              PIC S9(15)V99 COMP-3.
       01  WS-NII-CHANGE-ROUNDED       PIC S9(15)V99 COMP-3.

      * The position being placed: side, base-currency amount,
      * annual rate (a fraction) and bucket
       01  WS-POS-SIDE                 PIC X.
           88  POS-IS-ASSET            VALUE 'A'.
           88  POS-IS-LIABILITY        VALUE 'L'.
       01  WS-POS-AMOUNT               PIC S9(15)V99 COMP-3.
       01  WS-POS-RATE                 PIC S9(3)V9(6) COMP-3.
       01  WS-POS-BUCKET               PIC 9(2) COMP-5.
       01  WS-BASE-AMOUNT              PIC S9(15)V99 COMP-3.
       01  WS-EFF-SHOCK                PIC S9(3)V9(6) COMP-3.
       01  WS-NII-DELTA                PIC S9(15)V9(6) COMP-3.

      * Decay profile of the deposit type being placed - each
      * bucket's share of its balance, cached while the cursor stays
      * on the same type
       01  WS-DECAY-ACC-TYPE           PIC X(16) VALUE SPACES.
       01  WS-DECAY-PROFILE.
           05  WS-DECAY-SHARE          PIC 9V9(6) OCCURS 5 TIMES.
       01  WS-DECAY-TOTAL              PIC 9(3)V9(6).
       01  WS-SPREAD-PIECE             PIC S9(15)V99 COMP-3.
       01  WS-SPREAD-REMAIN            PIC S9(15)V99 COMP-3.

      * Report rendering
       01  WS-REPORT-LINE              PIC X(250).
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-AMOUNT-DISP-2            PIC -(14)9.99.
       01  WS-AMOUNT-DISP-3            PIC -(14)9.99.
       01  WS-AMOUNT-DISP-4            PIC -(14)9.99.
       01  WS-SHOCK-DISP               PIC +(4)9.

      * Row counters
       01  WS-LOAN-GROUPS              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CD-POSITIONS             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NMD-POSITIONS            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-POSITIONS-NO-FX          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TYPES-NO-DECAY           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REPORT-LINES             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-AS-OF-DATE              PIC X(10).
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-LAST-PROC-DATE          PIC X(10).
       01  SQL-LAST-PROC-DATE-NULL     PIC S9(4) COMP-5.
       01  SQL-EDGE-COUNT              PIC S9(4) COMP-5.
       01  SQL-EDGE-DATE               PIC X(10).
       01  SQL-BOUND-1                 PIC X(10).
       01  SQL-BOUND-2                 PIC X(10).
       01  SQL-BOUND-3                 PIC X(10).
       01  SQL-BOUND-4                 PIC X(10).
       01  SQL-BASE-CCY                PIC X(3).
       01  SQL-BUCKET-NO               PIC S9(4) COMP-5.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-BALANCE                 PIC S9(16)V99 COMP-3.
       01  SQL-ANNUAL-RATE             PIC S9(3)V9(6) COMP-3.
       01  SQL-FX-RATE                 PIC S9(9)V9(8) COMP-3.
       01  SQL-FX-RATE-NULL            PIC S9(4) COMP-5.
       01  SQL-DECAY-BUCKET            PIC X(6).
       01  SQL-DECAY-PCT               PIC S9(1)V9(6) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Loan principal still owed, by the bucket its installment
      * falls due in (past due reprices overnight) and the loan's
      * contractual rate. Loans are boarded in the base currency
       EXEC SQL
           DECLARE LOAN_GAP_CURSOR CURSOR FOR
           SELECT P.BUCKET_NO, P.ANNUAL_RATE, SUM(P.PRINCIPAL_AMT)
           FROM (SELECT CASE
                          WHEN S.DUE_DATE <= :SQL-BOUND-1 THEN 1
                          WHEN S.DUE_DATE <= :SQL-BOUND-2 THEN 2
                          WHEN S.DUE_DATE <= :SQL-BOUND-3 THEN 3
                          WHEN S.DUE_DATE <= :SQL-BOUND-4 THEN 4
                          ELSE 5
                        END AS BUCKET_NO,
                        LM.ANNUAL_RATE,
                        S.PRINCIPAL_AMT
                 FROM dbo.LoanSchedule S
                 JOIN dbo.LoanMaster LM ON LM.ACC_ID = S.ACC_ID
                 WHERE LM.STATUS = 'A'
                   AND S.STATUS <> 'P'
                   AND S.PRINCIPAL_AMT > 0) P
           GROUP BY P.BUCKET_NO, P.ANNUAL_RATE
           ORDER BY P.BUCKET_NO, P.ANNUAL_RATE
       END-EXEC.

      * Open deposit balances in credit, CDs bucketed by maturity
      * (bucket 0 marks a non-maturity balance for the decay
      * profile), with the latest FX rate to the base currency
       EXEC SQL
           DECLARE DEPOSIT_GAP_CURSOR CURSOR FOR
           SELECT A.ACC_ID, A.ACC_TYPE, AB.CURRENCY, AB.BALANCE,
                  CASE
                    WHEN A.ACC_TYPE <> 'CD' THEN 0
                    WHEN A.MATURITY_DATE IS NULL THEN 1
                    WHEN A.MATURITY_DATE <= :SQL-BOUND-1 THEN 1
                    WHEN A.MATURITY_DATE <= :SQL-BOUND-2 THEN 2
                    WHEN A.MATURITY_DATE <= :SQL-BOUND-3 THEN 3
                    WHEN A.MATURITY_DATE <= :SQL-BOUND-4 THEN 4
                    ELSE 5
                  END,
                  CASE WHEN AB.CURRENCY = :SQL-BASE-CCY THEN 1
                       ELSE FX.RATE_TO_BASE END
           FROM dbo.Accounts A
           JOIN dbo.AccountBalances AB ON AB.ACC_ID = A.ACC_ID
           LEFT JOIN dbo.FxRates FX
             ON FX.CURRENCY = AB.CURRENCY
            AND FX.AS_OF_UTC =
                (SELECT MAX(FX2.AS_OF_UTC)
                 FROM dbo.FxRates FX2
                 WHERE FX2.CURRENCY = AB.CURRENCY)
           WHERE A.STATUS = 'O'
             AND A.ACC_TYPE <> 'LOAN'
             AND AB.BALANCE > 0
           ORDER BY A.ACC_TYPE, A.ACC_ID, AB.CURRENCY
       END-EXEC.

      * The decay shares in effect on the as-of date for one
      * deposit type
       EXEC SQL
           DECLARE DECAY_CURSOR CURSOR FOR
           SELECT BUCKET_CODE, DECAY_PCT
           FROM dbo.DepositDecayRates
           WHERE ACC_TYPE = :SQL-ACC-TYPE
             AND EFF_FROM_DATE <= :SQL-AS-OF-DATE
             AND (EFF_TO_DATE IS NULL
                  OR EFF_TO_DATE >= :SQL-AS-OF-DATE)
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'REPRICING_GAP - Repricing Gap and Rate Shock'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: REPRICING_GAP [NOW]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM CHECK-RUN-DUE.

           IF RUN-IS-DUE
               PERFORM SET-BUCKET-BOUNDS
               PERFORM PLACE-LOAN-PRINCIPAL
               PERFORM PLACE-DEPOSIT-BALANCES
               PERFORM COMPUTE-GAPS
               PERFORM WRITE-GAP-REPORT
               PERFORM LOG-LINEAGE-EVENT
           END-IF.

           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'REPRICING_GAP completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM and set up the run
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE 'Y' TO WS-PARM-VALID.
           MOVE SPACES TO WS-PARM-MODE.
           INITIALIZE WS-GAP-TOTALS.
           MOVE ZERO TO WS-BASE-NII.
           INITIALIZE WS-NII-SHOCK-TABLE.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
               TO WS-PARM-MODE.
           IF WS-PARM-MODE NOT = SPACES
               AND WS-PARM-MODE NOT = 'NOW'
               MOVE 'N' TO WS-PARM-VALID
               GO TO INITIALIZE-PROGRAM-EXIT
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
      * CHECK-RUN-DUE: The report is as of the business date. Run
      * with no PARM (the nightly chain step) this is a no-op on
      * every night except the last processing day of the business
      * date's month; NOW runs it on any date
      ******************************************************************
       CHECK-RUN-DUE SECTION.
           MOVE 'N' TO WS-RUN-DUE-FLAG.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-AS-OF-DATE.
           MOVE WS-BASE-CURRENCY TO SQL-BASE-CCY.

           IF WS-PARM-MODE = 'NOW'
               MOVE 'Y' TO WS-RUN-DUE-FLAG
               GO TO CHECK-RUN-DUE-SHOW
           END-IF.

           MOVE SPACES TO SQL-MONTH-PREFIX.
           STRING WS-BUS-DATE (1:7) DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO SQL-MONTH-PREFIX
           END-STRING.

           EXEC SQL
               SELECT MAX(CAL_DATE)
               INTO :SQL-LAST-PROC-DATE:SQL-LAST-PROC-DATE-NULL
               FROM dbo.BusinessCalendar
               WHERE CAL_DATE LIKE :SQL-MONTH-PREFIX
                 AND IS_BUSINESS_DAY = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Month-end lookup failed for '
                       WS-BUS-DATE (1:7)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'REPRICING_GAP' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Month-end lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO CHECK-RUN-DUE-EXIT
           END-IF.

           IF SQL-LAST-PROC-DATE-NULL = -1
               DISPLAY 'ERROR: No processing days on '
                       'dbo.BusinessCalendar for ' WS-BUS-DATE (1:7)
               ADD 1 TO WS-ERRORS
               GO TO CHECK-RUN-DUE-EXIT
           END-IF.

           IF WS-BUS-DATE NOT = SQL-LAST-PROC-DATE
               DISPLAY 'Business date ' WS-BUS-DATE ' is not the '
                       'last processing day of ' WS-BUS-DATE (1:7)
                       ' - no repricing gap run tonight'
               GO TO CHECK-RUN-DUE-EXIT
           END-IF.

           MOVE 'Y' TO WS-RUN-DUE-FLAG.

       CHECK-RUN-DUE-SHOW.
           DISPLAY 'Gap as of: ' SQL-AS-OF-DATE
                   ' (base currency ' SQL-BASE-CCY ')'.
       CHECK-RUN-DUE-EXIT.
           EXIT.

      ******************************************************************
      * SET-BUCKET-BOUNDS: The last date inside each bucket, measured
      * from the as-of date by the bucket's edge in GAP-BUCKETS.cpy.
      * The open-ended last bucket has none
      ******************************************************************
       SET-BUCKET-BOUNDS SECTION.
           PERFORM SET-ONE-BUCKET-BOUND
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-GAP-BUCKET-COUNT.

           MOVE WS-GAP-END-DATE (1) TO SQL-BOUND-1.
           MOVE WS-GAP-END-DATE (2) TO SQL-BOUND-2.
           MOVE WS-GAP-END-DATE (3) TO SQL-BOUND-3.
           MOVE WS-GAP-END-DATE (4) TO SQL-BOUND-4.
       SET-BUCKET-BOUNDS-EXIT.
           EXIT.

       SET-ONE-BUCKET-BOUND SECTION.
           MOVE SPACES TO WS-GAP-END-DATE (WS-BKT-SUB).
           MOVE WS-GAP-BKT-EDGE (WS-BKT-SUB) TO SQL-EDGE-COUNT.

           EVALUATE WS-GAP-BKT-UNIT (WS-BKT-SUB)
               WHEN 'D'
                   EXEC SQL
                       SELECT CONVERT(CHAR(10),
                           DATEADD(DAY, :SQL-EDGE-COUNT,
                               CAST(:SQL-AS-OF-DATE AS DATE)), 120)
                       INTO :SQL-EDGE-DATE
                   END-EXEC
               WHEN 'M'
                   EXEC SQL
                       SELECT CONVERT(CHAR(10),
                           DATEADD(MONTH, :SQL-EDGE-COUNT,
                               CAST(:SQL-AS-OF-DATE AS DATE)), 120)
                       INTO :SQL-EDGE-DATE
                   END-EXEC
               WHEN OTHER
                   GO TO SET-ONE-BUCKET-BOUND-EXIT
           END-EVALUATE.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Bucket edge lookup failed for '
                       WS-GAP-BKT-CODE (WS-BKT-SUB)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE SQL-AS-OF-DATE TO SQL-EDGE-DATE
           END-IF.
           MOVE SQL-EDGE-DATE TO WS-GAP-END-DATE (WS-BKT-SUB).
       SET-ONE-BUCKET-BOUND-EXIT.
           EXIT.

      ******************************************************************
      * PLACE-LOAN-PRINCIPAL: Loan principal by installment - the
      * rate-sensitive assets
      ******************************************************************
       PLACE-LOAN-PRINCIPAL SECTION.
           EXEC SQL
               OPEN LOAN_GAP_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open loan gap cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO PLACE-LOAN-PRINCIPAL-EXIT
           END-IF.

           PERFORM FETCH-ONE-LOAN-GROUP
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE LOAN_GAP_CURSOR
           END-EXEC.
       PLACE-LOAN-PRINCIPAL-EXIT.
           EXIT.

       FETCH-ONE-LOAN-GROUP SECTION.
           EXEC SQL
               FETCH LOAN_GAP_CURSOR INTO
                   :SQL-BUCKET-NO, :SQL-ANNUAL-RATE, :SQL-BALANCE
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO FETCH-ONE-LOAN-GROUP-EXIT
           END-IF.

           ADD 1 TO WS-LOAN-GROUPS.
           MOVE 'A' TO WS-POS-SIDE.
           MOVE SQL-BALANCE TO WS-POS-AMOUNT.
           MOVE SQL-ANNUAL-RATE TO WS-POS-RATE.
           MOVE SQL-BUCKET-NO TO WS-POS-BUCKET.
           PERFORM ACCUMULATE-POSITION.
       FETCH-ONE-LOAN-GROUP-EXIT.
           EXIT.

      ******************************************************************
      * PLACE-DEPOSIT-BALANCES: CDs by maturity and non-maturity
      * deposits by decay profile - the rate-sensitive liabilities
      ******************************************************************
       PLACE-DEPOSIT-BALANCES SECTION.
           MOVE SPACES TO WS-DECAY-ACC-TYPE.
           EXEC SQL
               OPEN DEPOSIT_GAP_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open deposit gap cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO PLACE-DEPOSIT-BALANCES-EXIT
           END-IF.

           PERFORM FETCH-ONE-DEPOSIT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE DEPOSIT_GAP_CURSOR
           END-EXEC.
       PLACE-DEPOSIT-BALANCES-EXIT.
           EXIT.

       FETCH-ONE-DEPOSIT SECTION.
           EXEC SQL
               FETCH DEPOSIT_GAP_CURSOR INTO
                   :SQL-ACC-ID, :SQL-ACC-TYPE, :SQL-CURRENCY,
                   :SQL-BALANCE, :SQL-BUCKET-NO,
                   :SQL-FX-RATE:SQL-FX-RATE-NULL
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO FETCH-ONE-DEPOSIT-EXIT
           END-IF.

      *    No FX rate on file - the balance cannot be stated in the
      *    base currency and is left out of the gap
           IF SQL-FX-RATE-NULL = -1
               ADD 1 TO WS-POSITIONS-NO-FX
               DISPLAY 'WARNING: No FX rate on file for '
                       SQL-CURRENCY ', ' FUNCTION TRIM(SQL-ACC-ID)
                       ' left out of the gap'
               GO TO FETCH-ONE-DEPOSIT-EXIT
           END-IF.

           COMPUTE WS-BASE-AMOUNT ROUNDED =
               SQL-BALANCE * SQL-FX-RATE.
           PERFORM LOOKUP-DEPOSIT-RATE.
           MOVE 'L' TO WS-POS-SIDE.

           IF SQL-BUCKET-NO > 0
               ADD 1 TO WS-CD-POSITIONS
               MOVE WS-BASE-AMOUNT TO WS-POS-AMOUNT
               MOVE SQL-BUCKET-NO TO WS-POS-BUCKET
               PERFORM ACCUMULATE-POSITION
           ELSE
               ADD 1 TO WS-NMD-POSITIONS
               IF SQL-ACC-TYPE NOT = WS-DECAY-ACC-TYPE
                   PERFORM LOAD-DECAY-PROFILE
               END-IF
               PERFORM SPREAD-BY-DECAY
           END-IF.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       FETCH-ONE-DEPOSIT-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-DEPOSIT-RATE: The dbo.InterestRates rate in effect on
      * the as-of date for this type and balance tier - the highest
      * tier floor at or below the balance - else the compiled
      * INTEREST-RATES.cpy rate for the type, else its DEFAULT
      ******************************************************************
       LOOKUP-DEPOSIT-RATE SECTION.
           EXEC SQL
               SELECT TOP 1 ANNUAL_RATE
               INTO :SQL-ANNUAL-RATE
               FROM dbo.InterestRates
               WHERE ACC_TYPE = :SQL-ACC-TYPE
                 AND TIER_MIN_BALANCE <= :SQL-BALANCE
                 AND EFF_FROM_DATE <= :SQL-AS-OF-DATE
                 AND (EFF_TO_DATE IS NULL
                      OR EFF_TO_DATE >= :SQL-AS-OF-DATE)
               ORDER BY TIER_MIN_BALANCE DESC
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQL-ANNUAL-RATE TO WS-POS-RATE
               GO TO LOOKUP-DEPOSIT-RATE-EXIT
           END-IF.

           IF SQLCODE NOT = 100
               DISPLAY 'WARNING: Rate lookup failed for '
                       SQL-ACC-TYPE ', SQLCODE: ' SQLCODE
           END-IF.

           MOVE 'N' TO WS-INT-RATE-FOUND.
           SET WS-INT-RATE-IDX TO 1.
           SEARCH WS-INTEREST-RATE-ENTRY
               AT END
                   MOVE 'N' TO WS-INT-RATE-FOUND
               WHEN WS-INT-RATE-ACC-TYPE (WS-INT-RATE-IDX) =
                       SQL-ACC-TYPE
                   MOVE 'Y' TO WS-INT-RATE-FOUND
           END-SEARCH.

           IF INT-RATE-CODE-FOUND
               MOVE WS-INT-RATE-ANNUAL-PCT (WS-INT-RATE-IDX)
                   TO WS-POS-RATE
               GO TO LOOKUP-DEPOSIT-RATE-EXIT
           END-IF.

      *    No entry for this ACC_TYPE - fall back to DEFAULT
           SET WS-INT-RATE-IDX TO 1.
           SEARCH WS-INTEREST-RATE-ENTRY
               AT END
                   MOVE ZERO TO WS-POS-RATE
               WHEN WS-INT-RATE-ACC-TYPE (WS-INT-RATE-IDX) = 'DEFAULT'
                   MOVE WS-INT-RATE-ANNUAL-PCT (WS-INT-RATE-IDX)
                       TO WS-POS-RATE
           END-SEARCH.
       LOOKUP-DEPOSIT-RATE-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-DECAY-PROFILE: Each bucket's share of a deposit type's
      * balance, from the decay shares in effect on the as-of date.
      * Shares adding to more than the whole balance are scaled back
      * to it; a type with no shares on file reprices overnight
      ******************************************************************
       LOAD-DECAY-PROFILE SECTION.
           MOVE SQL-ACC-TYPE TO WS-DECAY-ACC-TYPE.
           INITIALIZE WS-DECAY-PROFILE.
           MOVE ZERO TO WS-DECAY-TOTAL.

           EXEC SQL
               OPEN DECAY_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open decay cursor for '
                       SQL-ACC-TYPE
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO LOAD-DECAY-PROFILE-EXIT
           END-IF.

           PERFORM FETCH-ONE-DECAY-SHARE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE DECAY_CURSOR
           END-EXEC.

           IF WS-DECAY-TOTAL = ZERO
               ADD 1 TO WS-TYPES-NO-DECAY
               DISPLAY 'WARNING: No decay profile on file for '
                       FUNCTION TRIM(SQL-ACC-TYPE)
                       ' - balances reprice overnight'
               GO TO LOAD-DECAY-PROFILE-EXIT
           END-IF.

           IF WS-DECAY-TOTAL > 1
               DISPLAY 'WARNING: Decay shares for '
                       FUNCTION TRIM(SQL-ACC-TYPE)
                       ' exceed the whole balance - scaled back'
               PERFORM SCALE-DECAY-SHARE
                   VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-GAP-BUCKET-COUNT
           END-IF.
       LOAD-DECAY-PROFILE-EXIT.
           EXIT.

       FETCH-ONE-DECAY-SHARE SECTION.
           EXEC SQL
               FETCH DECAY_CURSOR INTO
                   :SQL-DECAY-BUCKET, :SQL-DECAY-PCT
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO FETCH-ONE-DECAY-SHARE-EXIT
           END-IF.

           SET WS-GAP-BKT-IDX TO 1.
           SEARCH WS-GAP-BUCKET-ENTRY
               AT END
                   DISPLAY 'WARNING: Unknown decay bucket '
                           SQL-DECAY-BUCKET ' for '
                           FUNCTION TRIM(SQL-ACC-TYPE) ' ignored'
               WHEN WS-GAP-BKT-CODE (WS-GAP-BKT-IDX)
                       = SQL-DECAY-BUCKET
                   SET WS-BKT-SUB TO WS-GAP-BKT-IDX
                   ADD SQL-DECAY-PCT TO WS-DECAY-SHARE (WS-BKT-SUB)
                   ADD SQL-DECAY-PCT TO WS-DECAY-TOTAL
           END-SEARCH.
       FETCH-ONE-DECAY-SHARE-EXIT.
           EXIT.

       SCALE-DECAY-SHARE SECTION.
           COMPUTE WS-DECAY-SHARE (WS-BKT-SUB) ROUNDED =
               WS-DECAY-SHARE (WS-BKT-SUB) / WS-DECAY-TOTAL.
       SCALE-DECAY-SHARE-EXIT.
           EXIT.

      ******************************************************************
      * SPREAD-BY-DECAY: Place a non-maturity balance across the
      * buckets by its type's decay shares. Whatever the later
      * buckets do not take - the overnight share and any share not
      * assigned - reprices overnight
      ******************************************************************
       SPREAD-BY-DECAY SECTION.
           MOVE WS-BASE-AMOUNT TO WS-SPREAD-REMAIN.
           PERFORM SPREAD-ONE-BUCKET
               VARYING WS-BKT-SUB FROM 2 BY 1
               UNTIL WS-BKT-SUB > WS-GAP-BUCKET-COUNT.

           IF WS-SPREAD-REMAIN > ZERO
               MOVE WS-SPREAD-REMAIN TO WS-POS-AMOUNT
               MOVE 1 TO WS-POS-BUCKET
               PERFORM ACCUMULATE-POSITION
           END-IF.
       SPREAD-BY-DECAY-EXIT.
           EXIT.

       SPREAD-ONE-BUCKET SECTION.
           COMPUTE WS-SPREAD-PIECE ROUNDED =
               WS-BASE-AMOUNT * WS-DECAY-SHARE (WS-BKT-SUB).
           IF WS-SPREAD-PIECE > WS-SPREAD-REMAIN
               MOVE WS-SPREAD-REMAIN TO WS-SPREAD-PIECE
           END-IF.
           IF WS-SPREAD-PIECE NOT > ZERO
               GO TO SPREAD-ONE-BUCKET-EXIT
           END-IF.

           SUBTRACT WS-SPREAD-PIECE FROM WS-SPREAD-REMAIN.
           MOVE WS-SPREAD-PIECE TO WS-POS-AMOUNT.
           MOVE WS-BKT-SUB TO WS-POS-BUCKET.
           PERFORM ACCUMULATE-POSITION.
       SPREAD-ONE-BUCKET-EXIT.
           EXIT.

      ******************************************************************
      * ACCUMULATE-POSITION: Add one placed amount to its bucket and
      * to net interest income - at its current rate for the year,
      * and under each shock for the part of the year after it
      * reprices
      ******************************************************************
       ACCUMULATE-POSITION SECTION.
           IF WS-POS-BUCKET < 1
               OR WS-POS-BUCKET > WS-GAP-BUCKET-COUNT
               MOVE 1 TO WS-POS-BUCKET
           END-IF.

           IF POS-IS-ASSET
               ADD WS-POS-AMOUNT TO WS-GAP-RSA (WS-POS-BUCKET)
               COMPUTE WS-BASE-NII =
                   WS-BASE-NII + WS-POS-AMOUNT * WS-POS-RATE
           ELSE
               ADD WS-POS-AMOUNT TO WS-GAP-RSL (WS-POS-BUCKET)
               COMPUTE WS-BASE-NII =
                   WS-BASE-NII - WS-POS-AMOUNT * WS-POS-RATE
           END-IF.

           IF WS-GAP-BKT-NII-SHARE (WS-POS-BUCKET) = ZERO
               GO TO ACCUMULATE-POSITION-EXIT
           END-IF.

           PERFORM APPLY-ONE-SHOCK
               VARYING WS-SHK-SUB FROM 1 BY 1
               UNTIL WS-SHK-SUB > WS-GAP-SHOCK-COUNT.
       ACCUMULATE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ONE-SHOCK: The change in a year's interest on the
      * position under one parallel shock. A down shock never takes
      * the rate below zero
      ******************************************************************
       APPLY-ONE-SHOCK SECTION.
           COMPUTE WS-EFF-SHOCK =
               WS-GAP-SHOCK-BPS (WS-SHK-SUB) / 10000.
           IF WS-POS-RATE + WS-EFF-SHOCK < ZERO
               COMPUTE WS-EFF-SHOCK = ZERO - WS-POS-RATE
           END-IF.

           COMPUTE WS-NII-DELTA =
               WS-POS-AMOUNT * WS-EFF-SHOCK
                   * WS-GAP-BKT-NII-SHARE (WS-POS-BUCKET).

           IF POS-IS-ASSET
               ADD WS-NII-DELTA TO WS-NII-CHANGE (WS-SHK-SUB)
           ELSE
               SUBTRACT WS-NII-DELTA FROM WS-NII-CHANGE (WS-SHK-SUB)
           END-IF.
       APPLY-ONE-SHOCK-EXIT.
           EXIT.

      ******************************************************************
      * COMPUTE-GAPS: Periodic gap per bucket and the running
      * cumulative gap
      ******************************************************************
       COMPUTE-GAPS SECTION.
           PERFORM COMPUTE-ONE-GAP
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-GAP-BUCKET-COUNT.
       COMPUTE-GAPS-EXIT.
           EXIT.

       COMPUTE-ONE-GAP SECTION.
           COMPUTE WS-GAP-PERIODIC (WS-BKT-SUB) =
               WS-GAP-RSA (WS-BKT-SUB) - WS-GAP-RSL (WS-BKT-SUB).
           IF WS-BKT-SUB = 1
               MOVE WS-GAP-PERIODIC (1) TO WS-GAP-CUMULATIVE (1)
           ELSE
               COMPUTE WS-GAP-CUMULATIVE (WS-BKT-SUB) =
                   WS-GAP-CUMULATIVE (WS-BKT-SUB - 1)
                   + WS-GAP-PERIODIC (WS-BKT-SUB)
           END-IF.
       COMPUTE-ONE-GAP-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-GAP-REPORT: One GAP line per bucket, then one NII line
      * per shock
      ******************************************************************
       WRITE-GAP-REPORT SECTION.
           OPEN OUTPUT GAP-CSV.
           IF NOT REPORT-FILE-OK
               DISPLAY 'ERROR: Cannot create repricing gap report'
               DISPLAY 'File status: ' WS-REPORT-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-GAP-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SECTION,AS_OF,CURRENCY,BUCKET,BUCKET_END,'
                      DELIMITED BY SIZE
                  'RATE_SENSITIVE_ASSETS,RATE_SENSITIVE_LIABS,'
                      DELIMITED BY SIZE
                  'PERIODIC_GAP,CUMULATIVE_GAP,SHOCK_BPS,'
                      DELIMITED BY SIZE
                  'BASE_NII,SHOCKED_NII,NII_CHANGE'
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE GAP-CSV-RECORD FROM WS-REPORT-LINE.

           PERFORM WRITE-ONE-GAP-LINE
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > WS-GAP-BUCKET-COUNT.

           COMPUTE WS-NII-ROUNDED ROUNDED = WS-BASE-NII.
           PERFORM WRITE-ONE-NII-LINE
               VARYING WS-SHK-SUB FROM 1 BY 1
               UNTIL WS-SHK-SUB > WS-GAP-SHOCK-COUNT.

           CLOSE GAP-CSV.
           DISPLAY 'Repricing gap written to '
                   '"data/out/repricing_gap.csv"'.
       WRITE-GAP-REPORT-EXIT.
           EXIT.

       WRITE-ONE-GAP-LINE SECTION.
           ADD 1 TO WS-REPORT-LINES.
           MOVE WS-GAP-RSA (WS-BKT-SUB) TO WS-AMOUNT-DISP.
           MOVE WS-GAP-RSL (WS-BKT-SUB) TO WS-AMOUNT-DISP-2.
           MOVE WS-GAP-PERIODIC (WS-BKT-SUB) TO WS-AMOUNT-DISP-3.
           MOVE WS-GAP-CUMULATIVE (WS-BKT-SUB) TO WS-AMOUNT-DISP-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GAP,' DELIMITED BY SIZE
                  SQL-AS-OF-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-BASE-CCY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-GAP-BKT-CODE (WS-BKT-SUB) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GAP-END-DATE (WS-BKT-SUB) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-3) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-4) DELIMITED BY SIZE
                  ',,,,' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE GAP-CSV-RECORD FROM WS-REPORT-LINE.
       WRITE-ONE-GAP-LINE-EXIT.
           EXIT.

       WRITE-ONE-NII-LINE SECTION.
           ADD 1 TO WS-REPORT-LINES.
           COMPUTE WS-NII-CHANGE-ROUNDED ROUNDED =
               WS-NII-CHANGE (WS-SHK-SUB).
           COMPUTE WS-SHOCKED-NII =
               WS-NII-ROUNDED + WS-NII-CHANGE-ROUNDED.
           MOVE WS-GAP-SHOCK-BPS (WS-SHK-SUB) TO WS-SHOCK-DISP.
           MOVE WS-NII-ROUNDED TO WS-AMOUNT-DISP.
           MOVE WS-SHOCKED-NII TO WS-AMOUNT-DISP-2.
           MOVE WS-NII-CHANGE-ROUNDED TO WS-AMOUNT-DISP-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NII,' DELIMITED BY SIZE
                  SQL-AS-OF-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-BASE-CCY DELIMITED BY SIZE
                  ',,,,,,,' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHOCK-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-3) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE GAP-CSV-RECORD FROM WS-REPORT-LINE.
       WRITE-ONE-NII-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'REPRICING_GAP' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LoanSchedule,AccountBalances,DepositDecayRates'
               TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'DUE_DATE,PRINCIPAL_AMT,MATURITY_DATE,BALANCE,'
                      DELIMITED BY SIZE
                  'ANNUAL_RATE,BUCKET_CODE,DECAY_PCT'
                      DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'file' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           MOVE 'repricing_gap.csv' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'BUCKET,RATE_SENSITIVE_ASSETS,RATE_SENSITIVE_LIABS,'
                      DELIMITED BY SIZE
                  'PERIODIC_GAP,CUMULATIVE_GAP,SHOCK_BPS,BASE_NII,'
                      DELIMITED BY SIZE
                  'SHOCKED_NII,NII_CHANGE'
                      DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'forecast' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Positions bucketed by repricing date; NII shocked'
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
           DISPLAY '  Loan principal groups:  ' WS-LOAN-GROUPS.
           DISPLAY '  CD balances:            ' WS-CD-POSITIONS.
           DISPLAY '  Non-maturity balances:  ' WS-NMD-POSITIONS.
           DISPLAY '  Missing FX rate:        ' WS-POSITIONS-NO-FX.
           DISPLAY '  Types with no decay:    ' WS-TYPES-NO-DECAY.
           DISPLAY '  Report lines:           ' WS-REPORT-LINES.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM REPRICING-GAP.
