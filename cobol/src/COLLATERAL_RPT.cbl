       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL-RPT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * COLLATERAL_RPT - Monthly Loan Collateral Coverage Report
      ******************************************************************
      * Purpose: Credit administration's monthly check that each
      *          secured loan is still covered by the deposits
      *          pledged to it. For every open loan (active, or with
      *          a payoff pending) carrying active pledges on
      *          dbo.CollateralPledges, the outstanding principal -
      *          the principal of its installments still scheduled
      *          or raised on dbo.LoanSchedule - is set against the
      *          collateral value: each pledged account's current
      *          balance in the pledge currency, capped at the
      *          amount pledged and never below zero, converted to
      *          the base currency at the latest FX rate on file.
      *          A loan whose collateral value falls below its
      *          outstanding principal is flagged SHORTFALL with the
      *          uncovered amount; the rest are reported COVERED.
      *          A pledge in a currency with no FX rate on file
      *          counts for nothing and is flagged on the line.
      *          Run from the nightly chain this is a no-op on every
      *          night except the last processing day of the month.
      * Input:   dbo.LoanMaster, dbo.LoanSchedule,
      *          dbo.CollateralPledges, dbo.AccountBalances,
      *          dbo.FxRates
      *          PARM/command line: NOW to run on any date
      * Output:  data/out/collateral_coverage.csv
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: PROGRAM=COLLATERAL_RPT
      * LINEAGE: SRC=sqlserver.dbo.LoanSchedule(ACC_ID,PRINCIPAL_AMT,
      *               STATUS)
      * LINEAGE: SRC=sqlserver.dbo.CollateralPledges(LOAN_ACC_ID,
      *               COLLATERAL_ACC_ID,CURRENCY,PLEDGED_AMOUNT)
      * LINEAGE: SRC=sqlserver.dbo.AccountBalances(BALANCE)
      * LINEAGE: TGT=file.filesystem.collateral_coverage.csv(
      *               LOAN_ACC_ID,OUTSTANDING_PRINCIPAL,PLEDGED_AMOUNT,
      *               COLLATERAL_VALUE,SHORTFALL,COVERAGE_FLAG)
      * LINEAGE: MAP=BALANCE,PLEDGED_AMOUNT -> COLLATERAL_VALUE
      *               [LESSER OF, IN BASE CURRENCY]
      * LINEAGE: MAP=PRINCIPAL_AMT -> OUTSTANDING_PRINCIPAL [SUM
      *               UNPAID]
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
           SELECT COVERAGE-CSV
               ASSIGN TO "data/out/collateral_coverage.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  COVERAGE-CSV.
       01  COVERAGE-CSV-RECORD         PIC X(250).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(15)
                                        VALUE 'COLLATERAL_RPT_'.
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

      * Coverage of the loan being reported, in the base currency
       01  WS-SHORTFALL                PIC S9(16)V99 COMP-3.
       01  WS-COVERAGE-PCT             PIC S9(7)V99 COMP-3.
       01  WS-COVERAGE-FLAG            PIC X(9).

      * Report rendering
       01  WS-REPORT-LINE              PIC X(250).
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-AMOUNT-DISP-2            PIC -(14)9.99.
       01  WS-AMOUNT-DISP-3            PIC -(14)9.99.
       01  WS-AMOUNT-DISP-4            PIC -(14)9.99.
       01  WS-PCT-DISP                 PIC Z(6)9.99.
       01  WS-COUNT-DISP               PIC Z(4)9.
       01  WS-NO-FX-DISP               PIC Z(4)9.

      * Row counters
       01  WS-LOANS-REPORTED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-SHORT              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PLEDGES-NO-FX            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-AS-OF-DATE              PIC X(10).
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-LAST-PROC-DATE          PIC X(10).
       01  SQL-LAST-PROC-DATE-NULL     PIC S9(4) COMP-5.
       01  SQL-BASE-CCY                PIC X(3).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-OUTSTANDING             PIC S9(16)V99 COMP-3.
       01  SQL-PLEDGED-BASE            PIC S9(16)V99 COMP-3.
       01  SQL-COLLATERAL-VALUE        PIC S9(16)V99 COMP-3.
       01  SQL-PLEDGE-COUNT            PIC S9(9) COMP-3.
       01  SQL-NO-FX-COUNT             PIC S9(9) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Each open secured loan with its unpaid principal, and the
      * pledged amount and collateral value of its active pledges
      * in the base currency at the latest FX rate on file. Loans
      * are boarded in the base currency
       EXEC SQL
           DECLARE COVERAGE_CURSOR CURSOR FOR
           SELECT M.ACC_ID,
                  COALESCE((SELECT SUM(S.PRINCIPAL_AMT)
                            FROM dbo.LoanSchedule S
                            WHERE S.ACC_ID = M.ACC_ID
                              AND S.STATUS IN ('S', 'R')), 0),
                  SUM(P.PLEDGED_AMOUNT
                      * CASE WHEN P.CURRENCY = :SQL-BASE-CCY THEN 1
                             ELSE COALESCE(FX.RATE_TO_BASE, 0) END),
                  SUM(CASE
                        WHEN COALESCE(B.BALANCE, 0) <= 0 THEN 0
                        WHEN B.BALANCE < P.PLEDGED_AMOUNT
                            THEN B.BALANCE
                        ELSE P.PLEDGED_AMOUNT
                      END
                      * CASE WHEN P.CURRENCY = :SQL-BASE-CCY THEN 1
                             ELSE COALESCE(FX.RATE_TO_BASE, 0) END),
                  COUNT(*),
                  SUM(CASE WHEN P.CURRENCY <> :SQL-BASE-CCY
                            AND FX.RATE_TO_BASE IS NULL
                           THEN 1 ELSE 0 END)
           FROM dbo.LoanMaster M
           JOIN dbo.CollateralPledges P
             ON P.LOAN_ACC_ID = M.ACC_ID
            AND P.STATUS = 'A'
           LEFT JOIN dbo.AccountBalances B
             ON B.ACC_ID = P.COLLATERAL_ACC_ID
            AND B.CURRENCY = P.CURRENCY
           LEFT JOIN dbo.FxRates FX
             ON FX.CURRENCY = P.CURRENCY
            AND FX.AS_OF_UTC =
                (SELECT MAX(FX2.AS_OF_UTC)
                 FROM dbo.FxRates FX2
                 WHERE FX2.CURRENCY = P.CURRENCY)
           WHERE M.STATUS IN ('A', 'F')
           GROUP BY M.ACC_ID
           ORDER BY M.ACC_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'COLLATERAL_RPT - Loan Collateral Coverage'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: COLLATERAL_RPT [NOW]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM CHECK-RUN-DUE.

           IF RUN-IS-DUE
               PERFORM WRITE-COVERAGE-REPORT
               PERFORM LOG-LINEAGE-EVENT
           END-IF.

           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'COLLATERAL_RPT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM and set up the run
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE 'Y' TO WS-PARM-VALID.
           MOVE SPACES TO WS-PARM-MODE.

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
               MOVE 'COLLATERAL_RPT' TO WS-ERR-PROGRAM
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
                       ' - no collateral coverage run tonight'
               GO TO CHECK-RUN-DUE-EXIT
           END-IF.

           MOVE 'Y' TO WS-RUN-DUE-FLAG.

       CHECK-RUN-DUE-SHOW.
           DISPLAY 'Coverage as of: ' SQL-AS-OF-DATE
                   ' (base currency ' SQL-BASE-CCY ')'.
       CHECK-RUN-DUE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-COVERAGE-REPORT: One line per open secured loan
      ******************************************************************
       WRITE-COVERAGE-REPORT SECTION.
           OPEN OUTPUT COVERAGE-CSV.
           IF NOT REPORT-FILE-OK
               DISPLAY 'ERROR: Cannot create collateral coverage report'
               DISPLAY 'File status: ' WS-REPORT-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-COVERAGE-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'AS_OF,CURRENCY,LOAN_ACC_ID,OUTSTANDING_PRINCIPAL,'
                      DELIMITED BY SIZE
                  'PLEDGES,PLEDGED_AMOUNT,COLLATERAL_VALUE,'
                      DELIMITED BY SIZE
                  'COVERAGE_PCT,SHORTFALL,COVERAGE_FLAG,'
                      DELIMITED BY SIZE
                  'PLEDGES_NO_FX'
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE COVERAGE-CSV-RECORD FROM WS-REPORT-LINE.

           EXEC SQL
               OPEN COVERAGE_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open coverage cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-COVERAGE-REPORT-CLOSE
           END-IF.

           PERFORM REPORT-ONE-LOAN
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE COVERAGE_CURSOR
           END-EXEC.

       WRITE-COVERAGE-REPORT-CLOSE.
           CLOSE COVERAGE-CSV.
           DISPLAY 'Collateral coverage written to '
                   '"data/out/collateral_coverage.csv"'.
       WRITE-COVERAGE-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * REPORT-ONE-LOAN: Set one loan's collateral value against its
      * outstanding principal and flag any shortfall
      ******************************************************************
       REPORT-ONE-LOAN SECTION.
           EXEC SQL
               FETCH COVERAGE_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-OUTSTANDING,
                   :SQL-PLEDGED-BASE,
                   :SQL-COLLATERAL-VALUE,
                   :SQL-PLEDGE-COUNT,
                   :SQL-NO-FX-COUNT
           END-EXEC.

           IF SQLCODE = 100
               GO TO REPORT-ONE-LOAN-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Coverage fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REPORT-ONE-LOAN-EXIT
           END-IF.

           ADD 1 TO WS-LOANS-REPORTED.
           ADD SQL-NO-FX-COUNT TO WS-PLEDGES-NO-FX.

           MOVE ZERO TO WS-SHORTFALL.
           MOVE 'COVERED' TO WS-COVERAGE-FLAG.
           IF SQL-COLLATERAL-VALUE < SQL-OUTSTANDING
               COMPUTE WS-SHORTFALL =
                   SQL-OUTSTANDING - SQL-COLLATERAL-VALUE
               MOVE 'SHORTFALL' TO WS-COVERAGE-FLAG
               ADD 1 TO WS-LOANS-SHORT
               DISPLAY 'Collateral shortfall on '
                       FUNCTION TRIM(SQL-ACC-ID) ': ' WS-SHORTFALL
           END-IF.

      *    A loan with no principal left owing is fully covered;
      *    a loan all but paid down caps at the widest percentage
      *    the report shows
           EVALUATE TRUE
               WHEN SQL-OUTSTANDING <= ZERO
                   MOVE 100 TO WS-COVERAGE-PCT
               WHEN SQL-COLLATERAL-VALUE > SQL-OUTSTANDING * 99999
                   MOVE 9999999.99 TO WS-COVERAGE-PCT
               WHEN OTHER
                   COMPUTE WS-COVERAGE-PCT ROUNDED =
                       SQL-COLLATERAL-VALUE * 100 / SQL-OUTSTANDING
           END-EVALUATE.

           MOVE SQL-OUTSTANDING TO WS-AMOUNT-DISP.
           MOVE SQL-PLEDGED-BASE TO WS-AMOUNT-DISP-2.
           MOVE SQL-COLLATERAL-VALUE TO WS-AMOUNT-DISP-3.
           MOVE WS-SHORTFALL TO WS-AMOUNT-DISP-4.
           MOVE WS-COVERAGE-PCT TO WS-PCT-DISP.
           MOVE SQL-PLEDGE-COUNT TO WS-COUNT-DISP.
           MOVE SQL-NO-FX-COUNT TO WS-NO-FX-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SQL-AS-OF-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-BASE-CCY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-3) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-4) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COVERAGE-FLAG) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NO-FX-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE COVERAGE-CSV-RECORD FROM WS-REPORT-LINE.
       REPORT-ONE-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'COLLATERAL_RPT' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LoanSchedule,CollateralPledges,AccountBalances'
               TO WS-LIN-SRC-TABLE.
           MOVE 'PRINCIPAL_AMT,STATUS,PLEDGED_AMOUNT,CURRENCY,BALANCE'
               TO WS-LIN-SRC-COLS.
           MOVE 'file' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           MOVE 'collateral_coverage.csv' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'LOAN_ACC_ID,OUTSTANDING_PRINCIPAL,PLEDGED_AMOUNT,'
                      DELIMITED BY SIZE
                  'COLLATERAL_VALUE,SHORTFALL,COVERAGE_FLAG'
                      DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'aggregate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Pledged balance capped at pledge vs unpaid principal'
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
           DISPLAY '  Secured loans reported: ' WS-LOANS-REPORTED.
           DISPLAY '  Coverage shortfalls:    ' WS-LOANS-SHORT.
           DISPLAY '  Pledges with no FX:     ' WS-PLEDGES-NO-FX.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM COLLATERAL-RPT.
