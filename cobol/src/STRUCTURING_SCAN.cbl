       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRUCTURING-SCAN.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * STRUCTURING_SCAN - Cash Structuring Pattern Detection
      ******************************************************************
      * Purpose: Catch customers who keep their cash under the CTR
      *          threshold on purpose. CTR_REPORT only sees a day's
      *          aggregate at or over it; this scans posted cash
      *          activity (DEPOSIT and WITHDRAWAL, less ACH and check
      *          channel items and checks paid by CHECK_PRESENT,
      *          converted to the base currency via
      *          dbo.FxRates) per customer - a joint account's cash
      *          under every active holder on dbo.AccountHolders,
      *          exactly as CTR_REPORT aggregates it - for two
      *          patterns:
      *            NEARTHRESH - at least WS-STRUCT-MIN-ITEMS cash
      *              items each just below the threshold (at least
      *              WS-STRUCT-BAND-PCT of it) inside the rolling
      *              WS-STRUCT-WINDOW-DAYS window ending on the
      *              business date
      *            SPLITDAY - the business date's sub-threshold cash
      *              spread across at least WS-STRUCT-MIN-BRANCHES
      *              branches (the teller journal's branch, else the
      *              account's) and adding up to the band or more
      *          Each hit opens an investigation case on
      *          dbo.SuspiciousActivityCases, the suspicious-
      *          activity queue modeled on dbo.FraudReviewQueue,
      *          with its filing deadline WS-SAR-FILING-DAYS from
      *          detection - unless a case for the same customer
      *          and pattern already covers the window. SAR_REVIEW
      *          applies the analysts' decisions. The compliance
      *          officer's aging report lists every case still
      *          awaiting a decision or a filing against its
      *          deadline; any case past its deadline ends the step
      *          with return code 4.
      * Input:   dbo.Transactions, dbo.Accounts, dbo.AccountHolders,
      *          dbo.TellerJournal, dbo.FxRates
      * Output:  dbo.SuspiciousActivityCases
      *          data/out/sar_case_aging.csv
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: PROGRAM=STRUCTURING_SCAN
      * LINEAGE: SRC=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,CHANNEL,CHECK_SERIAL,POSTED_FLAG,
      *               TX_TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.AccountHolders(ACC_ID,CUSTOMER_ID,
      *               HOLDER_ROLE,STATUS)
      * LINEAGE: TGT=sqlserver.dbo.SuspiciousActivityCases(
      *               CUSTOMER_ID,PATTERN,TX_COUNT,TOTAL_BASE,
      *               DETECTED_DATE,FILING_DUE_DATE)
      * LINEAGE: TGT=csv.filesystem.sar_case_aging.csv(CASE_ID,
      *               CUSTOMER_ID,FILING_DUE_DATE,DAYS_TO_DUE)
      * LINEAGE: MAP=AMOUNT -> TOTAL_BASE [ABS, FX CONVERT, SUM BY
      *               CUSTOMER, BAND BELOW THRESHOLD]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-RPT
               ASSIGN TO "data/out/sar_case_aging.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-RPT-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-RPT.
       01  AGING-RPT-RECORD            PIC X(256).

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
           05  FILLER                  PIC X(17)
                                        VALUE 'STRUCTURING_SCAN_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-AGING-RPT-STATUS         PIC XX.
           88  AGING-RPT-OK            VALUE '00'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Case and report line building
       01  WS-CASE-REASON              PIC X(80).
       01  WS-RPT-LINE                 PIC X(256).
       01  WS-CASE-ID-DISP             PIC Z(17)9.
       01  WS-ITEMS-DISP               PIC Z(8)9.
       01  WS-BRANCHES-DISP            PIC Z(4)9.
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-DAYS-OPEN-DISP           PIC -(8)9.
       01  WS-DAYS-TO-DUE-DISP         PIC -(8)9.
       01  WS-CASE-STAGE               PIC X(12).
       01  WS-DEADLINE-STATE           PIC X(8).

      * Counters
       01  WS-NEAR-THRESH-HITS         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SPLIT-DAY-HITS           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-OPENED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-ALREADY-OPEN       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-AGING-ROWS               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-DUE-SOON           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-OVERDUE            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-BASE-CCY                PIC X(3).
       01  SQL-ACH-CHANNEL             PIC X(16).
       01  SQL-CHECK-CHANNEL           PIC X(16).
       01  SQL-CTR-THRESHOLD           PIC S9(16)V99 COMP-3.
       01  SQL-BAND-FLOOR              PIC S9(16)V99 COMP-3.
       01  SQL-MIN-ITEMS               PIC S9(9) COMP-5.
       01  SQL-MIN-BRANCHES            PIC S9(9) COMP-5.
       01  SQL-WINDOW-DAYS             PIC S9(9) COMP-5.
       01  SQL-FILING-DAYS             PIC S9(9) COMP-5.
       01  SQL-WINDOW-FROM-DATE        PIC X(10).
       01  SQL-FILING-DUE-DATE         PIC X(10).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-PATTERN                 PIC X(10).
       01  SQL-CASE-FROM-DATE          PIC X(10).
       01  SQL-TX-COUNT                PIC S9(9) COMP-5.
       01  SQL-TOTAL-BASE              PIC S9(16)V99 COMP-3.
       01  SQL-DAY-COUNT               PIC S9(9) COMP-5.
       01  SQL-BRANCH-COUNT            PIC S9(9) COMP-5.
       01  SQL-ACCOUNT-COUNT           PIC S9(9) COMP-5.
       01  SQL-EXISTING-COUNT          PIC S9(9) COMP-5.
       01  SQL-REASON                  PIC X(80).
       01  SQL-CASE-ID                 PIC 9(18) COMP-5.
       01  SQL-DETECTED-DATE           PIC X(10).
       01  SQL-DISPOSITION             PIC X(1).
       01  SQL-DAYS-OPEN               PIC S9(9) COMP-5.
       01  SQL-DAYS-TO-DUE             PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * NEARTHRESH: per customer, the posted cash items inside the
      * rolling window that each fall in the band just below the
      * threshold, where there are enough of them. FX-converted
      * amounts with no rate on file drop out of the band test
       EXEC SQL
           DECLARE NEAR_THRESH_CURSOR CURSOR FOR
           SELECT HC.CUSTOMER_ID,
                  COUNT(*),
                  SUM(BA.BASE_AMOUNT),
                  COUNT(DISTINCT CAST(T.TX_TS_UTC AS DATE)),
                  COUNT(DISTINCT COALESCE(TJ.BRANCH_ID,
                                          A.BRANCH_ID)),
                  COUNT(DISTINCT T.ACC_ID)
           FROM dbo.Transactions T
           JOIN dbo.Accounts A ON A.ACC_ID = T.ACC_ID
           CROSS APPLY (SELECT H.CUSTOMER_ID
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
                                    WHERE FX2.CURRENCY = FX.CURRENCY)
           CROSS APPLY (SELECT CASE WHEN T.CURRENCY = :SQL-BASE-CCY
                                    THEN ABS(T.AMOUNT)
                                    ELSE ABS(T.AMOUNT)
                                         * FX.RATE_TO_BASE
                               END AS BASE_AMOUNT) BA
           OUTER APPLY (SELECT TOP 1 J.BRANCH_ID
                        FROM dbo.TellerJournal J
                        WHERE J.TX_ID = T.TX_ID) TJ
           WHERE T.TX_TYPE IN ('DEPOSIT', 'WITHDRAWAL')
             AND T.POSTED_FLAG = 'Y'
             AND (T.CHANNEL IS NULL
                  OR T.CHANNEL NOT IN (:SQL-ACH-CHANNEL,
                                       :SQL-CHECK-CHANNEL))
             AND T.CHECK_SERIAL IS NULL
             AND CAST(T.TX_TS_UTC AS DATE) >=
                 CAST(:SQL-WINDOW-FROM-DATE AS DATE)
             AND CAST(T.TX_TS_UTC AS DATE) <=
                 CAST(:SQL-BUS-DATE AS DATE)
             AND BA.BASE_AMOUNT >= :SQL-BAND-FLOOR
             AND BA.BASE_AMOUNT < :SQL-CTR-THRESHOLD
           GROUP BY HC.CUSTOMER_ID
           HAVING COUNT(*) >= :SQL-MIN-ITEMS
           ORDER BY HC.CUSTOMER_ID
       END-EXEC.

      * SPLITDAY: per customer, the business date's sub-threshold
      * cash items where they came in (or went out) through enough
      * branches and add up to the band or more
       EXEC SQL
           DECLARE SPLIT_DAY_CURSOR CURSOR FOR
           SELECT HC.CUSTOMER_ID,
                  COUNT(*),
                  SUM(BA.BASE_AMOUNT),
                  1,
                  COUNT(DISTINCT COALESCE(TJ.BRANCH_ID,
                                          A.BRANCH_ID)),
                  COUNT(DISTINCT T.ACC_ID)
           FROM dbo.Transactions T
           JOIN dbo.Accounts A ON A.ACC_ID = T.ACC_ID
           CROSS APPLY (SELECT H.CUSTOMER_ID
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
                                    WHERE FX2.CURRENCY = FX.CURRENCY)
           CROSS APPLY (SELECT CASE WHEN T.CURRENCY = :SQL-BASE-CCY
                                    THEN ABS(T.AMOUNT)
                                    ELSE ABS(T.AMOUNT)
                                         * FX.RATE_TO_BASE
                               END AS BASE_AMOUNT) BA
           OUTER APPLY (SELECT TOP 1 J.BRANCH_ID
                        FROM dbo.TellerJournal J
                        WHERE J.TX_ID = T.TX_ID) TJ
           WHERE T.TX_TYPE IN ('DEPOSIT', 'WITHDRAWAL')
             AND T.POSTED_FLAG = 'Y'
             AND (T.CHANNEL IS NULL
                  OR T.CHANNEL NOT IN (:SQL-ACH-CHANNEL,
                                       :SQL-CHECK-CHANNEL))
             AND T.CHECK_SERIAL IS NULL
             AND CAST(T.TX_TS_UTC AS DATE) =
                 CAST(:SQL-BUS-DATE AS DATE)
             AND BA.BASE_AMOUNT < :SQL-CTR-THRESHOLD
           GROUP BY HC.CUSTOMER_ID
           HAVING COUNT(*) >= 2
              AND SUM(BA.BASE_AMOUNT) >= :SQL-BAND-FLOOR
              AND COUNT(DISTINCT COALESCE(TJ.BRANCH_ID,
                                          A.BRANCH_ID))
                  >= :SQL-MIN-BRANCHES
           ORDER BY HC.CUSTOMER_ID
       END-EXEC.

      * Cases still awaiting a decision, or decided for filing and
      * not yet filed, oldest deadline first
       EXEC SQL
           DECLARE SAR_AGING_CURSOR CURSOR FOR
           SELECT CASE_ID, CUSTOMER_ID, PATTERN, TX_COUNT,
                  TOTAL_BASE, DETECTED_DATE, FILING_DUE_DATE,
                  COALESCE(DISPOSITION, ' '),
                  DATEDIFF(DAY, CAST(DETECTED_DATE AS DATE),
                           CAST(:SQL-BUS-DATE AS DATE)),
                  DATEDIFF(DAY, CAST(:SQL-BUS-DATE AS DATE),
                           CAST(FILING_DUE_DATE AS DATE))
           FROM dbo.SuspiciousActivityCases
           WHERE DISPOSITION IS NULL
              OR DISPOSITION = ' '
              OR (DISPOSITION = 'F' AND FILED_DATE IS NULL)
           ORDER BY FILING_DUE_DATE, CASE_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'STRUCTURING_SCAN - Cash Structuring Detection'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           MOVE 'STRUCTURING_SCAN' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.

           PERFORM RESOLVE-SCAN-DATES.
           IF WS-ERRORS = ZERO
               PERFORM SCAN-NEAR-THRESHOLD
               PERFORM SCAN-SPLIT-DAY
           END-IF.
           PERFORM WRITE-AGING-REPORT.

           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-CASES-OVERDUE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'STRUCTURING_SCAN completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Load the detection parameters and
      * generate the run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE WS-BASE-CURRENCY TO SQL-BASE-CCY.
           MOVE WS-ACH-RECEIVE-CHANNEL TO SQL-ACH-CHANNEL.
           MOVE WS-CHECK-DEPOSIT-CHANNEL TO SQL-CHECK-CHANNEL.
           MOVE WS-CTR-THRESHOLD TO SQL-CTR-THRESHOLD.
           COMPUTE SQL-BAND-FLOOR ROUNDED =
               WS-CTR-THRESHOLD * WS-STRUCT-BAND-PCT.
           MOVE WS-STRUCT-MIN-ITEMS TO SQL-MIN-ITEMS.
           MOVE WS-STRUCT-MIN-BRANCHES TO SQL-MIN-BRANCHES.
           MOVE WS-STRUCT-WINDOW-DAYS TO SQL-WINDOW-DAYS.
           MOVE WS-SAR-FILING-DAYS TO SQL-FILING-DAYS.

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
      * RESOLVE-SCAN-DATES: The first day of the rolling window and
      * the filing deadline for a case detected today
      ******************************************************************
       RESOLVE-SCAN-DATES SECTION.
           EXEC SQL
               SELECT CONVERT(CHAR(10),
                          DATEADD(DAY, 1 - :SQL-WINDOW-DAYS,
                              CAST(:SQL-BUS-DATE AS DATE)), 120),
                      CONVERT(CHAR(10),
                          DATEADD(DAY, :SQL-FILING-DAYS,
                              CAST(:SQL-BUS-DATE AS DATE)), 120)
               INTO :SQL-WINDOW-FROM-DATE, :SQL-FILING-DUE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not resolve scan window dates'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RESOLVE-SCAN-DATES-EXIT
           END-IF.

           DISPLAY 'Scan window: ' SQL-WINDOW-FROM-DATE
                   ' to ' SQL-BUS-DATE.
           DISPLAY 'Filing deadline for new cases: '
                   SQL-FILING-DUE-DATE.
       RESOLVE-SCAN-DATES-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-NEAR-THRESHOLD: Repeated cash just below the threshold
      ******************************************************************
       SCAN-NEAR-THRESHOLD SECTION.
           EXEC SQL
               OPEN NEAR_THRESH_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open near-threshold cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO SCAN-NEAR-THRESHOLD-EXIT
           END-IF.

           PERFORM NEAR-THRESHOLD-ONE-CUSTOMER
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE NEAR_THRESH_CURSOR
           END-EXEC.

           DISPLAY 'Near-threshold patterns found: '
                   WS-NEAR-THRESH-HITS.
       SCAN-NEAR-THRESHOLD-EXIT.
           EXIT.

      ******************************************************************
      * NEAR-THRESHOLD-ONE-CUSTOMER: Open a case for one customer
      ******************************************************************
       NEAR-THRESHOLD-ONE-CUSTOMER SECTION.
           EXEC SQL
               FETCH NEAR_THRESH_CURSOR
               INTO :SQL-CUSTOMER-ID, :SQL-TX-COUNT,
                    :SQL-TOTAL-BASE, :SQL-DAY-COUNT,
                    :SQL-BRANCH-COUNT, :SQL-ACCOUNT-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO NEAR-THRESHOLD-ONE-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO WS-NEAR-THRESH-HITS.
           MOVE 'NEARTHRESH' TO SQL-PATTERN.
           MOVE SQL-WINDOW-FROM-DATE TO SQL-CASE-FROM-DATE.
           MOVE SQL-TX-COUNT TO WS-ITEMS-DISP.
           MOVE SQL-DAY-COUNT TO WS-BRANCHES-DISP.
           MOVE SPACES TO WS-CASE-REASON.
           STRING FUNCTION TRIM(WS-ITEMS-DISP)
                  ' cash items just below CTR threshold on '
                  FUNCTION TRIM(WS-BRANCHES-DISP) ' day(s)'
               DELIMITED BY SIZE INTO WS-CASE-REASON
           END-STRING.
           PERFORM OPEN-SAR-CASE.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       NEAR-THRESHOLD-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-SPLIT-DAY: The business date's cash split across
      * branches
      ******************************************************************
       SCAN-SPLIT-DAY SECTION.
           EXEC SQL
               OPEN SPLIT_DAY_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open split-day cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO SCAN-SPLIT-DAY-EXIT
           END-IF.

           PERFORM SPLIT-DAY-ONE-CUSTOMER
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE SPLIT_DAY_CURSOR
           END-EXEC.

           DISPLAY 'Same-day split patterns found: '
                   WS-SPLIT-DAY-HITS.
       SCAN-SPLIT-DAY-EXIT.
           EXIT.

      ******************************************************************
      * SPLIT-DAY-ONE-CUSTOMER: Open a case for one customer
      ******************************************************************
       SPLIT-DAY-ONE-CUSTOMER SECTION.
           EXEC SQL
               FETCH SPLIT_DAY_CURSOR
               INTO :SQL-CUSTOMER-ID, :SQL-TX-COUNT,
                    :SQL-TOTAL-BASE, :SQL-DAY-COUNT,
                    :SQL-BRANCH-COUNT, :SQL-ACCOUNT-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO SPLIT-DAY-ONE-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO WS-SPLIT-DAY-HITS.
           MOVE 'SPLITDAY' TO SQL-PATTERN.
           MOVE SQL-BUS-DATE TO SQL-CASE-FROM-DATE.
           MOVE SQL-TX-COUNT TO WS-ITEMS-DISP.
           MOVE SQL-BRANCH-COUNT TO WS-BRANCHES-DISP.
           MOVE SPACES TO WS-CASE-REASON.
           STRING FUNCTION TRIM(WS-ITEMS-DISP)
                  ' sub-threshold cash items split across '
                  FUNCTION TRIM(WS-BRANCHES-DISP) ' branches'
               DELIMITED BY SIZE INTO WS-CASE-REASON
           END-STRING.
           PERFORM OPEN-SAR-CASE.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       SPLIT-DAY-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-SAR-CASE: Queue an investigation case for the customer
      * and pattern just found. A case for the same customer and
      * pattern whose window reaches into this one already covers
      * the activity - the rolling window would otherwise reopen the
      * same pattern every night until it ages out
      ******************************************************************
       OPEN-SAR-CASE SECTION.
           MOVE ZERO TO SQL-EXISTING-COUNT.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-EXISTING-COUNT
               FROM dbo.SuspiciousActivityCases
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND PATTERN = :SQL-PATTERN
                 AND WINDOW_TO_DATE >= :SQL-CASE-FROM-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Case lookup failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO OPEN-SAR-CASE-EXIT
           END-IF.

           IF SQL-EXISTING-COUNT > ZERO
               ADD 1 TO WS-CASES-ALREADY-OPEN
               GO TO OPEN-SAR-CASE-EXIT
           END-IF.

           MOVE WS-CASE-REASON TO SQL-REASON.

           EXEC SQL
               INSERT INTO dbo.SuspiciousActivityCases (
                   CUSTOMER_ID,
                   PATTERN,
                   WINDOW_FROM_DATE,
                   WINDOW_TO_DATE,
                   TX_COUNT,
                   TOTAL_BASE,
                   DAY_COUNT,
                   BRANCH_COUNT,
                   ACCOUNT_COUNT,
                   DETECTED_DATE,
                   FILING_DUE_DATE,
                   REASON,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-CUSTOMER-ID,
                   :SQL-PATTERN,
                   :SQL-CASE-FROM-DATE,
                   :SQL-BUS-DATE,
                   :SQL-TX-COUNT,
                   :SQL-TOTAL-BASE,
                   :SQL-DAY-COUNT,
                   :SQL-BRANCH-COUNT,
                   :SQL-ACCOUNT-COUNT,
                   :SQL-BUS-DATE,
                   :SQL-FILING-DUE-DATE,
                   :SQL-REASON,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Case insert failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'STRUCTURING_SCAN' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-CUSTOMER-ID) TO WS-ERR-CONTEXT
               MOVE 'Suspicious activity case insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO OPEN-SAR-CASE-EXIT
           END-IF.

           ADD 1 TO WS-CASES-OPENED.
           DISPLAY 'Case opened: ' FUNCTION TRIM(SQL-CUSTOMER-ID)
                   ' ' SQL-PATTERN ' - ' FUNCTION TRIM(SQL-REASON).
       OPEN-SAR-CASE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-AGING-REPORT: The compliance officer's aging of every
      * case still awaiting a decision (OPEN) or a filing (TO FILE)
      * against its deadline
      ******************************************************************
       WRITE-AGING-REPORT SECTION.
           OPEN OUTPUT AGING-RPT.
           IF NOT AGING-RPT-OK
               DISPLAY 'ERROR: Cannot open SAR case aging report'
               DISPLAY 'File status: ' WS-AGING-RPT-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-AGING-REPORT-EXIT
           END-IF.

           MOVE SPACES TO AGING-RPT-RECORD.
           STRING 'CASE_ID,CUSTOMER_ID,PATTERN,TX_COUNT,TOTAL_BASE,'
                  'STAGE,DETECTED_DATE,FILING_DUE_DATE,DAYS_OPEN,'
                  'DAYS_TO_DUE,DEADLINE'
               DELIMITED BY SIZE INTO AGING-RPT-RECORD
           END-STRING.
           WRITE AGING-RPT-RECORD.

           EXEC SQL
               OPEN SAR_AGING_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open SAR aging cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               CLOSE AGING-RPT
               GO TO WRITE-AGING-REPORT-EXIT
           END-IF.

           PERFORM WRITE-ONE-AGING-LINE
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE SAR_AGING_CURSOR
           END-EXEC.

           CLOSE AGING-RPT.
           DISPLAY 'SAR case aging report: data/out/'
                   'sar_case_aging.csv'.
       WRITE-AGING-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-AGING-LINE: One case against its deadline -
      * OVERDUE past it, DUE SOON within WS-SAR-DUE-SOON-DAYS of it
      ******************************************************************
       WRITE-ONE-AGING-LINE SECTION.
           EXEC SQL
               FETCH SAR_AGING_CURSOR
               INTO :SQL-CASE-ID, :SQL-CUSTOMER-ID, :SQL-PATTERN,
                    :SQL-TX-COUNT, :SQL-TOTAL-BASE,
                    :SQL-DETECTED-DATE, :SQL-FILING-DUE-DATE,
                    :SQL-DISPOSITION, :SQL-DAYS-OPEN,
                    :SQL-DAYS-TO-DUE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-AGING-LINE-EXIT
           END-IF.

           IF SQL-DISPOSITION = 'F'
               MOVE 'TO FILE' TO WS-CASE-STAGE
           ELSE
               MOVE 'OPEN' TO WS-CASE-STAGE
           END-IF.

           EVALUATE TRUE
               WHEN SQL-DAYS-TO-DUE < ZERO
                   MOVE 'OVERDUE' TO WS-DEADLINE-STATE
                   ADD 1 TO WS-CASES-OVERDUE
               WHEN SQL-DAYS-TO-DUE <= WS-SAR-DUE-SOON-DAYS
                   MOVE 'DUE SOON' TO WS-DEADLINE-STATE
                   ADD 1 TO WS-CASES-DUE-SOON
               WHEN OTHER
                   MOVE 'ON TIME' TO WS-DEADLINE-STATE
           END-EVALUATE.

           MOVE SQL-CASE-ID TO WS-CASE-ID-DISP.
           MOVE SQL-TX-COUNT TO WS-ITEMS-DISP.
           MOVE SQL-TOTAL-BASE TO WS-AMOUNT-DISP.
           MOVE SQL-DAYS-OPEN TO WS-DAYS-OPEN-DISP.
           MOVE SQL-DAYS-TO-DUE TO WS-DAYS-TO-DUE-DISP.

           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(WS-CASE-ID-DISP) ','
                  FUNCTION TRIM(SQL-CUSTOMER-ID) ','
                  FUNCTION TRIM(SQL-PATTERN) ','
                  FUNCTION TRIM(WS-ITEMS-DISP) ','
                  FUNCTION TRIM(WS-AMOUNT-DISP) ','
                  FUNCTION TRIM(WS-CASE-STAGE) ','
                  SQL-DETECTED-DATE ','
                  SQL-FILING-DUE-DATE ','
                  FUNCTION TRIM(WS-DAYS-OPEN-DISP) ','
                  FUNCTION TRIM(WS-DAYS-TO-DUE-DISP) ','
                  FUNCTION TRIM(WS-DEADLINE-STATE)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-RECORD FROM WS-RPT-LINE.
           ADD 1 TO WS-AGING-ROWS.
       WRITE-ONE-AGING-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'STRUCTURING_SCAN' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'Transactions,AccountHolders,FxRates'
               TO WS-LIN-SRC-TABLE.
           MOVE 'ACC_ID,AMOUNT,CURRENCY,TX_TYPE,CUSTOMER_ID'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'SuspiciousActivityCases' TO WS-LIN-TGT-TABLE.
           MOVE 'CUSTOMER_ID,PATTERN,TX_COUNT,TOTAL_BASE'
               TO WS-LIN-TGT-COLS.
           MOVE 'aggregate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Sub-threshold cash by customer over rolling window'
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
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Near-threshold hits: ' WS-NEAR-THRESH-HITS.
           DISPLAY '  Same-day split hits: ' WS-SPLIT-DAY-HITS.
           DISPLAY '  Cases opened:        ' WS-CASES-OPENED.
           DISPLAY '  Already under case:  ' WS-CASES-ALREADY-OPEN.
           DISPLAY '  Cases in aging:      ' WS-AGING-ROWS.
           DISPLAY '  Due soon:            ' WS-CASES-DUE-SOON.
           DISPLAY '  Past filing deadline:' WS-CASES-OVERDUE.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM STRUCTURING-SCAN.
