       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-INSURANCE.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * DEP_INSURANCE - Deposit Insurance Coverage by Ownership Category
      ******************************************************************
      * Purpose: Compute every depositor's insured and uninsured
      *          amounts as at tonight's close of business, as the
      *          insurer's recordkeeping rule requires. Each deposit
      *          account (loans and house accounts excepted) is
      *          placed in an ownership category from its active
      *          dbo.AccountHolders rows:
      *            SGL - single: one owner (a PRIMARY, or the
      *                  account's CUSTOMER_ID when it has no holder
      *                  rows)
      *            JNT - joint: two or more PRIMARY/JOINT owners,
      *                  each owning an equal share
      *            REV - revocable trust: any payable-on-death
      *                  beneficiary (role POD) on the account; the
      *                  owners' shares are covered once per distinct
      *                  beneficiary, up to WS-DI-MAX-BENEFICIARIES
      *          SIGNER holders have no ownership interest and do
      *          not count. Positive balances are converted to the
      *          base currency at the business date's dbo.FxRates;
      *          a CD also carries its accrued-but-unpaid interest
      *          from dbo.InterestAccrualBuckets. Each owner's shares
      *          are summed per category and set against the
      *          per-category coverage limit. Positions are kept on
      *          dbo.DepositInsuranceCoverage by business date, so
      *          any past close of business can be produced again.
      * Input:   dbo.Accounts, dbo.AccountHolders, dbo.AccountBalances,
      *          dbo.InterestAccrualBuckets, dbo.FxRates, dbo.Customers
      * Output:  data/out/deposit_insurance_depositors.dat
      *          data/out/uninsured_deposits_summary.csv
      *          dbo.DepositInsuranceCoverage
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: PROGRAM=DEP_INSURANCE
      * LINEAGE: SRC=sqlserver.dbo.AccountBalances(ACC_ID,CURRENCY,
      *               BALANCE)
      * LINEAGE: SRC=sqlserver.dbo.InterestAccrualBuckets(ACC_ID,
      *               CURRENCY,ACCRUED_AMOUNT)
      * LINEAGE: SRC=sqlserver.dbo.AccountHolders(ACC_ID,CUSTOMER_ID,
      *               HOLDER_ROLE)
      * LINEAGE: TGT=file.filesystem.deposit_insurance_depositors.dat(
      *               CUSTOMER_ID,CATEGORY,DEPOSITS,INSURED,UNINSURED)
      * LINEAGE: TGT=sqlserver.dbo.DepositInsuranceCoverage(
      *               AS_OF_DATE,CUSTOMER_ID,CATEGORY,INSURED_AMOUNT,
      *               UNINSURED_AMOUNT)
      * LINEAGE: MAP=BALANCE,ACCRUED_AMOUNT -> DEPOSITS [FX CONVERT,
      *               SHARE BY OWNER, SUM BY CUSTOMER AND CATEGORY]
      * LINEAGE: MAP=DEPOSITS -> INSURED [MIN(DEPOSITS, LIMIT)]
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
           SELECT DEPOSITOR-FILE
               ASSIGN TO "data/out/deposit_insurance_depositors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-FILE-STATUS.
           SELECT UNINSURED-SUMMARY-CSV
               ASSIGN TO "data/out/uninsured_deposits_summary.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  DEPOSITOR-FILE.
       01  DEPOSITOR-FILE-RECORD       PIC X(220).
       FD  UNINSURED-SUMMARY-CSV.
       01  SUMMARY-CSV-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(14)
                                        VALUE 'DEP_INSURANCE_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-DEP-FILE-STATUS          PIC XX.
           88  DEP-FILE-OK             VALUE '00'.
       01  WS-SUM-FILE-STATUS          PIC XX.
           88  SUM-FILE-OK             VALUE '00'.

      * Depositor file (fixed width): a header, one detail record
      * per depositor and ownership category, and a trailer
       01  WS-DEP-HEADER-REC.
           05  FILLER                  PIC X(1) VALUE 'H'.
           05  WS-DH-REPORTER-NAME     PIC X(40).
           05  WS-DH-AS-OF-DATE        PIC X(10).
           05  WS-DH-BASE-CURRENCY     PIC X(3).
           05  WS-DH-COVERAGE-LIMIT    PIC 9(13)V99.
           05  WS-DH-RUN-ID            PIC X(29).
           05  FILLER                  PIC X(122) VALUE SPACES.

       01  WS-DEP-DETAIL-REC.
           05  FILLER                  PIC X(1) VALUE 'D'.
           05  WS-DD-CUSTOMER-ID       PIC X(32).
           05  WS-DD-TAX-ID            PIC X(16).
           05  WS-DD-NAME              PIC X(64).
           05  WS-DD-CATEGORY          PIC X(3).
           05  WS-DD-ACCOUNT-COUNT     PIC 9(5).
           05  WS-DD-DEPOSITS          PIC 9(13)V99.
           05  WS-DD-ACCRUED           PIC 9(13)V99.
           05  WS-DD-LIMIT             PIC 9(13)V99.
           05  WS-DD-INSURED           PIC 9(13)V99.
           05  WS-DD-UNINSURED         PIC 9(13)V99.
           05  WS-DD-AS-OF-DATE        PIC X(10).
      *        'F' when a balance could not be converted for want of
      *        an FX rate - the amounts then understate the position
           05  WS-DD-FX-FLAG           PIC X(1).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-DEP-TRAILER-REC.
           05  FILLER                  PIC X(1) VALUE 'T'.
           05  WS-DT-RECORD-COUNT      PIC 9(9).
           05  WS-DT-TOTAL-DEPOSITS    PIC 9(15)V99.
           05  WS-DT-TOTAL-INSURED     PIC 9(15)V99.
           05  WS-DT-TOTAL-UNINSURED   PIC 9(15)V99.
           05  FILLER                  PIC X(159) VALUE SPACES.

      * Summary report working storage
       01  WS-SUM-LINE                 PIC X(200).
       01  WS-AMOUNT-DISP              PIC -(16)9.99.
       01  WS-INSURED-DISP             PIC -(16)9.99.
       01  WS-UNINSURED-DISP           PIC -(16)9.99.
       01  WS-COUNT-DISP               PIC Z(8)9.
       01  WS-OVER-DISP                PIC Z(8)9.

      * The depositor/category group being accumulated - rows
      * arrive ordered by customer then category
       01  WS-GRP-CUSTOMER-ID          PIC X(32) VALUE SPACES.
       01  WS-GRP-CATEGORY             PIC X(3) VALUE SPACES.
       01  WS-GRP-ACCOUNTS             PIC 9(5) COMP-5 VALUE ZERO.
       01  WS-GRP-BENEFICIARIES        PIC 9(5) COMP-5 VALUE ZERO.
       01  WS-GRP-DEPOSITS             PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-GRP-ACCRUED              PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-GRP-FX-INCOMPLETE        PIC X VALUE 'N'.
           88  GRP-FX-IS-INCOMPLETE    VALUE 'Y'.
       01  WS-ACC-SHARE                PIC S9(16)V99 COMP-3.
       01  WS-GRP-TOTAL                PIC S9(16)V99 COMP-3.
       01  WS-GRP-LIMIT                PIC S9(16)V99 COMP-3.
       01  WS-GRP-INSURED              PIC S9(16)V99 COMP-3.
       01  WS-GRP-UNINSURED            PIC S9(16)V99 COMP-3.

      * Per-category totals for the treasury summary: 1 SGL, 2 JNT,
      * 3 REV
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-ENTRY            OCCURS 3 TIMES.
               10  WS-CAT-CODE         PIC X(3).
               10  WS-CAT-DEPOSITORS   PIC 9(9) COMP-5.
               10  WS-CAT-OVER-LIMIT   PIC 9(9) COMP-5.
               10  WS-CAT-DEPOSITS     PIC S9(16)V99 COMP-3.
               10  WS-CAT-INSURED      PIC S9(16)V99 COMP-3.
               10  WS-CAT-UNINSURED    PIC S9(16)V99 COMP-3.
       01  WS-CAT-IDX                  PIC 9(1) COMP-5.

      * Bank-wide totals
       01  WS-TOTAL-DEPOSITS           PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-INSURED            PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-UNINSURED          PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-OVER-LIMIT         PIC 9(9) COMP-5 VALUE ZERO.

      * Row counters
       01  WS-ACCOUNT-SHARES-READ      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DEPOSITOR-RECORDS        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-FX-INCOMPLETE-RECORDS    PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-UNIDENTIFIED-DEPOSITORS  PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-BASE-CCY                PIC X(3).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-CATEGORY                PIC X(3).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-OWNER-COUNT             PIC S9(9) COMP-3.
       01  SQL-BENEF-COUNT             PIC S9(9) COMP-3.
       01  SQL-BALANCE-BASE            PIC S9(16)V99 COMP-3.
       01  SQL-ACCRUED-BASE            PIC S9(16)V99 COMP-3.
       01  SQL-MISSING-FX-COUNT        PIC S9(9) COMP-3.
       01  SQL-CUST-NAME               PIC X(64).
       01  SQL-CUST-TAX-ID             PIC X(16).
       01  SQL-ACCOUNT-COUNT           PIC S9(9) COMP-3.
       01  SQL-DEPOSITS                PIC S9(16)V99 COMP-3.
       01  SQL-ACCRUED                 PIC S9(16)V99 COMP-3.
       01  SQL-LIMIT                   PIC S9(16)V99 COMP-3.
       01  SQL-INSURED                 PIC S9(16)V99 COMP-3.
       01  SQL-UNINSURED               PIC S9(16)V99 COMP-3.
       01  SQL-FX-INCOMPLETE           PIC X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * One row per deposit account per owner. An account's owners
      * are its active PRIMARY and JOINT holders - or its CUSTOMER_ID
      * when it has none, as CTR-REPORT attributes it - and each owns
      * an equal share of the balance. The account's category comes
      * from its holder mix; for a trust account BENEF_COUNT is the
      * distinct beneficiaries (other than the owner) across all the
      * owner's trust accounts, since the trust limit applies per
      * owner per beneficiary. Balances below zero are not deposits
      * and are left out; a currency with no rate on or before the
      * business date is counted in MISSING_FX and left unconverted
       EXEC SQL
           DECLARE COVERAGE_CURSOR CURSOR FOR
           SELECT D.CUSTOMER_ID, D.CATEGORY, D.ACC_ID,
                  D.OWNER_COUNT, D.BENEF_COUNT,
                  D.BALANCE_BASE, D.ACCRUED_BASE, D.MISSING_FX
           FROM (
               SELECT OW.CUSTOMER_ID,
                      CASE WHEN COALESCE(HC.BENEF_COUNT, 0) > 0
                           THEN 'REV'
                           WHEN COALESCE(HC.OWNER_COUNT, 0) > 1
                           THEN 'JNT'
                           ELSE 'SGL' END AS CATEGORY,
                      A.ACC_ID,
                      CASE WHEN COALESCE(HC.OWNER_COUNT, 0) = 0
                           THEN 1
                           ELSE HC.OWNER_COUNT END AS OWNER_COUNT,
                      CASE WHEN COALESCE(HC.BENEF_COUNT, 0) = 0
                           THEN 0
                           ELSE (SELECT COUNT(DISTINCT B.CUSTOMER_ID)
                                 FROM dbo.AccountHolders B
                                 JOIN dbo.AccountHolders O
                                   ON O.ACC_ID = B.ACC_ID
                                 WHERE B.HOLDER_ROLE = 'POD'
                                   AND B.STATUS = 'A'
                                   AND O.HOLDER_ROLE IN
                                       ('PRIMARY', 'JOINT')
                                   AND O.STATUS = 'A'
                                   AND O.CUSTOMER_ID = OW.CUSTOMER_ID
                                   AND B.CUSTOMER_ID <> OW.CUSTOMER_ID)
                           END AS BENEF_COUNT,
                      COALESCE(BAL.BALANCE_BASE, 0) AS BALANCE_BASE,
                      COALESCE(ACR.ACCRUED_BASE, 0) AS ACCRUED_BASE,
                      COALESCE(BAL.MISSING_FX, 0)
                          + COALESCE(ACR.MISSING_FX, 0) AS MISSING_FX
               FROM dbo.Accounts A
               CROSS APPLY (SELECT SUM(CASE WHEN H.HOLDER_ROLE IN
                                             ('PRIMARY', 'JOINT')
                                        THEN 1 ELSE 0 END)
                                       AS OWNER_COUNT,
                                   SUM(CASE WHEN H.HOLDER_ROLE = 'POD'
                                        THEN 1 ELSE 0 END)
                                       AS BENEF_COUNT
                            FROM dbo.AccountHolders H
                            WHERE H.ACC_ID = A.ACC_ID
                              AND H.STATUS = 'A') HC
               CROSS APPLY (SELECT H.CUSTOMER_ID
                            FROM dbo.AccountHolders H
                            WHERE H.ACC_ID = A.ACC_ID
                              AND H.STATUS = 'A'
                              AND H.HOLDER_ROLE IN
                                  ('PRIMARY', 'JOINT')
                            UNION
                            SELECT A.CUSTOMER_ID
                            WHERE NOT EXISTS
                              (SELECT 1 FROM dbo.AccountHolders H2
                               WHERE H2.ACC_ID = A.ACC_ID
                                 AND H2.STATUS = 'A'
                                 AND H2.HOLDER_ROLE IN
                                     ('PRIMARY', 'JOINT'))) OW
               OUTER APPLY (SELECT SUM(CASE WHEN AB.CURRENCY
                                             = :SQL-BASE-CCY
                                        THEN AB.BALANCE
                                        ELSE AB.BALANCE
                                             * FX.RATE_TO_BASE END)
                                       AS BALANCE_BASE,
                                   SUM(CASE WHEN AB.CURRENCY
                                             <> :SQL-BASE-CCY
                                         AND FX.RATE_TO_BASE IS NULL
                                        THEN 1 ELSE 0 END)
                                       AS MISSING_FX
                            FROM dbo.AccountBalances AB
                            LEFT JOIN dbo.FxRates FX
                              ON FX.CURRENCY = AB.CURRENCY
                             AND FX.AS_OF_UTC =
                                 (SELECT MAX(FX2.AS_OF_UTC)
                                  FROM dbo.FxRates FX2
                                  WHERE FX2.CURRENCY = FX.CURRENCY
                                    AND CAST(FX2.AS_OF_UTC AS DATE)
                                        <= CAST(:SQL-BUS-DATE AS DATE))
                            WHERE AB.ACC_ID = A.ACC_ID
                              AND AB.BALANCE > 0) BAL
               OUTER APPLY (SELECT SUM(CASE WHEN IB.CURRENCY
                                             = :SQL-BASE-CCY
                                        THEN IB.ACCRUED_AMOUNT
                                        ELSE IB.ACCRUED_AMOUNT
                                             * FX.RATE_TO_BASE END)
                                       AS ACCRUED_BASE,
                                   SUM(CASE WHEN IB.CURRENCY
                                             <> :SQL-BASE-CCY
                                         AND FX.RATE_TO_BASE IS NULL
                                        THEN 1 ELSE 0 END)
                                       AS MISSING_FX
                            FROM dbo.InterestAccrualBuckets IB
                            LEFT JOIN dbo.FxRates FX
                              ON FX.CURRENCY = IB.CURRENCY
                             AND FX.AS_OF_UTC =
                                 (SELECT MAX(FX2.AS_OF_UTC)
                                  FROM dbo.FxRates FX2
                                  WHERE FX2.CURRENCY = FX.CURRENCY
                                    AND CAST(FX2.AS_OF_UTC AS DATE)
                                        <= CAST(:SQL-BUS-DATE AS DATE))
                            WHERE IB.ACC_ID = A.ACC_ID
                              AND A.ACC_TYPE = 'CD'
                              AND IB.ACCRUED_AMOUNT > 0) ACR
               WHERE A.ACC_TYPE <> 'LOAN'
                 AND A.ACC_ID NOT LIKE 'HOUSE-%'
           ) D
           WHERE D.BALANCE_BASE + D.ACCRUED_BASE > 0
              OR D.MISSING_FX > 0
           ORDER BY D.CUSTOMER_ID, D.CATEGORY, D.ACC_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'DEP_INSURANCE - Deposit Insurance Coverage'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-BUS-DATE.
           PERFORM CLEAR-PRIOR-POSITIONS.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM PROCESS-COVERAGE-ROWS.
           PERFORM WRITE-UNINSURED-SUMMARY.
           PERFORM CLOSE-OUTPUT-FILES.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'DEP_INSURANCE completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ACCOUNT-SHARES-READ.
           MOVE ZERO TO WS-DEPOSITOR-RECORDS.
           MOVE ZERO TO WS-ERRORS.
           INITIALIZE WS-CATEGORY-TABLE.
           MOVE 'SGL' TO WS-CAT-CODE (1).
           MOVE 'JNT' TO WS-CAT-CODE (2).
           MOVE 'REV' TO WS-CAT-CODE (3).

           MOVE WS-BASE-CURRENCY TO SQL-BASE-CCY.

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
      * CLEAR-PRIOR-POSITIONS: A rerun for the same business date
      * replaces that date's positions rather than adding to them
      ******************************************************************
       CLEAR-PRIOR-POSITIONS SECTION.
           EXEC SQL
               DELETE FROM dbo.DepositInsuranceCoverage
               WHERE AS_OF_DATE = :SQL-BUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Could not clear prior positions for '
                       WS-BUS-DATE
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       CLEAR-PRIOR-POSITIONS-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-OUTPUT-FILES: Open the depositor file with its header
      * and the treasury summary
      ******************************************************************
       OPEN-OUTPUT-FILES SECTION.
           OPEN OUTPUT DEPOSITOR-FILE.
           IF NOT DEP-FILE-OK
               DISPLAY 'ERROR: Could not open depositor file'
               DISPLAY 'File status: ' WS-DEP-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE WS-BUREAU-REPORTER-NAME TO WS-DH-REPORTER-NAME.
           MOVE WS-BUS-DATE TO WS-DH-AS-OF-DATE.
           MOVE WS-BASE-CURRENCY TO WS-DH-BASE-CURRENCY.
           MOVE WS-DI-COVERAGE-LIMIT TO WS-DH-COVERAGE-LIMIT.
           MOVE WS-CURRENT-RUN-ID TO WS-DH-RUN-ID.
           WRITE DEPOSITOR-FILE-RECORD FROM WS-DEP-HEADER-REC.

           OPEN OUTPUT UNINSURED-SUMMARY-CSV.
           IF NOT SUM-FILE-OK
               DISPLAY 'WARNING: Could not open uninsured summary'
               DISPLAY 'File status: ' WS-SUM-FILE-STATUS
           END-IF.
       OPEN-OUTPUT-FILES-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-OUTPUT-FILES: Trailer the depositor file and close both
      ******************************************************************
       CLOSE-OUTPUT-FILES SECTION.
           MOVE WS-DEPOSITOR-RECORDS TO WS-DT-RECORD-COUNT.
           MOVE WS-TOTAL-DEPOSITS TO WS-DT-TOTAL-DEPOSITS.
           MOVE WS-TOTAL-INSURED TO WS-DT-TOTAL-INSURED.
           MOVE WS-TOTAL-UNINSURED TO WS-DT-TOTAL-UNINSURED.
           WRITE DEPOSITOR-FILE-RECORD FROM WS-DEP-TRAILER-REC.
           CLOSE DEPOSITOR-FILE.

           IF SUM-FILE-OK
               CLOSE UNINSURED-SUMMARY-CSV
           END-IF.
           DISPLAY 'Coverage files written to '
                   '"data/out/deposit_insurance_depositors.dat" and '
                   '"data/out/uninsured_deposits_summary.csv"'.
       CLOSE-OUTPUT-FILES-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-COVERAGE-ROWS: Walk the owner shares, closing off each
      * depositor/category group as the key changes
      ******************************************************************
       PROCESS-COVERAGE-ROWS SECTION.
           DISPLAY 'Computing coverage as at ' WS-BUS-DATE.

           EXEC SQL
               OPEN COVERAGE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open coverage cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-GRP-CUSTOMER-ID.
           MOVE SPACES TO WS-GRP-CATEGORY.
           PERFORM PROCESS-ONE-COVERAGE-ROW
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE COVERAGE_CURSOR
           END-EXEC.

           IF WS-GRP-CUSTOMER-ID NOT = SPACES
               PERFORM FINISH-DEPOSITOR-GROUP
           END-IF.

           DISPLAY 'Coverage computation complete'.
       PROCESS-COVERAGE-ROWS-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-ONE-COVERAGE-ROW: Add one owner's share of one account
      * to its depositor/category group
      ******************************************************************
       PROCESS-ONE-COVERAGE-ROW SECTION.
           EXEC SQL
               FETCH COVERAGE_CURSOR INTO
                   :SQL-CUSTOMER-ID,
                   :SQL-CATEGORY,
                   :SQL-ACC-ID,
                   :SQL-OWNER-COUNT,
                   :SQL-BENEF-COUNT,
                   :SQL-BALANCE-BASE,
                   :SQL-ACCRUED-BASE,
                   :SQL-MISSING-FX-COUNT
           END-EXEC.

           IF SQLCODE = 100
               GO TO PROCESS-ONE-COVERAGE-ROW-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Coverage cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO PROCESS-ONE-COVERAGE-ROW-EXIT
           END-IF.

           ADD 1 TO WS-ACCOUNT-SHARES-READ.

           IF SQL-CUSTOMER-ID NOT = WS-GRP-CUSTOMER-ID
               OR SQL-CATEGORY NOT = WS-GRP-CATEGORY
               IF WS-GRP-CUSTOMER-ID NOT = SPACES
                   PERFORM FINISH-DEPOSITOR-GROUP
               END-IF
               MOVE SQL-CUSTOMER-ID TO WS-GRP-CUSTOMER-ID
               MOVE SQL-CATEGORY TO WS-GRP-CATEGORY
               MOVE ZERO TO WS-GRP-ACCOUNTS
               MOVE ZERO TO WS-GRP-BENEFICIARIES
               MOVE ZERO TO WS-GRP-DEPOSITS
               MOVE ZERO TO WS-GRP-ACCRUED
               MOVE 'N' TO WS-GRP-FX-INCOMPLETE
           END-IF.

           IF SQL-OWNER-COUNT < 1
               MOVE 1 TO SQL-OWNER-COUNT
           END-IF.
           COMPUTE WS-ACC-SHARE ROUNDED =
               SQL-BALANCE-BASE / SQL-OWNER-COUNT.
           ADD WS-ACC-SHARE TO WS-GRP-DEPOSITS.
           COMPUTE WS-ACC-SHARE ROUNDED =
               SQL-ACCRUED-BASE / SQL-OWNER-COUNT.
           ADD WS-ACC-SHARE TO WS-GRP-ACCRUED.
           ADD 1 TO WS-GRP-ACCOUNTS.

           IF SQL-BENEF-COUNT > WS-GRP-BENEFICIARIES
               MOVE SQL-BENEF-COUNT TO WS-GRP-BENEFICIARIES
           END-IF.

           IF SQL-MISSING-FX-COUNT > ZERO
               MOVE 'Y' TO WS-GRP-FX-INCOMPLETE
               DISPLAY 'WARNING: No FX rate for a balance on '
                       FUNCTION TRIM(SQL-ACC-ID)
                       ' - coverage understated'
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       PROCESS-ONE-COVERAGE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * FINISH-DEPOSITOR-GROUP: Apply the category's limit to the
      * depositor's summed shares, write the depositor record and
      * keep the position
      ******************************************************************
       FINISH-DEPOSITOR-GROUP SECTION.
           COMPUTE WS-GRP-TOTAL = WS-GRP-DEPOSITS + WS-GRP-ACCRUED.

      *    A trust owner is covered once per distinct beneficiary,
      *    up to the cap; a trust account always has at least one
           IF WS-GRP-CATEGORY = 'REV'
               IF WS-GRP-BENEFICIARIES < 1
                   MOVE 1 TO WS-GRP-BENEFICIARIES
               END-IF
               IF WS-GRP-BENEFICIARIES > WS-DI-MAX-BENEFICIARIES
                   MOVE WS-DI-MAX-BENEFICIARIES
                       TO WS-GRP-BENEFICIARIES
               END-IF
               COMPUTE WS-GRP-LIMIT =
                   WS-DI-COVERAGE-LIMIT * WS-GRP-BENEFICIARIES
           ELSE
               MOVE WS-DI-COVERAGE-LIMIT TO WS-GRP-LIMIT
           END-IF.

           IF WS-GRP-TOTAL > WS-GRP-LIMIT
               MOVE WS-GRP-LIMIT TO WS-GRP-INSURED
           ELSE
               MOVE WS-GRP-TOTAL TO WS-GRP-INSURED
           END-IF.
           COMPUTE WS-GRP-UNINSURED = WS-GRP-TOTAL - WS-GRP-INSURED.

      *    An unidentified depositor still has coverage to report -
      *    the record goes out with the identity left blank
           MOVE SPACES TO SQL-CUST-NAME.
           MOVE SPACES TO SQL-CUST-TAX-ID.
           MOVE WS-GRP-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           EXEC SQL
               SELECT NAME, TAX_ID
               INTO :SQL-CUST-NAME, :SQL-CUST-TAX-ID
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO SQL-CUST-NAME
               MOVE SPACES TO SQL-CUST-TAX-ID
               ADD 1 TO WS-UNIDENTIFIED-DEPOSITORS
               DISPLAY 'WARNING: Depositor not on customer master: '
                       FUNCTION TRIM(WS-GRP-CUSTOMER-ID)
           END-IF.

           MOVE WS-GRP-CUSTOMER-ID TO WS-DD-CUSTOMER-ID.
           MOVE SQL-CUST-TAX-ID TO WS-DD-TAX-ID.
           MOVE SQL-CUST-NAME TO WS-DD-NAME.
           MOVE WS-GRP-CATEGORY TO WS-DD-CATEGORY.
           MOVE WS-GRP-ACCOUNTS TO WS-DD-ACCOUNT-COUNT.
           MOVE WS-GRP-DEPOSITS TO WS-DD-DEPOSITS.
           MOVE WS-GRP-ACCRUED TO WS-DD-ACCRUED.
           MOVE WS-GRP-LIMIT TO WS-DD-LIMIT.
           MOVE WS-GRP-INSURED TO WS-DD-INSURED.
           MOVE WS-GRP-UNINSURED TO WS-DD-UNINSURED.
           MOVE WS-BUS-DATE TO WS-DD-AS-OF-DATE.
           IF GRP-FX-IS-INCOMPLETE
               MOVE 'F' TO WS-DD-FX-FLAG
               ADD 1 TO WS-FX-INCOMPLETE-RECORDS
           ELSE
               MOVE SPACE TO WS-DD-FX-FLAG
           END-IF.
           WRITE DEPOSITOR-FILE-RECORD FROM WS-DEP-DETAIL-REC.
           ADD 1 TO WS-DEPOSITOR-RECORDS.

           PERFORM SAVE-COVERAGE-POSITION.

           EVALUATE WS-GRP-CATEGORY
               WHEN 'SGL'
                   MOVE 1 TO WS-CAT-IDX
               WHEN 'JNT'
                   MOVE 2 TO WS-CAT-IDX
               WHEN OTHER
                   MOVE 3 TO WS-CAT-IDX
           END-EVALUATE.
           ADD 1 TO WS-CAT-DEPOSITORS (WS-CAT-IDX).
           ADD WS-GRP-TOTAL TO WS-CAT-DEPOSITS (WS-CAT-IDX).
           ADD WS-GRP-INSURED TO WS-CAT-INSURED (WS-CAT-IDX).
           ADD WS-GRP-UNINSURED TO WS-CAT-UNINSURED (WS-CAT-IDX).
           ADD WS-GRP-TOTAL TO WS-TOTAL-DEPOSITS.
           ADD WS-GRP-INSURED TO WS-TOTAL-INSURED.
           ADD WS-GRP-UNINSURED TO WS-TOTAL-UNINSURED.
           IF WS-GRP-UNINSURED > ZERO
               ADD 1 TO WS-CAT-OVER-LIMIT (WS-CAT-IDX)
               ADD 1 TO WS-TOTAL-OVER-LIMIT
           END-IF.
       FINISH-DEPOSITOR-GROUP-EXIT.
           EXIT.

      ******************************************************************
      * SAVE-COVERAGE-POSITION: Keep the depositor's position for the
      * business date on dbo.DepositInsuranceCoverage
      ******************************************************************
       SAVE-COVERAGE-POSITION SECTION.
           MOVE WS-GRP-CATEGORY TO SQL-CATEGORY.
           MOVE WS-GRP-ACCOUNTS TO SQL-ACCOUNT-COUNT.
           MOVE WS-GRP-DEPOSITS TO SQL-DEPOSITS.
           MOVE WS-GRP-ACCRUED TO SQL-ACCRUED.
           MOVE WS-GRP-LIMIT TO SQL-LIMIT.
           MOVE WS-GRP-INSURED TO SQL-INSURED.
           MOVE WS-GRP-UNINSURED TO SQL-UNINSURED.
           MOVE WS-GRP-FX-INCOMPLETE TO SQL-FX-INCOMPLETE.

           EXEC SQL
               INSERT INTO dbo.DepositInsuranceCoverage (
                   AS_OF_DATE,
                   CUSTOMER_ID,
                   CATEGORY,
                   ACCOUNT_COUNT,
                   DEPOSIT_AMOUNT,
                   ACCRUED_AMOUNT,
                   COVERAGE_LIMIT,
                   INSURED_AMOUNT,
                   UNINSURED_AMOUNT,
                   FX_INCOMPLETE,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-BUS-DATE,
                   :SQL-CUSTOMER-ID,
                   :SQL-CATEGORY,
                   :SQL-ACCOUNT-COUNT,
                   :SQL-DEPOSITS,
                   :SQL-ACCRUED,
                   :SQL-LIMIT,
                   :SQL-INSURED,
                   :SQL-UNINSURED,
                   :SQL-FX-INCOMPLETE,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not save coverage position for '
                       FUNCTION TRIM(WS-GRP-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'DEP_INSURANCE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-GRP-CUSTOMER-ID TO WS-ERR-CONTEXT
               MOVE 'Coverage position insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       SAVE-COVERAGE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-UNINSURED-SUMMARY: Treasury's view - depositors, those
      * over the limit, and deposits split insured/uninsured, per
      * ownership category and for the bank
      ******************************************************************
       WRITE-UNINSURED-SUMMARY SECTION.
           IF NOT SUM-FILE-OK
               GO TO WRITE-UNINSURED-SUMMARY-EXIT
           END-IF.

           MOVE SPACES TO WS-SUM-LINE.
           STRING 'AS_OF_DATE,' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ',BASE_CURRENCY,' DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO WS-SUM-LINE
           END-STRING.
           WRITE SUMMARY-CSV-RECORD FROM WS-SUM-LINE.

           MOVE SPACES TO WS-SUM-LINE.
           STRING 'CATEGORY,DEPOSITORS,OVER_LIMIT,TOTAL_DEPOSITS,'
                  DELIMITED BY SIZE
                  'INSURED,UNINSURED' DELIMITED BY SIZE
               INTO WS-SUM-LINE
           END-STRING.
           WRITE SUMMARY-CSV-RECORD FROM WS-SUM-LINE.

           MOVE 1 TO WS-CAT-IDX.
           PERFORM WRITE-ONE-CATEGORY-LINE UNTIL WS-CAT-IDX > 3.

           MOVE WS-DEPOSITOR-RECORDS TO WS-COUNT-DISP.
           MOVE WS-TOTAL-OVER-LIMIT TO WS-OVER-DISP.
           MOVE WS-TOTAL-DEPOSITS TO WS-AMOUNT-DISP.
           MOVE WS-TOTAL-INSURED TO WS-INSURED-DISP.
           MOVE WS-TOTAL-UNINSURED TO WS-UNINSURED-DISP.
           MOVE SPACES TO WS-SUM-LINE.
           STRING 'TOTAL,' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OVER-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INSURED-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNINSURED-DISP) DELIMITED BY SIZE
               INTO WS-SUM-LINE
           END-STRING.
           WRITE SUMMARY-CSV-RECORD FROM WS-SUM-LINE.
       WRITE-UNINSURED-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-CATEGORY-LINE: One ownership category's totals
      ******************************************************************
       WRITE-ONE-CATEGORY-LINE SECTION.
           MOVE WS-CAT-DEPOSITORS (WS-CAT-IDX) TO WS-COUNT-DISP.
           MOVE WS-CAT-OVER-LIMIT (WS-CAT-IDX) TO WS-OVER-DISP.
           MOVE WS-CAT-DEPOSITS (WS-CAT-IDX) TO WS-AMOUNT-DISP.
           MOVE WS-CAT-INSURED (WS-CAT-IDX) TO WS-INSURED-DISP.
           MOVE WS-CAT-UNINSURED (WS-CAT-IDX) TO WS-UNINSURED-DISP.
           MOVE SPACES TO WS-SUM-LINE.
           STRING WS-CAT-CODE (WS-CAT-IDX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OVER-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INSURED-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNINSURED-DISP) DELIMITED BY SIZE
               INTO WS-SUM-LINE
           END-STRING.
           WRITE SUMMARY-CSV-RECORD FROM WS-SUM-LINE.
           ADD 1 TO WS-CAT-IDX.
       WRITE-ONE-CATEGORY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'DEP_INSURANCE' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'AccountBalances,InterestAccrualBuckets,AccountHolders'
               TO WS-LIN-SRC-TABLE.
           MOVE 'BALANCE,ACCRUED_AMOUNT,HOLDER_ROLE,RATE_TO_BASE'
               TO WS-LIN-SRC-COLS.
           MOVE 'file' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           MOVE 'deposit_insurance_depositors.dat'
               TO WS-LIN-TGT-TABLE.
           MOVE 'CUSTOMER_ID,CATEGORY,DEPOSITS,INSURED,UNINSURED'
               TO WS-LIN-TGT-COLS.
           MOVE 'aggregate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Owner share by category in base, capped at limit'
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
           MOVE WS-TOTAL-UNINSURED TO WS-UNINSURED-DISP.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Account shares read:     ' WS-ACCOUNT-SHARES-READ.
           DISPLAY '  Depositor records:       ' WS-DEPOSITOR-RECORDS.
           DISPLAY '  Depositors over limit:   ' WS-TOTAL-OVER-LIMIT.
           DISPLAY '  Total uninsured:         ' WS-UNINSURED-DISP.
           DISPLAY '  FX-incomplete records:   '
                   WS-FX-INCOMPLETE-RECORDS.
           DISPLAY '  Unidentified depositors: '
                   WS-UNIDENTIFIED-DEPOSITORS.
           DISPLAY '  Errors encountered:      ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM DEP-INSURANCE.
