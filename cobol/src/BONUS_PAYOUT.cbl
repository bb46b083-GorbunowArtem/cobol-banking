       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONUS-PAYOUT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * BONUS_PAYOUT - Account-Opening Bonus and Referral Payout
      ******************************************************************
      * Purpose: Run Marketing's account-opening bonus campaigns
      *          (dbo.BonusCampaigns, loaded by CAMPAIGN_MAINT)
      *          nightly instead of from the branches' paper lists:
      *            - enroll each account opened inside a campaign's
      *              open-date window for its ACC_TYPE on
      *              dbo.BonusEnrollments - one enrollment per
      *              account, the richest campaign if several match
      *            - record the referring account named on the
      *              optional referral file against a pending
      *              enrollment (never the account itself or another
      *              account of the same customer)
      *            - qualify each pending enrollment from posted
      *              activity inside its qualification window:
      *              ACHCREDIT counts incoming ACH credits of at
      *              least the minimum amount; BALANCE takes the
      *              longest run of consecutive days on
      *              dbo.AccountDailyBalances at or above the minimum
      *            - pay a qualifier once: the bonus as an INTEREST
      *              credit (so it is reportable and TAX_EXTRACT
      *              picks it up, with backup withholding where the
      *              customer is under an order) and the campaign's
      *              referral bonus, the same way, to an open
      *              referring account
      *            - expire an enrollment whose window has passed, or
      *              whose account closed, without qualifying
      *          ACCOUNT_MASTER claws a paid bonus back as a FEE when
      *          the account is closed inside the campaign's clawback
      *          window. A campaign cost report gives each campaign's
      *          enrollments, bonuses and referral bonuses paid,
      *          amounts clawed back and net cost by branch.
      * Input:   dbo.BonusCampaigns, dbo.BonusEnrollments,
      *          dbo.Accounts, dbo.Transactions,
      *          dbo.AccountDailyBalances, dbo.Customers
      *          data/in/bonus_referrals.csv
      *                   (ACC_ID,REFERRER_ACC_ID) - optional
      * Output:  dbo.BonusEnrollments, dbo.Transactions (INTEREST
      *          bonus credits, WITHHOLDING debits)
      *          data/out/bonus_campaign_cost.csv
      * Lineage: transform_kind=calculate
      ******************************************************************
      * LINEAGE: PROGRAM=BONUS_PAYOUT
      * LINEAGE: SRC=sqlserver.dbo.BonusCampaigns(CAMPAIGN_ID,
      *               ACC_TYPE,OPEN_FROM_DATE,OPEN_TO_DATE,QUAL_TYPE,
      *               QUAL_COUNT,QUAL_MIN_AMOUNT,QUAL_WINDOW_DAYS,
      *               BONUS_AMOUNT,CURRENCY,REFERRAL_BONUS)
      * LINEAGE: SRC=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               TX_TYPE,CHANNEL,POSTED_FLAG,TX_TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.AccountDailyBalances(ACC_ID,
      *               CURRENCY,BAL_DATE,EOD_BALANCE)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,NARRATIVE)
      * LINEAGE: TGT=sqlserver.dbo.BonusEnrollments(ACC_ID,
      *               CAMPAIGN_ID,STATUS,BONUS_PAID,REFERRAL_PAID)
      * LINEAGE: TGT=csv.filesystem.bonus_campaign_cost.csv(
      *               CAMPAIGN_ID,BRANCH_ID,BONUS_PAID,REFERRAL_PAID,
      *               CLAWBACK_AMOUNT,NET_COST)
      * LINEAGE: MAP=BONUS_AMOUNT -> AMOUNT [TX_TYPE INTEREST, ONCE
      *               PER ACCOUNT ON QUALIFYING]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-CSV
               ASSIGN TO WS-REFERRAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT COST-RPT
               ASSIGN TO "data/out/bonus_campaign_cost.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-RPT-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-CSV.
       01  REFERRAL-CSV-RECORD         PIC X(512).

       FD  COST-RPT.
       01  COST-RPT-RECORD             PIC X(256).

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
       COPY ISO-4217.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(13) VALUE 'BONUS_PAYOUT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-END-OF-FILE         VALUE '10'.
       01  WS-COST-RPT-STATUS          PIC XX.
           88  COST-RPT-OK             VALUE '00'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Referral file (optional - no file means no new referrals)
       01  WS-REFERRAL-FILE-NAME       PIC X(256)
               VALUE 'data/in/bonus_referrals.csv'.

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 4 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed referral fields
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-REFERRER-ACC-ID      PIC X(32).

      * Currency minor-unit rounding for withholding amounts
       01  WS-MU-CURRENCY              PIC X(3).
       01  WS-MU-FACTOR                PIC 9(4) COMP-5 VALUE 100.
       01  WS-MU-AMOUNT                PIC S9(16)V9(3) COMP-3.
       01  WS-MU-SCALED                PIC S9(18) COMP-3.
       01  WS-WITHHOLD-RATE            PIC 9V9(4).

      * Narrative and report line building
       01  WS-BONUS-NARRATIVE          PIC X(128).
       01  WS-RPT-LINE                 PIC X(256).
       01  WS-AMOUNT-DISP              PIC -(13)9.99.
       01  WS-RPT-ENROLLED-DISP        PIC Z(8)9.
       01  WS-RPT-PENDING-DISP         PIC Z(8)9.
       01  WS-RPT-PAID-DISP            PIC Z(8)9.
       01  WS-RPT-EXPIRED-DISP         PIC Z(8)9.
       01  WS-RPT-CLAWED-DISP          PIC Z(8)9.
       01  WS-RPT-BONUS-DISP           PIC -(13)9.99.
       01  WS-RPT-REFERRAL-DISP        PIC -(13)9.99.
       01  WS-RPT-CLAWBACK-DISP        PIC -(13)9.99.
       01  WS-RPT-NET-DISP             PIC -(13)9.99.

      * Counters
       01  WS-ENROLLED                 PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REFERRALS-RECORDED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REFERRALS-REFUSED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BONUSES-PAID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REFERRAL-BONUSES-PAID    PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REFERRALS-FORFEITED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ENROLLMENTS-EXPIRED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-STILL-PENDING            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-WITHHELD            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REPORT-ROWS              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BONUS-TOTAL              PIC S9(15)V99 COMP-3
                                        VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CAMPAIGN-ID             PIC X(16).
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-ACCT-STATUS             PIC X(1).
       01  SQL-OPEN-DATE               PIC X(10).
       01  SQL-WINDOW-END-DATE         PIC X(10).
       01  SQL-QUAL-COUNT              PIC S9(9) COMP-5.
       01  SQL-QUAL-ACHIEVED           PIC S9(9) COMP-5.
       01  SQL-BONUS-AMOUNT            PIC S9(13)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-REFERRAL-BONUS          PIC S9(13)V99 COMP-3.
       01  SQL-REFERRER-ACC-ID         PIC X(32).
       01  SQL-ACH-CHANNEL             PIC X(16).
       01  SQL-NARRATIVE               PIC X(128).
       01  SQL-CREDIT-ACC-ID           PIC X(32).
       01  SQL-CREDIT-AMOUNT           PIC S9(13)V99 COMP-3.
       01  SQL-REFERRER-STATUS         PIC X(1).
       01  SQL-SAME-CUSTOMER           PIC S9(9) COMP-5.
       01  SQL-WH-FLAG                 PIC X(1).
       01  SQL-WH-RATE                 PIC S9(1)V9(4) COMP-3.
       01  SQL-WH-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-ENROLLED-BEFORE         PIC S9(9) COMP-5.
       01  SQL-ENROLLED-AFTER          PIC S9(9) COMP-5.
       01  SQL-RPT-CURRENCY            PIC X(3).
       01  SQL-RPT-ENROLLED            PIC S9(9) COMP-5.
       01  SQL-RPT-PENDING             PIC S9(9) COMP-5.
       01  SQL-RPT-PAID                PIC S9(9) COMP-5.
       01  SQL-RPT-EXPIRED             PIC S9(9) COMP-5.
       01  SQL-RPT-CLAWED              PIC S9(9) COMP-5.
       01  SQL-RPT-BONUS-PAID          PIC S9(15)V99 COMP-3.
       01  SQL-RPT-REFERRAL-PAID       PIC S9(15)V99 COMP-3.
       01  SQL-RPT-CLAWBACK            PIC S9(15)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
       01  SQL-WH-FLAG-NULL            PIC S9(4) COMP-5.
       01  SQL-WH-RATE-NULL            PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Pending enrollments with their campaign terms, the account's
      * current status and how far it has got towards qualifying
      * inside its window: the count of posted incoming ACH credits
      * of at least the minimum, or the longest run of consecutive
      * days whose end-of-day balance in the bonus currency was at
      * least the minimum
       EXEC SQL
           DECLARE PENDING_BONUS_CURSOR CURSOR FOR
           SELECT E.ACC_ID, E.CAMPAIGN_ID, E.BRANCH_ID, A.STATUS,
                  E.OPEN_DATE,
                  CONVERT(CHAR(10),
                      DATEADD(DAY, C.QUAL_WINDOW_DAYS,
                          CAST(E.OPEN_DATE AS DATE)), 120),
                  C.QUAL_COUNT,
                  CASE WHEN C.QUAL_TYPE = 'ACHCREDIT' THEN
                      (SELECT COUNT(*)
                       FROM dbo.Transactions T
                       WHERE T.ACC_ID = E.ACC_ID
                         AND T.TX_TYPE = 'DEPOSIT'
                         AND T.CHANNEL = :SQL-ACH-CHANNEL
                         AND T.POSTED_FLAG = 'Y'
                         AND T.AMOUNT >= C.QUAL_MIN_AMOUNT
                         AND CAST(T.TX_TS_UTC AS DATE) >=
                             CAST(E.OPEN_DATE AS DATE)
                         AND CAST(T.TX_TS_UTC AS DATE) <=
                             DATEADD(DAY, C.QUAL_WINDOW_DAYS,
                                 CAST(E.OPEN_DATE AS DATE)))
                  ELSE
                      (SELECT COALESCE(MAX(R.RUN_DAYS), 0)
                       FROM (SELECT COUNT(*) AS RUN_DAYS
                             FROM (SELECT DATEADD(DAY,
                                       0 - CAST(ROW_NUMBER() OVER (
                                           ORDER BY D.BAL_DATE)
                                           AS INT),
                                       CAST(D.BAL_DATE AS DATE))
                                       AS RUN_GROUP
                                   FROM dbo.AccountDailyBalances D
                                   WHERE D.ACC_ID = E.ACC_ID
                                     AND D.CURRENCY = C.CURRENCY
                                     AND D.EOD_BALANCE >=
                                         C.QUAL_MIN_AMOUNT
                                     AND CAST(D.BAL_DATE AS DATE) >=
                                         CAST(E.OPEN_DATE AS DATE)
                                     AND CAST(D.BAL_DATE AS DATE) <=
                                         DATEADD(DAY,
                                             C.QUAL_WINDOW_DAYS,
                                             CAST(E.OPEN_DATE
                                                  AS DATE))) G
                             GROUP BY G.RUN_GROUP) R)
                  END,
                  C.BONUS_AMOUNT, C.CURRENCY, C.REFERRAL_BONUS,
                  COALESCE(E.REFERRER_ACC_ID, '')
           FROM dbo.BonusEnrollments E
           JOIN dbo.BonusCampaigns C
               ON C.CAMPAIGN_ID = E.CAMPAIGN_ID
           JOIN dbo.Accounts A
               ON A.ACC_ID = E.ACC_ID
           WHERE E.STATUS = 'P'
           ORDER BY E.ACC_ID
       END-EXEC.

      * Campaign cost by branch, campaign to date. Net cost is what
      * was paid less what closing inside the clawback window
      * recovered
       EXEC SQL
           DECLARE BONUS_COST_CURSOR CURSOR FOR
           SELECT E.CAMPAIGN_ID, E.BRANCH_ID, C.CURRENCY,
                  COUNT(*),
                  SUM(CASE WHEN E.STATUS = 'P' THEN 1 ELSE 0 END),
                  SUM(CASE WHEN E.STATUS IN ('Q', 'C')
                           THEN 1 ELSE 0 END),
                  SUM(CASE WHEN E.STATUS = 'X' THEN 1 ELSE 0 END),
                  SUM(CASE WHEN E.STATUS = 'C' THEN 1 ELSE 0 END),
                  COALESCE(SUM(E.BONUS_PAID), 0),
                  COALESCE(SUM(E.REFERRAL_PAID), 0),
                  COALESCE(SUM(E.CLAWBACK_AMOUNT), 0)
           FROM dbo.BonusEnrollments E
           JOIN dbo.BonusCampaigns C
               ON C.CAMPAIGN_ID = E.CAMPAIGN_ID
           GROUP BY E.CAMPAIGN_ID, E.BRANCH_ID, C.CURRENCY
           ORDER BY E.CAMPAIGN_ID, E.BRANCH_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'BONUS_PAYOUT - Opening Bonus and Referrals'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           MOVE 'BONUS_PAYOUT' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.

           PERFORM ENROLL-NEW-ACCOUNTS.
           PERFORM APPLY-REFERRAL-FILE.
           PERFORM EVALUATE-ENROLLMENTS.
           PERFORM WRITE-COST-REPORT.

           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'BONUS_PAYOUT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Generate the run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE WS-ACH-RECEIVE-CHANNEL TO SQL-ACH-CHANNEL.

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
      * ENROLL-NEW-ACCOUNTS: Enroll every open account opened inside
      * a campaign's open-date window for its ACC_TYPE that is not
      * already enrolled. An account is only ever enrolled once; where
      * campaigns overlap it takes the one paying the largest bonus
      ******************************************************************
       ENROLL-NEW-ACCOUNTS SECTION.
           MOVE ZERO TO SQL-ENROLLED-BEFORE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-ENROLLED-BEFORE
               FROM dbo.BonusEnrollments
           END-EXEC.

           EXEC SQL
               INSERT INTO dbo.BonusEnrollments (
                   ACC_ID,
                   CAMPAIGN_ID,
                   BRANCH_ID,
                   OPEN_DATE,
                   STATUS,
                   BONUS_PAID,
                   REFERRAL_PAID,
                   CLAWBACK_AMOUNT,
                   ENROLLED_TS_UTC
               )
               SELECT M.ACC_ID, M.CAMPAIGN_ID, M.BRANCH_ID,
                      M.OPEN_DATE, 'P', 0, 0, 0, SYSUTCDATETIME()
               FROM (SELECT A.ACC_ID, C.CAMPAIGN_ID, A.BRANCH_ID,
                            A.OPEN_DATE,
                            ROW_NUMBER() OVER (
                                PARTITION BY A.ACC_ID
                                ORDER BY C.BONUS_AMOUNT DESC,
                                         C.CAMPAIGN_ID) AS PICK
                     FROM dbo.Accounts A
                     JOIN dbo.BonusCampaigns C
                         ON C.ACC_TYPE = A.ACC_TYPE
                     WHERE A.STATUS = 'O'
                       AND CAST(A.OPEN_DATE AS DATE) >=
                           CAST(C.OPEN_FROM_DATE AS DATE)
                       AND (C.OPEN_TO_DATE IS NULL
                            OR CAST(A.OPEN_DATE AS DATE) <=
                               CAST(C.OPEN_TO_DATE AS DATE))
                       AND CAST(A.OPEN_DATE AS DATE) <=
                           CAST(:SQL-BUS-DATE AS DATE)
                       AND NOT EXISTS (
                           SELECT 1 FROM dbo.BonusEnrollments X
                           WHERE X.ACC_ID = A.ACC_ID)) M
               WHERE M.PICK = 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :SQL-ENROLLED-AFTER
                       FROM dbo.BonusEnrollments
                   END-EXEC
                   IF SQLCODE = 0
                       COMPUTE WS-ENROLLED =
                           SQL-ENROLLED-AFTER - SQL-ENROLLED-BEFORE
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR: Campaign enrollment failed'
                   DISPLAY 'SQLCODE: ' SQLCODE
                   ADD 1 TO WS-ERRORS
                   MOVE 'BONUS_PAYOUT' TO WS-ERR-PROGRAM
                   MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
                   MOVE 'ENROLL' TO WS-ERR-CONTEXT
                   MOVE 'Bonus campaign enrollment insert failed'
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-PROCESSING-ERROR
           END-EVALUATE.

           DISPLAY 'New accounts enrolled: ' WS-ENROLLED.
       ENROLL-NEW-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-REFERRAL-FILE: Record the referring account for each
      * row of the optional referral file. Branches only send it on
      * days they take a referral, so a missing file is not an error
      ******************************************************************
       APPLY-REFERRAL-FILE SECTION.
           OPEN INPUT REFERRAL-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No referral file - no referrals to record'
               GO TO APPLY-REFERRAL-FILE-EXIT
           END-IF.

      *    Skip header row
           READ REFERRAL-CSV INTO WS-CSV-HEADER
               AT END
                   CLOSE REFERRAL-CSV
                   GO TO APPLY-REFERRAL-FILE-EXIT
           END-READ.

           PERFORM APPLY-ONE-REFERRAL
               UNTIL CSV-END-OF-FILE.

           CLOSE REFERRAL-CSV.

           DISPLAY 'Referrals recorded: ' WS-REFERRALS-RECORDED.
       APPLY-REFERRAL-FILE-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ONE-REFERRAL: Validate one referral and attach it to the
      * referred account's pending enrollment. A referral is refused
      * when the referred account has no pending enrollment or
      * already names a referrer, or when the referring account is
      * not open or belongs to the same customer
      ******************************************************************
       APPLY-ONE-REFERRAL SECTION.
           READ REFERRAL-CSV INTO WS-CSV-LINE
               AT END
                   GO TO APPLY-ONE-REFERRAL-EXIT
           END-READ.

           IF WS-CSV-LINE = SPACES
               GO TO APPLY-ONE-REFERRAL-EXIT
           END-IF.

           PERFORM SPLIT-CSV-LINE.
           MOVE WS-CSV-FIELD (1) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-REFERRER-ACC-ID.

           IF WS-CSV-ACC-ID = SPACES
               OR WS-CSV-REFERRER-ACC-ID = SPACES
               DISPLAY 'WARNING: Referral row missing account: '
                       FUNCTION TRIM(WS-CSV-LINE)
               ADD 1 TO WS-ROWS-INVALID
               GO TO APPLY-ONE-REFERRAL-EXIT
           END-IF.

           IF WS-CSV-ACC-ID = WS-CSV-REFERRER-ACC-ID
               DISPLAY 'WARNING: Account cannot refer itself: '
                       FUNCTION TRIM(WS-CSV-ACC-ID)
               ADD 1 TO WS-REFERRALS-REFUSED
               GO TO APPLY-ONE-REFERRAL-EXIT
           END-IF.

           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-REFERRER-ACC-ID TO SQL-REFERRER-ACC-ID.

           EXEC SQL
               SELECT R.STATUS,
                      CASE WHEN R.CUSTOMER_ID = A.CUSTOMER_ID
                           THEN 1 ELSE 0 END
               INTO :SQL-REFERRER-STATUS, :SQL-SAME-CUSTOMER
               FROM dbo.Accounts R
               JOIN dbo.Accounts A
                   ON A.ACC_ID = :SQL-ACC-ID
               WHERE R.ACC_ID = :SQL-REFERRER-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Referral account not found: '
                       FUNCTION TRIM(WS-CSV-ACC-ID) ' / '
                       FUNCTION TRIM(WS-CSV-REFERRER-ACC-ID)
               ADD 1 TO WS-REFERRALS-REFUSED
               GO TO APPLY-ONE-REFERRAL-EXIT
           END-IF.

           IF SQL-REFERRER-STATUS NOT = 'O'
               OR SQL-SAME-CUSTOMER NOT = ZERO
               DISPLAY 'WARNING: Referral refused for '
                       FUNCTION TRIM(WS-CSV-ACC-ID) ' by '
                       FUNCTION TRIM(WS-CSV-REFERRER-ACC-ID)
               ADD 1 TO WS-REFERRALS-REFUSED
               GO TO APPLY-ONE-REFERRAL-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.BonusEnrollments
               SET REFERRER_ACC_ID = :SQL-REFERRER-ACC-ID
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'P'
                 AND REFERRER_ACC_ID IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-REFERRALS-RECORDED
               WHEN 100
                   DISPLAY 'WARNING: No pending enrollment to refer: '
                           FUNCTION TRIM(WS-CSV-ACC-ID)
                   ADD 1 TO WS-REFERRALS-REFUSED
               WHEN OTHER
                   DISPLAY 'ERROR: Referral update failed for '
                           FUNCTION TRIM(WS-CSV-ACC-ID)
                   DISPLAY 'SQLCODE: ' SQLCODE
                   ADD 1 TO WS-ERRORS
                   MOVE 'BONUS_PAYOUT' TO WS-ERR-PROGRAM
                   MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
                   MOVE FUNCTION TRIM(WS-CSV-ACC-ID) TO WS-ERR-CONTEXT
                   MOVE 'Bonus referral update failed'
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-PROCESSING-ERROR
           END-EVALUATE.
       APPLY-ONE-REFERRAL-EXIT.
           EXIT.

      ******************************************************************
      * EVALUATE-ENROLLMENTS: Qualify, pay or expire every pending
      * enrollment
      ******************************************************************
       EVALUATE-ENROLLMENTS SECTION.
           EXEC SQL
               OPEN PENDING_BONUS_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open pending bonus cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO EVALUATE-ENROLLMENTS-EXIT
           END-IF.

           PERFORM EVALUATE-ONE-ENROLLMENT
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE PENDING_BONUS_CURSOR
           END-EXEC.

           DISPLAY 'Opening bonuses paid: ' WS-BONUSES-PAID.
       EVALUATE-ENROLLMENTS-EXIT.
           EXIT.

      ******************************************************************
      * EVALUATE-ONE-ENROLLMENT: Pay an enrollment that has met its
      * campaign's qualifying count while the account is open; expire
      * one whose account has closed or whose window has passed. A
      * frozen account keeps its enrollment pending until it thaws or
      * the window runs out
      ******************************************************************
       EVALUATE-ONE-ENROLLMENT SECTION.
           EXEC SQL
               FETCH PENDING_BONUS_CURSOR
               INTO :SQL-ACC-ID, :SQL-CAMPAIGN-ID, :SQL-BRANCH-ID,
                    :SQL-ACCT-STATUS, :SQL-OPEN-DATE,
                    :SQL-WINDOW-END-DATE, :SQL-QUAL-COUNT,
                    :SQL-QUAL-ACHIEVED, :SQL-BONUS-AMOUNT,
                    :SQL-CURRENCY, :SQL-REFERRAL-BONUS,
                    :SQL-REFERRER-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO EVALUATE-ONE-ENROLLMENT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SQL-ACCT-STATUS = 'O'
                    AND SQL-QUAL-ACHIEVED >= SQL-QUAL-COUNT
                   PERFORM PAY-OPENING-BONUS
               WHEN SQL-ACCT-STATUS = 'P' OR SQL-ACCT-STATUS = 'C'
                   PERFORM EXPIRE-ENROLLMENT
               WHEN SQL-BUS-DATE > SQL-WINDOW-END-DATE
                   PERFORM EXPIRE-ENROLLMENT
               WHEN OTHER
                   ADD 1 TO WS-STILL-PENDING
           END-EVALUATE.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       EVALUATE-ONE-ENROLLMENT-EXIT.
           EXIT.

      ******************************************************************
      * EXPIRE-ENROLLMENT: Close off an enrollment that can no longer
      * qualify
      ******************************************************************
       EXPIRE-ENROLLMENT SECTION.
           EXEC SQL
               UPDATE dbo.BonusEnrollments
               SET STATUS = 'X'
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Enrollment expiry failed for '
                       FUNCTION TRIM(SQL-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BONUS_PAYOUT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Bonus enrollment expiry failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO EXPIRE-ENROLLMENT-EXIT
           END-IF.

           ADD 1 TO WS-ENROLLMENTS-EXPIRED.
       EXPIRE-ENROLLMENT-EXIT.
           EXIT.

      ******************************************************************
      * PAY-OPENING-BONUS: Claim the enrollment as paid first - the
      * STATUS = 'P' guard means an account can only ever be paid
      * once, even if the step is rerun - then credit the bonus and
      * any referral bonus. If the bonus credit cannot be written the
      * claim is released so tomorrow's run pays it
      ******************************************************************
       PAY-OPENING-BONUS SECTION.
           EXEC SQL
               UPDATE dbo.BonusEnrollments
               SET STATUS = 'Q',
                   QUALIFIED_DATE = :SQL-BUS-DATE,
                   BONUS_PAID = :SQL-BONUS-AMOUNT,
                   PAY_RUN_ID = :WS-CURRENT-RUN-ID,
                   PAID_TS_UTC = SYSUTCDATETIME()
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 100
               GO TO PAY-OPENING-BONUS-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Bonus claim failed for '
                       FUNCTION TRIM(SQL-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BONUS_PAYOUT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-ACC-ID) TO WS-ERR-CONTEXT
               MOVE 'Bonus enrollment claim failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO PAY-OPENING-BONUS-EXIT
           END-IF.

           MOVE SPACES TO WS-BONUS-NARRATIVE.
           STRING 'Account opening bonus '
                  FUNCTION TRIM(SQL-CAMPAIGN-ID)
               DELIMITED BY SIZE INTO WS-BONUS-NARRATIVE
           END-STRING.
           MOVE SQL-ACC-ID TO SQL-CREDIT-ACC-ID.
           MOVE SQL-BONUS-AMOUNT TO SQL-CREDIT-AMOUNT.
           PERFORM INSERT-BONUS-CREDIT.

           IF SQLCODE NOT = 0
               EXEC SQL
                   UPDATE dbo.BonusEnrollments
                   SET STATUS = 'P',
                       QUALIFIED_DATE = NULL,
                       BONUS_PAID = 0,
                       PAY_RUN_ID = NULL,
                       PAID_TS_UTC = NULL
                   WHERE ACC_ID = :SQL-ACC-ID
               END-EXEC
               GO TO PAY-OPENING-BONUS-EXIT
           END-IF.

           ADD 1 TO WS-BONUSES-PAID.
           ADD SQL-BONUS-AMOUNT TO WS-BONUS-TOTAL.
           PERFORM APPLY-BACKUP-WITHHOLDING.

           IF SQL-REFERRER-ACC-ID NOT = SPACES
               AND SQL-REFERRAL-BONUS > ZERO
               PERFORM PAY-REFERRAL-BONUS
           END-IF.
       PAY-OPENING-BONUS-EXIT.
           EXIT.

      ******************************************************************
      * PAY-REFERRAL-BONUS: Credit the campaign's referral bonus to
      * the referring account. A referrer that is no longer open when
      * the referred account qualifies forfeits the referral bonus
      ******************************************************************
       PAY-REFERRAL-BONUS SECTION.
           MOVE SPACES TO SQL-REFERRER-STATUS.

           EXEC SQL
               SELECT STATUS
               INTO :SQL-REFERRER-STATUS
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-REFERRER-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-REFERRER-STATUS NOT = 'O'
               DISPLAY 'Referral bonus forfeited - referrer '
                       FUNCTION TRIM(SQL-REFERRER-ACC-ID)
                       ' not open'
               ADD 1 TO WS-REFERRALS-FORFEITED
               GO TO PAY-REFERRAL-BONUS-EXIT
           END-IF.

           MOVE SPACES TO WS-BONUS-NARRATIVE.
           STRING 'Referral bonus '
                  FUNCTION TRIM(SQL-CAMPAIGN-ID) ' '
                  FUNCTION TRIM(SQL-ACC-ID)
               DELIMITED BY SIZE INTO WS-BONUS-NARRATIVE
           END-STRING.
           MOVE SQL-REFERRER-ACC-ID TO SQL-CREDIT-ACC-ID.
           MOVE SQL-REFERRAL-BONUS TO SQL-CREDIT-AMOUNT.
           PERFORM INSERT-BONUS-CREDIT.

           IF SQLCODE NOT = 0
               GO TO PAY-REFERRAL-BONUS-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.BonusEnrollments
               SET REFERRAL_PAID = :SQL-REFERRAL-BONUS
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.

           ADD 1 TO WS-REFERRAL-BONUSES-PAID.
           ADD SQL-REFERRAL-BONUS TO WS-BONUS-TOTAL.
           PERFORM APPLY-BACKUP-WITHHOLDING.
       PAY-REFERRAL-BONUS-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-BONUS-CREDIT: Write SQL-CREDIT-AMOUNT to
      * SQL-CREDIT-ACC-ID as an unposted INTEREST transaction for
      * POST_LEDGER. A bonus is interest for tax reporting, so it
      * posts against interest expense and is summed into the
      * customer's year-end interest by TAX_EXTRACT
      ******************************************************************
       INSERT-BONUS-CREDIT SECTION.
           MOVE WS-BONUS-NARRATIVE TO SQL-NARRATIVE.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   NARRATIVE
               ) VALUES (
                   :SQL-CREDIT-ACC-ID,
                   :SQL-CREDIT-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'INTEREST',
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Bonus credit insert failed for '
                       FUNCTION TRIM(SQL-CREDIT-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BONUS_PAYOUT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-CREDIT-ACC-ID)
                   TO WS-ERR-CONTEXT
               MOVE 'Bonus credit insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       INSERT-BONUS-CREDIT-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-BACKUP-WITHHOLDING: Withhold from the bonus just
      * credited to SQL-CREDIT-ACC-ID when the account's customer is
      * under a backup withholding order, exactly as interest is
      * withheld at capitalization
      ******************************************************************
       APPLY-BACKUP-WITHHOLDING SECTION.
           MOVE SPACES TO SQL-WH-FLAG.

           EXEC SQL
               SELECT C.WITHHOLDING_FLAG, C.WITHHOLDING_RATE
               INTO :SQL-WH-FLAG:SQL-WH-FLAG-NULL,
                    :SQL-WH-RATE:SQL-WH-RATE-NULL
               FROM dbo.Customers C
               JOIN dbo.Accounts A
                   ON A.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE A.ACC_ID = :SQL-CREDIT-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               OR SQL-WH-FLAG-NULL = -1
               OR SQL-WH-FLAG NOT = 'Y'
               GO TO APPLY-BACKUP-WITHHOLDING-EXIT
           END-IF.

           IF SQL-WH-RATE-NULL = -1 OR SQL-WH-RATE <= ZERO
               MOVE WS-BACKUP-WITHHOLD-RATE TO WS-WITHHOLD-RATE
           ELSE
               MOVE SQL-WH-RATE TO WS-WITHHOLD-RATE
           END-IF.

           COMPUTE WS-MU-AMOUNT =
               SQL-CREDIT-AMOUNT * WS-WITHHOLD-RATE.
           MOVE SQL-CURRENCY TO WS-MU-CURRENCY.
           PERFORM LOOKUP-CURRENCY-MINOR-UNITS.
           PERFORM ROUND-TO-MINOR-UNITS.
           COMPUTE SQL-WH-AMOUNT = 0 - WS-MU-AMOUNT.

           IF SQL-WH-AMOUNT = ZERO
               GO TO APPLY-BACKUP-WITHHOLDING-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   NARRATIVE
               ) VALUES (
                   :SQL-CREDIT-ACC-ID,
                   :SQL-WH-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'WITHHOLDING',
                   'Backup withholding on interest'
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Withholding insert failed for '
                       SQL-CREDIT-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'BONUS_PAYOUT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE FUNCTION TRIM(SQL-CREDIT-ACC-ID)
                   TO WS-ERR-CONTEXT
               MOVE 'Backup withholding insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO APPLY-BACKUP-WITHHOLDING-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-WITHHELD.
       APPLY-BACKUP-WITHHOLDING-EXIT.
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
      * WRITE-COST-REPORT: Campaign-to-date cost by campaign and
      * branch for Marketing
      ******************************************************************
       WRITE-COST-REPORT SECTION.
           OPEN OUTPUT COST-RPT.
           IF NOT COST-RPT-OK
               DISPLAY 'ERROR: Cannot open campaign cost report'
               DISPLAY 'File status: ' WS-COST-RPT-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-COST-REPORT-EXIT
           END-IF.

           MOVE SPACES TO COST-RPT-RECORD.
           STRING 'CAMPAIGN_ID,BRANCH_ID,CURRENCY,ENROLLED,PENDING,'
                  'PAID,EXPIRED,CLAWED_BACK,BONUS_PAID,'
                  'REFERRAL_PAID,CLAWBACK_AMOUNT,NET_COST'
               DELIMITED BY SIZE INTO COST-RPT-RECORD
           END-STRING.
           WRITE COST-RPT-RECORD.

           EXEC SQL
               OPEN BONUS_COST_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open campaign cost cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               CLOSE COST-RPT
               GO TO WRITE-COST-REPORT-EXIT
           END-IF.

           PERFORM WRITE-ONE-COST-LINE
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE BONUS_COST_CURSOR
           END-EXEC.

           CLOSE COST-RPT.
           DISPLAY 'Campaign cost report: data/out/'
                   'bonus_campaign_cost.csv'.
       WRITE-COST-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-COST-LINE: One campaign/branch line. Net cost is
      * bonuses plus referral bonuses paid, less clawbacks recovered
      ******************************************************************
       WRITE-ONE-COST-LINE SECTION.
           EXEC SQL
               FETCH BONUS_COST_CURSOR
               INTO :SQL-CAMPAIGN-ID, :SQL-BRANCH-ID,
                    :SQL-RPT-CURRENCY, :SQL-RPT-ENROLLED,
                    :SQL-RPT-PENDING, :SQL-RPT-PAID,
                    :SQL-RPT-EXPIRED, :SQL-RPT-CLAWED,
                    :SQL-RPT-BONUS-PAID, :SQL-RPT-REFERRAL-PAID,
                    :SQL-RPT-CLAWBACK
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-COST-LINE-EXIT
           END-IF.

           MOVE SQL-RPT-ENROLLED TO WS-RPT-ENROLLED-DISP.
           MOVE SQL-RPT-PENDING TO WS-RPT-PENDING-DISP.
           MOVE SQL-RPT-PAID TO WS-RPT-PAID-DISP.
           MOVE SQL-RPT-EXPIRED TO WS-RPT-EXPIRED-DISP.
           MOVE SQL-RPT-CLAWED TO WS-RPT-CLAWED-DISP.
           MOVE SQL-RPT-BONUS-PAID TO WS-RPT-BONUS-DISP.
           MOVE SQL-RPT-REFERRAL-PAID TO WS-RPT-REFERRAL-DISP.
           MOVE SQL-RPT-CLAWBACK TO WS-RPT-CLAWBACK-DISP.
           COMPUTE WS-RPT-NET-DISP = SQL-RPT-BONUS-PAID
               + SQL-RPT-REFERRAL-PAID - SQL-RPT-CLAWBACK.

           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(SQL-CAMPAIGN-ID) ','
                  FUNCTION TRIM(SQL-BRANCH-ID) ','
                  SQL-RPT-CURRENCY ','
                  FUNCTION TRIM(WS-RPT-ENROLLED-DISP) ','
                  FUNCTION TRIM(WS-RPT-PENDING-DISP) ','
                  FUNCTION TRIM(WS-RPT-PAID-DISP) ','
                  FUNCTION TRIM(WS-RPT-EXPIRED-DISP) ','
                  FUNCTION TRIM(WS-RPT-CLAWED-DISP) ','
                  FUNCTION TRIM(WS-RPT-BONUS-DISP) ','
                  FUNCTION TRIM(WS-RPT-REFERRAL-DISP) ','
                  FUNCTION TRIM(WS-RPT-CLAWBACK-DISP) ','
                  FUNCTION TRIM(WS-RPT-NET-DISP)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           WRITE COST-RPT-RECORD FROM WS-RPT-LINE.
           ADD 1 TO WS-REPORT-ROWS.
       WRITE-ONE-COST-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'BONUS_PAYOUT' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'BonusCampaigns' TO WS-LIN-SRC-TABLE.
           MOVE 'CAMPAIGN_ID,QUAL_TYPE,QUAL_COUNT,BONUS_AMOUNT'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'Transactions' TO WS-LIN-TGT-TABLE.
           MOVE 'ACC_ID,AMOUNT,CURRENCY,TX_TYPE,NARRATIVE'
               TO WS-LIN-TGT-COLS.
           MOVE 'calculate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'BONUS_AMOUNT once per qualifying enrollment'
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
      * SPLIT-CSV-LINE: RFC 4180 quote-aware field splitter
      ******************************************************************
       SPLIT-CSV-LINE SECTION.
           MOVE SPACES TO WS-CSV-FIELD-TABLE.
           MOVE 1 TO WS-CSV-FIELD-IDX.
           MOVE ZERO TO WS-CSV-FIELD-LEN.
           MOVE 'N' TO WS-CSV-QUOTE-STATE.
           COMPUTE WS-CSV-LINE-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-LINE)).
           IF WS-CSV-LINE-LENGTH = ZERO
               GO TO SPLIT-CSV-LINE-EXIT
           END-IF.

           MOVE 1 TO WS-CSV-CHAR-IDX.
           PERFORM SCAN-ONE-CSV-CHAR
               UNTIL WS-CSV-CHAR-IDX > WS-CSV-LINE-LENGTH.
       SPLIT-CSV-LINE-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-ONE-CSV-CHAR: Classify and consume one input character
      ******************************************************************
       SCAN-ONE-CSV-CHAR SECTION.
           MOVE WS-CSV-LINE (WS-CSV-CHAR-IDX:1) TO WS-CSV-CURRENT-CHAR.

           EVALUATE TRUE
               WHEN WS-CSV-CURRENT-CHAR = WS-FIELD-QUOTE
                   IF CSV-INSIDE-QUOTES
                       IF WS-CSV-CHAR-IDX < WS-CSV-LINE-LENGTH AND
                          WS-CSV-LINE (WS-CSV-CHAR-IDX + 1:1)
                              = WS-FIELD-QUOTE
                           PERFORM APPEND-CSV-CHAR
                           ADD 1 TO WS-CSV-CHAR-IDX
                       ELSE
                           MOVE 'N' TO WS-CSV-QUOTE-STATE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-CSV-QUOTE-STATE
                   END-IF
               WHEN WS-CSV-CURRENT-CHAR = WS-FIELD-DELIMITER
                       AND NOT CSV-INSIDE-QUOTES
                   ADD 1 TO WS-CSV-FIELD-IDX
                   MOVE ZERO TO WS-CSV-FIELD-LEN
               WHEN OTHER
                   PERFORM APPEND-CSV-CHAR
           END-EVALUATE.

           ADD 1 TO WS-CSV-CHAR-IDX.
       SCAN-ONE-CSV-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * APPEND-CSV-CHAR: Add the current character to the active field
      ******************************************************************
       APPEND-CSV-CHAR SECTION.
           IF WS-CSV-FIELD-IDX > 4
               GO TO APPEND-CSV-CHAR-EXIT
           END-IF.

           ADD 1 TO WS-CSV-FIELD-LEN.
           IF WS-CSV-FIELD-LEN <= 512
               MOVE WS-CSV-CURRENT-CHAR TO
                   WS-CSV-FIELD (WS-CSV-FIELD-IDX) (WS-CSV-FIELD-LEN:1)
           END-IF.
       APPEND-CSV-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * DISPLAY-SUMMARY: Show processing statistics
      ******************************************************************
       DISPLAY-SUMMARY SECTION.
           MOVE WS-BONUS-TOTAL TO WS-AMOUNT-DISP.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Accounts enrolled:   ' WS-ENROLLED.
           DISPLAY '  Referrals recorded:  ' WS-REFERRALS-RECORDED.
           DISPLAY '  Referrals refused:   ' WS-REFERRALS-REFUSED.
           DISPLAY '  Invalid rows:        ' WS-ROWS-INVALID.
           DISPLAY '  Bonuses paid:        ' WS-BONUSES-PAID.
           DISPLAY '  Referral bonuses:    ' WS-REFERRAL-BONUSES-PAID.
           DISPLAY '  Referrals forfeited: ' WS-REFERRALS-FORFEITED.
           DISPLAY '  Enrollments expired: ' WS-ENROLLMENTS-EXPIRED.
           DISPLAY '  Still pending:       ' WS-STILL-PENDING.
           DISPLAY '  Amounts withheld:    ' WS-ROWS-WITHHELD.
           DISPLAY '  Total paid:          ' WS-AMOUNT-DISP.
           DISPLAY '  Report rows:         ' WS-REPORT-ROWS.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM BONUS-PAYOUT.
