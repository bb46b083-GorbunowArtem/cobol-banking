       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-CHARGEOFF.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * OD_CHARGEOFF - Nightly Overdrawn Deposit Account Aging
      ******************************************************************
      * Purpose: Age deposit accounts left overdrawn and carry the
      *          chronic ones through to charge-off, one row per
      *          overdrawn account/currency on dbo.OverdrawnAccounts:
      *          - a balance found negative on dbo.AccountBalances
      *            starts aging from the business date; one back at
      *            zero or better is cured and ages no further;
      *          - at WS-OD-NOTICE-DAYS-1 and WS-OD-NOTICE-DAYS-2
      *            days overdrawn the customer is sent a notice;
      *          - at WS-OD-BLOCK-DAYS new debits are blocked:
      *            POST_LEDGER refuses them and INTEREST_ACCRUAL
      *            stops charging debit interest on the balance;
      *          - at WS-OD-CHARGEOFF-DAYS the account's unposted
      *            debits are withdrawn, its accrued debit interest
      *            abandoned, and the negative balance written off
      *            by a DEP-CHGOFF credit POST_LEDGER offsets against
      *            the deposit overdraft loss account. ACCOUNT_MASTER
      *            closes the account once the write-off has posted;
      *          - a later payment to a charged-off account - a
      *            transfer to it or a credit straight onto it - is
      *            converted before posting into a DEP-RECOVERY
      *            transaction booked to the recovery GL rather than
      *            the closed account.
      *          Charge-offs, and later changes to what has been
      *          recovered on them, go to the consumer-reporting
      *          exchange on a fixed-format file.
      * Input:   dbo.AccountBalances, dbo.Accounts,
      *          dbo.OverdrawnAccounts, dbo.Transactions,
      *          dbo.AccountHolders, dbo.Customers
      * Output:  dbo.OverdrawnAccounts
      *          dbo.Transactions (withdrawn debits, DEP-CHGOFF
      *          rows, DEP-RECOVERY conversions)
      *          dbo.DebitInterestBuckets (abandoned at charge-off)
      *          dbo.CustomerNotifications
      *          data/out/od_chargeoff_exchange.dat
      * Lineage: transform_kind=derive
      ******************************************************************
      * LINEAGE: PROGRAM=OD_CHARGEOFF
      * LINEAGE: SRC=sqlserver.dbo.AccountBalances(ACC_ID,CURRENCY,
      *               BALANCE)
      * LINEAGE: TGT=sqlserver.dbo.OverdrawnAccounts(ACC_ID,CURRENCY,
      *               OVERDRAWN_SINCE,DAYS_OVERDRAWN,STAGE,
      *               CHARGE_OFF_AMT,RECOVERED_AMT,EXCHANGE_FLAG)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               TX_TYPE,POSTED_FLAG)
      * LINEAGE: TGT=file.od_chargeoff_exchange.dat(CUSTOMER_ID,
      *               TAX_ID,ACC_ID,CHARGE_OFF_AMT,RECOVERED_AMT)
      * LINEAGE: MAP=BALANCE -> DAYS_OVERDRAWN [DAYS SINCE THE
      *               BALANCE WENT NEGATIVE]
      * LINEAGE: MAP=BALANCE -> DEP-CHGOFF TRANSACTION [NEGATIVE
      *               BALANCE AT CHARGE-OFF THRESHOLD]
      * LINEAGE: MAP=AMOUNT -> DEP-RECOVERY TRANSACTION [PAYMENT ON
      *               A CHARGED-OFF ACCOUNT]
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
           SELECT EXCHANGE-FILE
               ASSIGN TO "data/out/od_chargeoff_exchange.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHANGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  EXCHANGE-FILE.
       01  EXCHANGE-FILE-RECORD        PIC X(220).

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
           05  FILLER                  PIC X(13)
                                        VALUE 'OD_CHARGEOFF_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-EXCHANGE-FILE-STATUS     PIC XX.
           88  EXCHANGE-FILE-OK        VALUE '00'.

      * Fixed-format consumer-reporting exchange records
       01  WS-EXCH-HEADER-REC.
           05  FILLER                  PIC X(1) VALUE 'H'.
           05  WS-EXH-MEMBER-ID        PIC X(10).
           05  WS-EXH-FILE-DATE        PIC X(10).
           05  WS-EXH-SOURCE           PIC X(10)
                                        VALUE 'BANKDEPCO '.
           05  FILLER                  PIC X(189) VALUE SPACES.

       01  WS-EXCH-DETAIL-REC.
           05  FILLER                  PIC X(1) VALUE 'D'.
           05  WS-EXD-ACTION           PIC X(1).
           05  WS-EXD-CUSTOMER-ID      PIC X(32).
           05  WS-EXD-TAX-ID           PIC X(16).
           05  WS-EXD-NAME             PIC X(64).
           05  WS-EXD-BIRTH-DATE       PIC X(10).
           05  WS-EXD-ACC-ID           PIC X(32).
           05  WS-EXD-CURRENCY         PIC X(3).
           05  WS-EXD-CHARGE-OFF-DATE  PIC X(10).
           05  WS-EXD-CHARGE-OFF-AMT   PIC 9(13)V99.
           05  WS-EXD-RECOVERED-AMT    PIC 9(13)V99.
           05  WS-EXD-STATUS           PIC X(2).
           05  WS-EXD-REASON           PIC X(2) VALUE 'OD'.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-EXCH-TRAILER-REC.
           05  FILLER                  PIC X(1) VALUE 'T'.
           05  WS-EXT-RECORD-COUNT     PIC 9(9).
           05  WS-EXT-TOTAL-CHARGED    PIC 9(13)V99.
           05  FILLER                  PIC X(195) VALUE SPACES.

      * Display rendering
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-DAYS-DISP                PIC Z(4)9.

      * Run totals
       01  WS-TOTAL-CHARGED            PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-EXCHANGE-TOTAL           PIC S9(16)V99 COMP-3 VALUE ZERO.

      * Row counters
       01  WS-ACCOUNTS-CURED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-STARTED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NOTICES-SENT             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-BLOCKED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-CHARGED-OFF     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RECOVERIES-CONVERTED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EXCHANGE-RECORDS         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-PAYER-ACC-ID            PIC X(32).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-BALANCE                 PIC S9(16)V99 COMP-3.
       01  SQL-DAYS-OVERDRAWN          PIC S9(9) COMP-5.
       01  SQL-STAGE                   PIC X(1).
       01  SQL-LAST-NOTICE-DAYS        PIC S9(9) COMP-5.
       01  SQL-NOTICE-DAYS             PIC S9(9) COMP-5.
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-TX-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-RECOVERY-ACC-ID         PIC X(32).
       01  SQL-CHARGE-OFF-AMT          PIC S9(13)V99 COMP-3.
       01  SQL-CHARGE-OFF-TX-ID        PIC 9(18) COMP-5.
       01  SQL-RECOVERED-AMT           PIC S9(13)V99 COMP-3.
       01  SQL-CHARGED-OFF-DATE        PIC X(10).
       01  SQL-EXCHANGE-FLAG           PIC X(1).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-CUST-NAME               PIC X(64).
       01  SQL-CUST-TAX-ID             PIC X(16).
       01  SQL-CUST-BIRTH-DATE         PIC X(10).
       01  SQL-NOTICE-TYPE             PIC X(16).
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator - the charge-off transaction was not raised
       01  SQL-CHARGE-OFF-TX-NULL      PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Aging and blocked accounts still overdrawn, with the days
      * since the balance went negative. An account not open
      * (frozen, pending close) pauses where it is
       EXEC SQL
           DECLARE AGING_CURSOR CURSOR FOR
           SELECT O.ACC_ID, O.CURRENCY, AB.BALANCE,
                  DATEDIFF(DAY, O.OVERDRAWN_SINCE, :SQL-BUS-DATE),
                  O.STAGE, COALESCE(O.LAST_NOTICE_DAYS, 0)
           FROM dbo.OverdrawnAccounts O
           JOIN dbo.AccountBalances AB
             ON AB.ACC_ID = O.ACC_ID
            AND AB.CURRENCY = O.CURRENCY
           JOIN dbo.Accounts A ON A.ACC_ID = O.ACC_ID
           WHERE O.STAGE IN ('A', 'B')
             AND A.STATUS = 'O'
             AND AB.BALANCE < 0
           ORDER BY O.ACC_ID, O.CURRENCY
       END-EXEC.

      * Unposted payments crediting a charged-off account in the
      * currency written off, not yet covering the charge-off: a
      * transfer to it (either leg naming the account) or a credit
      * straight onto it. The payer is the other side of a
      * transfer; a direct credit has none
       EXEC SQL
           DECLARE RECOVERY_CURSOR CURSOR FOR
           SELECT T.TX_ID, O.ACC_ID, O.CURRENCY, ABS(T.AMOUNT),
                  COALESCE(CASE WHEN T.ACC_ID = O.ACC_ID
                                THEN T.COUNTERPARTY_ACC_ID
                                ELSE T.ACC_ID
                           END, ' ')
           FROM dbo.Transactions T
           JOIN dbo.OverdrawnAccounts O
             ON O.STAGE = 'C'
            AND O.CURRENCY = T.CURRENCY
            AND COALESCE(O.RECOVERED_AMT, 0) < O.CHARGE_OFF_AMT
            AND ((T.ACC_ID = O.ACC_ID AND T.AMOUNT > 0)
                 OR (T.COUNTERPARTY_ACC_ID = O.ACC_ID
                     AND T.AMOUNT < 0))
           WHERE (T.POSTED_FLAG = 'N' OR T.POSTED_FLAG IS NULL)
             AND T.TX_TYPE NOT IN ('DEP-CHGOFF', 'DEP-RECOVERY',
                                   'REVERSAL', 'HOLD',
                                   'HOLD-RELEASE')
           ORDER BY T.TX_ID
       END-EXEC.

      * Charged-off accounts the exchange has not yet been told
      * about, or whose recovered amount has changed since. The
      * consumer is the PRIMARY holder on dbo.AccountHolders, or
      * the account's CUSTOMER_ID when it has no holder rows
       EXEC SQL
           DECLARE EXCHANGE_CURSOR CURSOR FOR
           SELECT O.ACC_ID, O.CURRENCY,
                  COALESCE(H.CUSTOMER_ID, A.CUSTOMER_ID),
                  COALESCE(C.NAME, ' '),
                  COALESCE(C.TAX_ID, ' '),
                  COALESCE(CONVERT(CHAR(10), C.DATE_OF_BIRTH, 120),
                           ' '),
                  O.CHARGED_OFF_DATE, O.CHARGE_OFF_AMT,
                  COALESCE(O.RECOVERED_AMT, 0), O.EXCHANGE_FLAG
           FROM dbo.OverdrawnAccounts O
           JOIN dbo.Accounts A ON A.ACC_ID = O.ACC_ID
           LEFT JOIN dbo.AccountHolders H
             ON H.ACC_ID = A.ACC_ID
            AND H.HOLDER_ROLE = 'PRIMARY'
            AND H.STATUS = 'A'
           LEFT JOIN dbo.Customers C
             ON C.CUSTOMER_ID = COALESCE(H.CUSTOMER_ID,
                                         A.CUSTOMER_ID)
           WHERE O.STAGE = 'C'
             AND O.EXCHANGE_FLAG IN ('N', 'U')
           ORDER BY O.ACC_ID, O.CURRENCY
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'OD_CHARGEOFF - Overdrawn Account Aging'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.

           MOVE 'OD_CHARGEOFF' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               STOP RUN
           END-IF.

           PERFORM CURE-OVERDRAWN-ACCOUNTS.
           PERFORM START-AGING.
           PERFORM AGE-OVERDRAWN-ACCOUNTS.
           PERFORM CONVERT-RECOVERIES.
           PERFORM WRITE-EXCHANGE-FILE.
           PERFORM RECORD-RUN-END.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'OD_CHARGEOFF completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE WS-CONTRA-ACC-DEP-RECOVERY TO SQL-RECOVERY-ACC-ID.

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
      * CURE-OVERDRAWN-ACCOUNTS: An aging or blocked account whose
      * balance is back at zero or better is cured; its debits are
      * accepted again and a later overdraft starts a new episode
      ******************************************************************
       CURE-OVERDRAWN-ACCOUNTS SECTION.
           EXEC SQL
               UPDATE O
               SET STAGE = 'X',
                   CURED_DATE = :SQL-BUS-DATE,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   TS_UTC = SYSUTCDATETIME()
               FROM dbo.OverdrawnAccounts O
               WHERE O.STAGE IN ('A', 'B')
                 AND NOT EXISTS
                     (SELECT 1 FROM dbo.AccountBalances AB
                      WHERE AB.ACC_ID = O.ACC_ID
                        AND AB.CURRENCY = O.CURRENCY
                        AND AB.BALANCE < 0)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Overdraft cure failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CURE-OVERDRAWN-ACCOUNTS-EXIT
           END-IF.

           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-ACCOUNTS-CURED
           END-IF.
           DISPLAY 'Overdrawn accounts cured: ' WS-ACCOUNTS-CURED.
       CURE-OVERDRAWN-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * START-AGING: Every open deposit balance newly found negative
      * starts aging from the business date. Loan accounts run
      * negative by design and house accounts belong to the bank;
      * neither is aged
      ******************************************************************
       START-AGING SECTION.
           EXEC SQL
               INSERT INTO dbo.OverdrawnAccounts (
                   ACC_ID,
                   CURRENCY,
                   OVERDRAWN_SINCE,
                   DAYS_OVERDRAWN,
                   STAGE,
                   LAST_NOTICE_DAYS,
                   CHARGE_OFF_AMT,
                   RECOVERED_AMT,
                   RUN_ID,
                   TS_UTC
               )
               SELECT AB.ACC_ID,
                      AB.CURRENCY,
                      :SQL-BUS-DATE,
                      0,
                      'A',
                      0,
                      0,
                      0,
                      :WS-CURRENT-RUN-ID,
                      SYSUTCDATETIME()
               FROM dbo.AccountBalances AB
               JOIN dbo.Accounts A ON A.ACC_ID = AB.ACC_ID
               WHERE AB.BALANCE < 0
                 AND A.STATUS = 'O'
                 AND A.ACC_ID NOT LIKE 'HOUSE-%'
                 AND NOT EXISTS
                     (SELECT 1 FROM dbo.LoanMaster M
                      WHERE M.ACC_ID = AB.ACC_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM dbo.OverdrawnAccounts O
                      WHERE O.ACC_ID = AB.ACC_ID
                        AND O.CURRENCY = AB.CURRENCY
                        AND O.STAGE IN ('A', 'B', 'C'))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Overdraft aging start failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'OD_CHARGEOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE 'START-AGING' TO WS-ERR-CONTEXT
               MOVE 'Newly overdrawn accounts could not be recorded'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO START-AGING-EXIT
           END-IF.

           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-ACCOUNTS-STARTED
           END-IF.
           DISPLAY 'Newly overdrawn accounts:  ' WS-ACCOUNTS-STARTED.
       START-AGING-EXIT.
           EXIT.

      ******************************************************************
      * AGE-OVERDRAWN-ACCOUNTS: Walk the accounts still overdrawn
      ******************************************************************
       AGE-OVERDRAWN-ACCOUNTS SECTION.
           EXEC SQL
               OPEN AGING_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open aging cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO AGE-OVERDRAWN-ACCOUNTS-EXIT
           END-IF.

           PERFORM AGE-ONE-ACCOUNT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE AGING_CURSOR
           END-EXEC.
       AGE-OVERDRAWN-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * AGE-ONE-ACCOUNT: Record the days overdrawn, then act on the
      * furthest milestone reached - charge-off, the debit block, or
      * a notice the customer has not yet been sent
      ******************************************************************
       AGE-ONE-ACCOUNT SECTION.
           EXEC SQL
               FETCH AGING_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-BALANCE,
                   :SQL-DAYS-OVERDRAWN,
                   :SQL-STAGE,
                   :SQL-LAST-NOTICE-DAYS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO AGE-ONE-ACCOUNT-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.OverdrawnAccounts
               SET DAYS_OVERDRAWN = :SQL-DAYS-OVERDRAWN,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   TS_UTC = SYSUTCDATETIME()
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND STAGE IN ('A', 'B')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Days overdrawn update failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO AGE-ONE-ACCOUNT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SQL-DAYS-OVERDRAWN >= WS-OD-CHARGEOFF-DAYS
                   PERFORM CHARGE-OFF-ONE-ACCOUNT
               WHEN SQL-DAYS-OVERDRAWN >= WS-OD-BLOCK-DAYS
                    AND SQL-STAGE = 'A'
                   PERFORM BLOCK-ONE-ACCOUNT
               WHEN SQL-DAYS-OVERDRAWN >= WS-OD-NOTICE-DAYS-2
                    AND SQL-LAST-NOTICE-DAYS < WS-OD-NOTICE-DAYS-2
                   MOVE WS-OD-NOTICE-DAYS-2 TO SQL-NOTICE-DAYS
                   PERFORM SEND-AGING-NOTICE
               WHEN SQL-DAYS-OVERDRAWN >= WS-OD-NOTICE-DAYS-1
                    AND SQL-LAST-NOTICE-DAYS < WS-OD-NOTICE-DAYS-1
                   MOVE WS-OD-NOTICE-DAYS-1 TO SQL-NOTICE-DAYS
                   PERFORM SEND-AGING-NOTICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       AGE-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * SEND-AGING-NOTICE: Tell the customer how long the account
      * has been overdrawn and by how much, and record the milestone
      * in SQL-NOTICE-DAYS as sent
      ******************************************************************
       SEND-AGING-NOTICE SECTION.
           MOVE SQL-NOTICE-DAYS TO WS-DAYS-DISP.
           MOVE SQL-BALANCE TO WS-AMOUNT-DISP.
           MOVE 'OD-AGING' TO SQL-NOTICE-TYPE.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Account overdrawn ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-DISP) DELIMITED BY SIZE
                  ' days, balance ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-OD-NOTICE.

           EXEC SQL
               UPDATE dbo.OverdrawnAccounts
               SET LAST_NOTICE_DAYS = :SQL-NOTICE-DAYS
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND STAGE IN ('A', 'B')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Notice milestone update failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO SEND-AGING-NOTICE-EXIT
           END-IF.

           ADD 1 TO WS-NOTICES-SENT.
       SEND-AGING-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * BLOCK-ONE-ACCOUNT: Stop new debits to the account. From
      * tonight POST_LEDGER refuses them and INTEREST_ACCRUAL raises
      * no further debit interest on the balance
      ******************************************************************
       BLOCK-ONE-ACCOUNT SECTION.
           MOVE WS-OD-BLOCK-DAYS TO SQL-NOTICE-DAYS.
           EXEC SQL
               UPDATE dbo.OverdrawnAccounts
               SET STAGE = 'B',
                   BLOCKED_DATE = :SQL-BUS-DATE,
                   LAST_NOTICE_DAYS = :SQL-NOTICE-DAYS
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND STAGE = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Debit block failed for ' SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'OD_CHARGEOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Overdrawn account debit block failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO BLOCK-ONE-ACCOUNT-EXIT
           END-IF.

           MOVE SQL-DAYS-OVERDRAWN TO WS-DAYS-DISP.
           MOVE SQL-BALANCE TO WS-AMOUNT-DISP.
           MOVE 'OD-BLOCKED' TO SQL-NOTICE-TYPE.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Overdrawn ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-DISP) DELIMITED BY SIZE
                  ' days - new debits blocked, balance '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-OD-NOTICE.

           ADD 1 TO WS-ACCOUNTS-BLOCKED.
           DISPLAY 'Debits blocked: ' FUNCTION TRIM(SQL-ACC-ID)
                   ' ' SQL-CURRENCY
                   ' balance ' FUNCTION TRIM(WS-AMOUNT-DISP).
       BLOCK-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * CHARGE-OFF-ONE-ACCOUNT: Withdraw the debits still unposted
      * against the balance, abandon the debit interest accrued on
      * it, and write the negative balance off with a DEP-CHGOFF
      * credit to the account. ACCOUNT_MASTER closes the account
      * once the write-off has posted and the balance stands at zero
      ******************************************************************
       CHARGE-OFF-ONE-ACCOUNT SECTION.
           EXEC SQL
               UPDATE dbo.Transactions
               SET POSTED_FLAG = 'R'
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND (AMOUNT < 0 OR COUNTERPARTY_ACC_ID IS NOT NULL)
                 AND (POSTED_FLAG = 'N' OR POSTED_FLAG IS NULL)
                 AND TX_TYPE NOT IN ('REVERSAL', 'HOLD',
                                     'HOLD-RELEASE')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Debit withdrawal failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'OD_CHARGEOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Charge-off debit withdrawal failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO CHARGE-OFF-ONE-ACCOUNT-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.DebitInterestBuckets
               SET ACCRUED_AMOUNT = 0
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Debit interest abandon failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.

      *    The write-off credits the account back to zero;
      *    POST_LEDGER debits the deposit overdraft loss account
      *    with the contra leg
           COMPUTE SQL-CHARGE-OFF-AMT = 0 - SQL-BALANCE.
           PERFORM RAISE-CHARGE-OFF-TX.
           IF SQL-CHARGE-OFF-TX-NULL NOT = 0
               GO TO CHARGE-OFF-ONE-ACCOUNT-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.OverdrawnAccounts
               SET STAGE = 'C',
                   BLOCKED_DATE = COALESCE(BLOCKED_DATE,
                                           :SQL-BUS-DATE),
                   CHARGED_OFF_DATE = :SQL-BUS-DATE,
                   CHARGE_OFF_AMT = :SQL-CHARGE-OFF-AMT,
                   CHARGE_OFF_TX_ID = :SQL-CHARGE-OFF-TX-ID,
                   RECOVERED_AMT = 0,
                   EXCHANGE_FLAG = 'N'
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND STAGE IN ('A', 'B')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Charge-off mark failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CHARGE-OFF-ONE-ACCOUNT-EXIT
           END-IF.

           MOVE SQL-CHARGE-OFF-AMT TO WS-AMOUNT-DISP.
           MOVE 'OD-CHARGEOFF' TO SQL-NOTICE-TYPE.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Overdrawn balance of ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  ' charged off; the account will be closed'
                      DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-OD-NOTICE.

           ADD 1 TO WS-ACCOUNTS-CHARGED-OFF.
           ADD SQL-CHARGE-OFF-AMT TO WS-TOTAL-CHARGED.
           DISPLAY 'Charged off: ' FUNCTION TRIM(SQL-ACC-ID)
                   ' ' SQL-CURRENCY
                   ' amount ' FUNCTION TRIM(WS-AMOUNT-DISP).
       CHARGE-OFF-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-CHARGE-OFF-TX: The unposted DEP-CHGOFF transaction for
      * the balance written off, value-dated the business date.
      * SQL-CHARGE-OFF-TX-ID carries its TX_ID; the null indicator
      * stays set if the insert failed
      ******************************************************************
       RAISE-CHARGE-OFF-TX SECTION.
           MOVE ZERO TO SQL-CHARGE-OFF-TX-ID.
           MOVE -1 TO SQL-CHARGE-OFF-TX-NULL.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Account ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ' overdrawn balance charged off' DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.
           MOVE SQL-CHARGE-OFF-AMT TO SQL-TX-AMOUNT.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   VALUE_DATE,
                   NARRATIVE
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-TX-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'DEP-CHGOFF',
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Charge-off raise failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'OD_CHARGEOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Charge-off transaction raise failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RAISE-CHARGE-OFF-TX-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-CHARGE-OFF-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-CHARGE-OFF-TX-ID
           END-IF.
           MOVE 0 TO SQL-CHARGE-OFF-TX-NULL.
       RAISE-CHARGE-OFF-TX-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-OD-NOTICE: One customer notification on the account
      * from SQL-NOTICE-TYPE and SQL-NOTICE-MESSAGE, for
      * NOTIFY_EXTRACT
      ******************************************************************
       QUEUE-OD-NOTICE SECTION.
           MOVE SQL-CURRENCY TO SQL-NOTICE-REF.

           EXEC SQL
               INSERT INTO dbo.CustomerNotifications (
                   ACC_ID,
                   EVENT_TYPE,
                   EVENT_REF,
                   MESSAGE,
                   QUEUED_FLAG,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-NOTICE-TYPE,
                   :SQL-NOTICE-REF,
                   :SQL-NOTICE-MESSAGE,
                   'N',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Overdraft notice insert failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       QUEUE-OD-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * CONVERT-RECOVERIES: Walk tonight's unposted payments to
      * charged-off accounts
      ******************************************************************
       CONVERT-RECOVERIES SECTION.
           EXEC SQL
               OPEN RECOVERY_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open recovery cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CONVERT-RECOVERIES-EXIT
           END-IF.

           PERFORM CONVERT-ONE-RECOVERY
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE RECOVERY_CURSOR
           END-EXEC.
       CONVERT-RECOVERIES-EXIT.
           EXIT.

      ******************************************************************
      * CONVERT-ONE-RECOVERY: Re-point the payment away from the
      * charged-off account as a DEP-RECOVERY. A transfer becomes a
      * debit on the payer alone, POST_LEDGER crediting the recovery
      * account with the contra leg; a direct credit moves onto the
      * recovery account itself. The amount counts toward what has
      * been recovered, and a charge-off already reported goes to
      * the exchange again as an update
      ******************************************************************
       CONVERT-ONE-RECOVERY SECTION.
           EXEC SQL
               FETCH RECOVERY_CURSOR INTO
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-TX-AMOUNT,
                   :SQL-PAYER-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO CONVERT-ONE-RECOVERY-EXIT
           END-IF.

           MOVE SQL-TX-AMOUNT TO SQL-RECOVERED-AMT.
           IF SQL-PAYER-ACC-ID = SPACES
               EXEC SQL
                   UPDATE dbo.Transactions
                   SET ACC_ID = :SQL-RECOVERY-ACC-ID,
                       TX_TYPE = 'DEP-RECOVERY',
                       COUNTERPARTY_ACC_ID = NULL
                   WHERE TX_ID = :SQL-TX-ID
                     AND (POSTED_FLAG = 'N' OR POSTED_FLAG IS NULL)
               END-EXEC
           ELSE
               COMPUTE SQL-TX-AMOUNT = 0 - SQL-TX-AMOUNT
               EXEC SQL
                   UPDATE dbo.Transactions
                   SET ACC_ID = :SQL-PAYER-ACC-ID,
                       AMOUNT = :SQL-TX-AMOUNT,
                       TX_TYPE = 'DEP-RECOVERY',
                       COUNTERPARTY_ACC_ID = NULL
                   WHERE TX_ID = :SQL-TX-ID
                     AND (POSTED_FLAG = 'N' OR POSTED_FLAG IS NULL)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Recovery conversion failed for TX_ID '
                       SQL-TX-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'OD_CHARGEOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Recovery conversion failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               MOVE 0 TO SQLCODE
               GO TO CONVERT-ONE-RECOVERY-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.OverdrawnAccounts
               SET RECOVERED_AMT = COALESCE(RECOVERED_AMT, 0)
                                   + :SQL-RECOVERED-AMT,
                   EXCHANGE_FLAG = CASE WHEN EXCHANGE_FLAG = 'N'
                                        THEN 'N' ELSE 'U' END,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   TS_UTC = SYSUTCDATETIME()
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND STAGE = 'C'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Recovered amount update failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.

           ADD 1 TO WS-RECOVERIES-CONVERTED.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       CONVERT-ONE-RECOVERY-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-EXCHANGE-FILE: Report new charge-offs, and changes in
      * what has been recovered on earlier ones, to the consumer-
      * reporting exchange. The rows written are marked reported; if
      * the file cannot be written they stay pending for the next
      * night
      ******************************************************************
       WRITE-EXCHANGE-FILE SECTION.
           OPEN OUTPUT EXCHANGE-FILE.
           IF NOT EXCHANGE-FILE-OK
               DISPLAY 'ERROR: Could not open exchange file'
               DISPLAY 'File status: ' WS-EXCHANGE-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-EXCHANGE-FILE-EXIT
           END-IF.

           MOVE WS-OD-EXCHANGE-MEMBER-ID TO WS-EXH-MEMBER-ID.
           MOVE SQL-BUS-DATE TO WS-EXH-FILE-DATE.
           WRITE EXCHANGE-FILE-RECORD FROM WS-EXCH-HEADER-REC.

           EXEC SQL
               OPEN EXCHANGE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open exchange cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               CLOSE EXCHANGE-FILE
               GO TO WRITE-EXCHANGE-FILE-EXIT
           END-IF.

           PERFORM WRITE-ONE-EXCHANGE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE EXCHANGE_CURSOR
           END-EXEC.

           MOVE WS-EXCHANGE-RECORDS TO WS-EXT-RECORD-COUNT.
           MOVE WS-EXCHANGE-TOTAL TO WS-EXT-TOTAL-CHARGED.
           WRITE EXCHANGE-FILE-RECORD FROM WS-EXCH-TRAILER-REC.
           CLOSE EXCHANGE-FILE.
           DISPLAY 'Exchange file written to '
                   '"data/out/od_chargeoff_exchange.dat"'.

           EXEC SQL
               UPDATE dbo.OverdrawnAccounts
               SET EXCHANGE_FLAG = 'Y'
               WHERE STAGE = 'C'
                 AND EXCHANGE_FLAG IN ('N', 'U')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Exchange reported flag update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       WRITE-EXCHANGE-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-EXCHANGE: One detail record - an add for a charge-
      * off not yet reported, an update otherwise. An account whose
      * recoveries have covered the charge-off reports paid
      ******************************************************************
       WRITE-ONE-EXCHANGE SECTION.
           EXEC SQL
               FETCH EXCHANGE_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-CUSTOMER-ID,
                   :SQL-CUST-NAME,
                   :SQL-CUST-TAX-ID,
                   :SQL-CUST-BIRTH-DATE,
                   :SQL-CHARGED-OFF-DATE,
                   :SQL-CHARGE-OFF-AMT,
                   :SQL-RECOVERED-AMT,
                   :SQL-EXCHANGE-FLAG
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-EXCHANGE-EXIT
           END-IF.

           IF SQL-EXCHANGE-FLAG = 'N'
               MOVE 'A' TO WS-EXD-ACTION
           ELSE
               MOVE 'U' TO WS-EXD-ACTION
           END-IF.
           MOVE SQL-CUSTOMER-ID TO WS-EXD-CUSTOMER-ID.
           MOVE SQL-CUST-TAX-ID TO WS-EXD-TAX-ID.
           MOVE SQL-CUST-NAME TO WS-EXD-NAME.
           MOVE SQL-CUST-BIRTH-DATE TO WS-EXD-BIRTH-DATE.
           MOVE SQL-ACC-ID TO WS-EXD-ACC-ID.
           MOVE SQL-CURRENCY TO WS-EXD-CURRENCY.
           MOVE SQL-CHARGED-OFF-DATE TO WS-EXD-CHARGE-OFF-DATE.
           MOVE SQL-CHARGE-OFF-AMT TO WS-EXD-CHARGE-OFF-AMT.
           MOVE SQL-RECOVERED-AMT TO WS-EXD-RECOVERED-AMT.
           IF SQL-RECOVERED-AMT >= SQL-CHARGE-OFF-AMT
               MOVE 'PD' TO WS-EXD-STATUS
           ELSE
               MOVE 'CO' TO WS-EXD-STATUS
           END-IF.

           WRITE EXCHANGE-FILE-RECORD FROM WS-EXCH-DETAIL-REC.
           ADD 1 TO WS-EXCHANGE-RECORDS.
           ADD SQL-CHARGE-OFF-AMT TO WS-EXCHANGE-TOTAL.
       WRITE-ONE-EXCHANGE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if the run changed anything
           IF WS-ACCOUNTS-STARTED = ZERO
               AND WS-ACCOUNTS-CHARGED-OFF = ZERO
               AND WS-RECOVERIES-CONVERTED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'OD_CHARGEOFF' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'AccountBalances' TO WS-LIN-SRC-TABLE.
           MOVE 'ACC_ID,CURRENCY,BALANCE' TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'OverdrawnAccounts' TO WS-LIN-TGT-TABLE.
           MOVE 'DAYS_OVERDRAWN,STAGE,CHARGE_OFF_AMT,RECOVERED_AMT'
               TO WS-LIN-TGT-COLS.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Overdraft aging, charge-off and recovery by days'
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
           MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-DISP.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Accounts cured:       ' WS-ACCOUNTS-CURED.
           DISPLAY '  Newly overdrawn:      ' WS-ACCOUNTS-STARTED.
           DISPLAY '  Aging notices queued: ' WS-NOTICES-SENT.
           DISPLAY '  Debits blocked:       ' WS-ACCOUNTS-BLOCKED.
           DISPLAY '  Accounts charged off: ' WS-ACCOUNTS-CHARGED-OFF.
           DISPLAY '  Amount charged off:   ' WS-AMOUNT-DISP.
           DISPLAY '  Recoveries converted: ' WS-RECOVERIES-CONVERTED.
           DISPLAY '  Exchange records:     ' WS-EXCHANGE-RECORDS.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM OD-CHARGEOFF.
