       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDB-BILLING.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * SDB_BILLING - Safe Deposit Box Annual Rent and Delinquency
      ******************************************************************
      * Purpose: Bill and police safe deposit box rent nightly, in
      *          place of the branches' rent ledgers, for the boxes
      *          SDB_MAINT rents out:
      *            - settle each box's outstanding rent charge once
      *              POST_LEDGER has dealt with it: a posted charge
      *              pays the box for the year - the due date moves
      *              on twelve months, notices are reset and a
      *              drill-listed box comes off the list; a charge
      *              finally rejected for insufficient funds,
      *              cancelled or parked in suspense leaves the rent
      *              unpaid
      *            - charge the annual rent of each rented box that
      *              has fallen due as a FEE on its rent account, in
      *              the account's currency at the price for the
      *              box size effective on the due date
      *              (dbo.SafeDepositBoxPrices, SDB_PRICE_MAINT).
      *              Rent left unpaid is not charged again
      *              automatically - the branch raises it with
      *              SDB_MAINT PAY once the renter has funded it
      *            - age unpaid rent from the due date: a past-due
      *              notice, then a final notice, then the box goes
      *              on the drilling list with a notice to the renter
      *          The drilling list of every drill-listed box is
      *          written for the vault. Drilling, and the contents
      *          claim, are SDB_MAINT's; contents left unclaimed are
      *          reported by ESCHEATMENT.
      * Input:   dbo.SafeDepositBoxes, dbo.SafeDepositBoxPrices,
      *          dbo.Transactions (POSTED_FLAG), dbo.Accounts
      * Output:  dbo.SafeDepositBoxes, dbo.SafeDepositBoxEvents,
      *          dbo.Transactions (rent FEE debits),
      *          dbo.CustomerNotifications (SDB-PASTDUE, SDB-FINAL,
      *          SDB-DRILL notices)
      *          data/out/sdb_drill_list.csv
      * Lineage: transform_kind=calculate
      ******************************************************************
      * LINEAGE: PROGRAM=SDB_BILLING
      * LINEAGE: SRC=sqlserver.dbo.SafeDepositBoxes(BOX_ID,BOX_SIZE,
      *               STATUS,CUSTOMER_ID,RENT_ACC_ID,RENT_CURRENCY,
      *               RENT_DUE_DATE,RENT_TX_ID,NOTICE_LEVEL)
      * LINEAGE: SRC=sqlserver.dbo.SafeDepositBoxPrices(BOX_SIZE,
      *               CURRENCY,ANNUAL_RENT,EFF_FROM_DATE,EFF_TO_DATE)
      * LINEAGE: SRC=sqlserver.dbo.Transactions(TX_ID,POSTED_FLAG)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,NARRATIVE)
      * LINEAGE: TGT=sqlserver.dbo.SafeDepositBoxes(STATUS,
      *               RENT_DUE_DATE,RENT_PAID_THRU,RENT_TX_ID,
      *               RENT_AMOUNT,NOTICE_LEVEL,DRILL_LISTED_DATE)
      * LINEAGE: TGT=sqlserver.dbo.CustomerNotifications(ACC_ID,
      *               CUSTOMER_ID,EVENT_TYPE,EVENT_REF,MESSAGE)
      * LINEAGE: TGT=csv.filesystem.sdb_drill_list.csv(BOX_ID,
      *               BRANCH_ID,BOX_NUMBER,BOX_SIZE,CUSTOMER_ID,
      *               CO_RENTER_ID,RENT_DUE_DATE,DAYS_PAST_DUE,
      *               DRILL_LISTED_DATE)
      * LINEAGE: MAP=ANNUAL_RENT -> AMOUNT [NEGATED, TX_TYPE FEE,
      *               ONCE PER BOX PER RENT YEAR]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRILL-LIST-CSV
               ASSIGN TO "data/out/sdb_drill_list.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRILL-LIST-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRILL-LIST-CSV.
       01  DRILL-LIST-RECORD           PIC X(256).

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
           05  FILLER                  PIC X(12) VALUE 'SDB_BILLING_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-DRILL-LIST-STATUS        PIC XX.
           88  DRILL-LIST-OK           VALUE '00'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Narrative, notice and report line building
       01  WS-RENT-NARRATIVE           PIC X(128).
       01  WS-RPT-LINE                 PIC X(256).
       01  WS-AMOUNT-DISP              PIC -(13)9.99.
       01  WS-TX-ID-DISP               PIC Z(17)9.
       01  WS-DAYS-DISP                PIC -(8)9.

      * Counters
       01  WS-RENT-SETTLED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RENT-UNPAID              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BOXES-RELISTED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RENT-BILLED              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BILL-EXCEPTIONS          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PASTDUE-NOTICES          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-FINAL-NOTICES            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BOXES-DRILL-LISTED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DRILL-LIST-ROWS          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RENT-TOTAL               PIC S9(15)V99 COMP-3
                                        VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-BOX-ID                  PIC X(16).
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-BOX-NUMBER              PIC X(8).
       01  SQL-BOX-SIZE                PIC X(8).
       01  SQL-BOX-STATUS              PIC X(1).
       01  SQL-OLD-STATUS              PIC X(1).
       01  SQL-NEW-STATUS              PIC X(1).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-CO-RENTER-ID            PIC X(32).
       01  SQL-RENT-ACC-ID             PIC X(32).
       01  SQL-RENT-CURRENCY           PIC X(3).
       01  SQL-RENT-DUE-DATE           PIC X(10).
       01  SQL-DRILL-LISTED-DATE       PIC X(10).
       01  SQL-RENT-TX-ID              PIC 9(18) COMP-5.
       01  SQL-POSTED-FLAG             PIC X(1).
       01  SQL-RENT-AMOUNT             PIC S9(13)V99 COMP-3.
       01  SQL-FEE-AMOUNT              PIC S9(13)V99 COMP-3.
       01  SQL-ACCT-STATUS             PIC X(1).
       01  SQL-NOTICE-LEVEL            PIC S9(4) COMP-5.
       01  SQL-NEW-NOTICE-LEVEL        PIC S9(4) COMP-5.
       01  SQL-DAYS-PAST-DUE           PIC S9(9) COMP-5.
       01  SQL-NARRATIVE               PIC X(128).
       01  SQL-EVENT-ACTION            PIC X(10).
       01  SQL-REFERENCE               PIC X(64).
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-NOTICE-TYPE             PIC X(32).
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       01  SQL-RUN-ID                  PIC X(64).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Boxes whose rent charge POST_LEDGER has finished with -
      * posted, finally rejected, cancelled or parked in suspense
       EXEC SQL
           DECLARE SDB_SETTLE_CURSOR CURSOR FOR
           SELECT B.BOX_ID, B.STATUS, B.RENT_TX_ID, T.POSTED_FLAG,
                  B.RENT_DUE_DATE
           FROM dbo.SafeDepositBoxes B
           JOIN dbo.Transactions T
               ON T.TX_ID = B.RENT_TX_ID
           WHERE B.RENT_TX_ID IS NOT NULL
             AND T.POSTED_FLAG IN ('Y', 'R', 'C', 'S')
           ORDER BY B.BOX_ID
       END-EXEC.

      * Rented boxes whose annual rent has fallen due with no charge
      * outstanding and not already left unpaid for this due date,
      * with the rent account's status and the price for the box
      * size in the rent currency effective on the due date
       EXEC SQL
           DECLARE SDB_BILL_CURSOR CURSOR FOR
           SELECT B.BOX_ID, B.BOX_SIZE, B.CUSTOMER_ID,
                  COALESCE(B.RENT_ACC_ID, ''),
                  COALESCE(B.RENT_CURRENCY, ''),
                  B.RENT_DUE_DATE,
                  COALESCE(A.STATUS, ' '),
                  COALESCE((SELECT TOP 1 P.ANNUAL_RENT
                            FROM dbo.SafeDepositBoxPrices P
                            WHERE P.BOX_SIZE = B.BOX_SIZE
                              AND P.CURRENCY = B.RENT_CURRENCY
                              AND P.EFF_FROM_DATE <= B.RENT_DUE_DATE
                              AND (P.EFF_TO_DATE IS NULL
                                   OR P.EFF_TO_DATE >=
                                      B.RENT_DUE_DATE)
                            ORDER BY P.EFF_FROM_DATE DESC), 0)
           FROM dbo.SafeDepositBoxes B
           LEFT JOIN dbo.Accounts A
               ON A.ACC_ID = B.RENT_ACC_ID
           WHERE B.STATUS = 'R'
             AND B.RENT_TX_ID IS NULL
             AND B.RENT_DUE_DATE <= :SQL-BUS-DATE
             AND NOT EXISTS
                 (SELECT 1 FROM dbo.SafeDepositBoxEvents E
                  WHERE E.BOX_ID = B.BOX_ID
                    AND E.ACTION = 'UNPAID'
                    AND E.REFERENCE = B.RENT_DUE_DATE)
           ORDER BY B.BOX_ID
       END-EXEC.

      * Rented boxes whose rent is past due - the due date has gone
      * by with no charge outstanding - and how long it has been
       EXEC SQL
           DECLARE SDB_AGING_CURSOR CURSOR FOR
           SELECT B.BOX_ID, B.CUSTOMER_ID,
                  COALESCE(B.RENT_ACC_ID, ''),
                  B.RENT_DUE_DATE, B.NOTICE_LEVEL,
                  DATEDIFF(DAY, CAST(B.RENT_DUE_DATE AS DATE),
                           CAST(:SQL-BUS-DATE AS DATE))
           FROM dbo.SafeDepositBoxes B
           WHERE B.STATUS = 'R'
             AND B.RENT_TX_ID IS NULL
             AND B.RENT_DUE_DATE < :SQL-BUS-DATE
           ORDER BY B.BOX_ID
       END-EXEC.

      * Every drill-listed box, by branch and box number
       EXEC SQL
           DECLARE SDB_DRILL_CURSOR CURSOR FOR
           SELECT B.BOX_ID, B.BRANCH_ID, B.BOX_NUMBER, B.BOX_SIZE,
                  COALESCE(B.CUSTOMER_ID, ''),
                  COALESCE(B.CO_RENTER_ID, ''),
                  COALESCE(B.RENT_DUE_DATE, ''),
                  COALESCE(DATEDIFF(DAY, CAST(B.RENT_DUE_DATE AS DATE),
                               CAST(:SQL-BUS-DATE AS DATE)), 0),
                  COALESCE(B.DRILL_LISTED_DATE, '')
           FROM dbo.SafeDepositBoxes B
           WHERE B.STATUS = 'L'
           ORDER BY B.BRANCH_ID, B.BOX_NUMBER
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'SDB_BILLING - Safe Deposit Box Rent'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           MOVE 'SDB_BILLING' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.

           PERFORM SETTLE-RENT-CHARGES.
           PERFORM BILL-RENT-DUE.
           PERFORM AGE-PAST-DUE-RENT.
           PERFORM WRITE-DRILL-LIST.

           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'SDB_BILLING completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Generate the run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.
           MOVE 'SDB_BILLING' TO SQL-OFFICER-ID.
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
      * SETTLE-RENT-CHARGES: Settle every box whose rent charge has
      * come back from POST_LEDGER
      ******************************************************************
       SETTLE-RENT-CHARGES SECTION.
           EXEC SQL
               OPEN SDB_SETTLE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open rent settlement cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO SETTLE-RENT-CHARGES-EXIT
           END-IF.

           PERFORM SETTLE-ONE-CHARGE
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE SDB_SETTLE_CURSOR
           END-EXEC.

           DISPLAY 'Box rent charges settled: ' WS-RENT-SETTLED.
       SETTLE-RENT-CHARGES-EXIT.
           EXIT.

      ******************************************************************
      * SETTLE-ONE-CHARGE: A posted charge pays the box for the rent
      * year from its due date: the next rent falls due twelve months
      * on, notices start again and a drill-listed box is rented
      * again. Any other outcome clears the charge and leaves the rent
      * unpaid for the aging below; it is not billed again
      ******************************************************************
       SETTLE-ONE-CHARGE SECTION.
           EXEC SQL
               FETCH SDB_SETTLE_CURSOR
               INTO :SQL-BOX-ID, :SQL-BOX-STATUS, :SQL-RENT-TX-ID,
                    :SQL-POSTED-FLAG, :SQL-RENT-DUE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO SETTLE-ONE-CHARGE-EXIT
           END-IF.

           MOVE SQL-BOX-STATUS TO SQL-OLD-STATUS.
           MOVE SQL-RENT-TX-ID TO WS-TX-ID-DISP.
           MOVE SPACES TO SQL-REFERENCE.
           STRING 'TX ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-ID-DISP) DELIMITED BY SIZE
               INTO SQL-REFERENCE
           END-STRING.

           IF SQL-POSTED-FLAG = 'Y'
               EXEC SQL
                   UPDATE dbo.SafeDepositBoxes
                   SET RENT_PAID_THRU =
                           CONVERT(CHAR(10),
                               DATEADD(DAY, -1,
                                   DATEADD(MONTH, 12,
                                       CAST(RENT_DUE_DATE AS DATE))),
                               120),
                       RENT_DUE_DATE =
                           CONVERT(CHAR(10),
                               DATEADD(MONTH, 12,
                                   CAST(RENT_DUE_DATE AS DATE)), 120),
                       RENT_TX_ID = NULL,
                       NOTICE_LEVEL = 0,
                       DRILL_LISTED_DATE = NULL,
                       STATUS = CASE WHEN STATUS = 'L' THEN 'R'
                                     ELSE STATUS END,
                       RUN_ID = :SQL-RUN-ID,
                       UPDATED_TS_UTC = SYSUTCDATETIME()
                   WHERE BOX_ID = :SQL-BOX-ID
                     AND RENT_TX_ID = :SQL-RENT-TX-ID
               END-EXEC
               MOVE 'RENTPAID' TO SQL-EVENT-ACTION
               IF SQL-OLD-STATUS = 'L'
                   MOVE 'R' TO SQL-NEW-STATUS
               ELSE
                   MOVE SQL-OLD-STATUS TO SQL-NEW-STATUS
               END-IF
           ELSE
               EXEC SQL
                   UPDATE dbo.SafeDepositBoxes
                   SET RENT_TX_ID = NULL,
                       RUN_ID = :SQL-RUN-ID,
                       UPDATED_TS_UTC = SYSUTCDATETIME()
                   WHERE BOX_ID = :SQL-BOX-ID
                     AND RENT_TX_ID = :SQL-RENT-TX-ID
               END-EXEC
               MOVE 'UNPAID' TO SQL-EVENT-ACTION
               MOVE SQL-OLD-STATUS TO SQL-NEW-STATUS
      *        The due date is the reference billing checks so an
      *        unpaid year is not charged again
               MOVE SQL-RENT-DUE-DATE TO SQL-REFERENCE
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Rent settlement failed for box '
                       FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'SDB_BILLING' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Rent settlement failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           ELSE
               PERFORM RECORD-BOX-EVENT
               IF SQL-POSTED-FLAG = 'Y'
                   ADD 1 TO WS-RENT-SETTLED
                   IF SQL-OLD-STATUS = 'L'
                       ADD 1 TO WS-BOXES-RELISTED
                   END-IF
               ELSE
                   ADD 1 TO WS-RENT-UNPAID
               END-IF
           END-IF.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       SETTLE-ONE-CHARGE-EXIT.
           EXIT.

      ******************************************************************
      * BILL-RENT-DUE: Charge the annual rent of every rented box
      * that has fallen due
      ******************************************************************
       BILL-RENT-DUE SECTION.
           EXEC SQL
               OPEN SDB_BILL_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open rent billing cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO BILL-RENT-DUE-EXIT
           END-IF.

           PERFORM BILL-ONE-BOX
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE SDB_BILL_CURSOR
           END-EXEC.

           DISPLAY 'Box rents billed: ' WS-RENT-BILLED.
       BILL-RENT-DUE-EXIT.
           EXIT.

      ******************************************************************
      * BILL-ONE-BOX: One box's annual rent as an unposted FEE on its
      * rent account, linked to the box until it is settled. A box
      * whose rent account is no longer open, or whose size has no
      * price in the rent currency, cannot be billed: the rent is left
      * unpaid for the branch to take up
      ******************************************************************
       BILL-ONE-BOX SECTION.
           EXEC SQL
               FETCH SDB_BILL_CURSOR
               INTO :SQL-BOX-ID, :SQL-BOX-SIZE, :SQL-CUSTOMER-ID,
                    :SQL-RENT-ACC-ID, :SQL-RENT-CURRENCY,
                    :SQL-RENT-DUE-DATE, :SQL-ACCT-STATUS,
                    :SQL-RENT-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO BILL-ONE-BOX-EXIT
           END-IF.

           MOVE 'R' TO SQL-OLD-STATUS.
           MOVE 'R' TO SQL-NEW-STATUS.

           IF SQL-ACCT-STATUS NOT = 'O'
               OR SQL-RENT-AMOUNT NOT > ZERO
               PERFORM LEAVE-RENT-UNPAID
               GO TO BILL-ONE-BOX-CONTINUE
           END-IF.

           MOVE SPACES TO WS-RENT-NARRATIVE.
           STRING 'Safe deposit box rent ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-BOX-ID) DELIMITED BY SIZE
                  ' due ' DELIMITED BY SIZE
                  SQL-RENT-DUE-DATE DELIMITED BY SIZE
               INTO WS-RENT-NARRATIVE
           END-STRING.
           MOVE WS-RENT-NARRATIVE TO SQL-NARRATIVE.
           COMPUTE SQL-FEE-AMOUNT = 0 - SQL-RENT-AMOUNT.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   NARRATIVE
               ) VALUES (
                   :SQL-RENT-ACC-ID,
                   :SQL-FEE-AMOUNT,
                   :SQL-RENT-CURRENCY,
                   SYSUTCDATETIME(),
                   'FEE',
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Rent charge insert failed for box '
                       FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'SDB_BILLING' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Rent charge insert failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO BILL-ONE-BOX-CONTINUE
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-RENT-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Rent charge could not be read back '
                       'for box ' FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'SDB_BILLING' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Rent charge could not be read back'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO BILL-ONE-BOX-CONTINUE
           END-IF.

      *    Link the charge to the box; a charge that cannot be linked
      *    could never be settled, so it is cancelled
           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET RENT_TX_ID = :SQL-RENT-TX-ID,
                   RENT_AMOUNT = :SQL-RENT-AMOUNT,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = 'R'
                 AND RENT_TX_ID IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Rent charge could not be linked to '
                       'box ' FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               EXEC SQL
                   UPDATE dbo.Transactions
                   SET POSTED_FLAG = 'C'
                   WHERE TX_ID = :SQL-RENT-TX-ID
               END-EXEC
               MOVE 'SDB_BILLING' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Rent charge link failed, charge cancelled'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO BILL-ONE-BOX-CONTINUE
           END-IF.

           MOVE 'BILL' TO SQL-EVENT-ACTION.
           MOVE SQL-RENT-TX-ID TO WS-TX-ID-DISP.
           MOVE SPACES TO SQL-REFERENCE.
           STRING 'TX ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-ID-DISP) DELIMITED BY SIZE
               INTO SQL-REFERENCE
           END-STRING.
           PERFORM RECORD-BOX-EVENT.
           ADD 1 TO WS-RENT-BILLED.
           ADD SQL-RENT-AMOUNT TO WS-RENT-TOTAL.
       BILL-ONE-BOX-CONTINUE.
      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       BILL-ONE-BOX-EXIT.
           EXIT.

      ******************************************************************
      * LEAVE-RENT-UNPAID: A box that cannot be billed. The UNPAID
      * event for its due date keeps it from being tried every night;
      * the exception is logged for the branch
      ******************************************************************
       LEAVE-RENT-UNPAID SECTION.
           ADD 1 TO WS-BILL-EXCEPTIONS.
           MOVE 'SDB_BILLING' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SQL-BOX-ID TO WS-ERR-CONTEXT.
           IF SQL-ACCT-STATUS NOT = 'O'
               DISPLAY 'WARNING: Rent account not open for box '
                       FUNCTION TRIM(SQL-BOX-ID)
               MOVE 'Box rent not billed - rent account not open'
                   TO WS-ERR-MESSAGE
           ELSE
               DISPLAY 'WARNING: No rent price for box '
                       FUNCTION TRIM(SQL-BOX-ID) ' size '
                       SQL-BOX-SIZE ' ' SQL-RENT-CURRENCY
               MOVE 'Box rent not billed - no price for size'
                   TO WS-ERR-MESSAGE
           END-IF.
           PERFORM LOG-PROCESSING-ERROR.

           MOVE 'UNPAID' TO SQL-EVENT-ACTION.
           MOVE SQL-RENT-DUE-DATE TO SQL-REFERENCE.
           PERFORM RECORD-BOX-EVENT.
           ADD 1 TO WS-RENT-UNPAID.
       LEAVE-RENT-UNPAID-EXIT.
           EXIT.

      ******************************************************************
      * AGE-PAST-DUE-RENT: Notices and drill-listing for every rented
      * box whose rent is past due
      ******************************************************************
       AGE-PAST-DUE-RENT SECTION.
           EXEC SQL
               OPEN SDB_AGING_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open past-due rent cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO AGE-PAST-DUE-RENT-EXIT
           END-IF.

           PERFORM AGE-ONE-BOX
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE SDB_AGING_CURSOR
           END-EXEC.

           DISPLAY 'Boxes drill-listed: ' WS-BOXES-DRILL-LISTED.
       AGE-PAST-DUE-RENT-EXIT.
           EXIT.

      ******************************************************************
      * AGE-ONE-BOX: Past due long enough for the drilling list, the
      * box is listed; otherwise the renter gets the past-due notice,
      * then the final notice, each once
      ******************************************************************
       AGE-ONE-BOX SECTION.
           EXEC SQL
               FETCH SDB_AGING_CURSOR
               INTO :SQL-BOX-ID, :SQL-CUSTOMER-ID, :SQL-RENT-ACC-ID,
                    :SQL-RENT-DUE-DATE, :SQL-NOTICE-LEVEL,
                    :SQL-DAYS-PAST-DUE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO AGE-ONE-BOX-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SQL-DAYS-PAST-DUE >= WS-SDB-DRILL-DAYS
                   PERFORM DRILL-LIST-BOX
               WHEN SQL-DAYS-PAST-DUE >= WS-SDB-NOTICE-DAYS-2
                    AND SQL-NOTICE-LEVEL < 2
                   MOVE 2 TO SQL-NEW-NOTICE-LEVEL
                   MOVE 'SDB-FINAL' TO SQL-NOTICE-TYPE
                   PERFORM RAISE-RENT-NOTICE
               WHEN SQL-DAYS-PAST-DUE >= WS-SDB-NOTICE-DAYS-1
                    AND SQL-NOTICE-LEVEL < 1
                   MOVE 1 TO SQL-NEW-NOTICE-LEVEL
                   MOVE 'SDB-PASTDUE' TO SQL-NOTICE-TYPE
                   PERFORM RAISE-RENT-NOTICE
           END-EVALUATE.

      *    Leave SQLCODE zero so the fetch loop carries on
           MOVE ZERO TO SQLCODE.
       AGE-ONE-BOX-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-RENT-NOTICE: Move the box to SQL-NEW-NOTICE-LEVEL and
      * queue the SQL-NOTICE-TYPE notice to the renter
      ******************************************************************
       RAISE-RENT-NOTICE SECTION.
           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET NOTICE_LEVEL = :SQL-NEW-NOTICE-LEVEL,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = 'R'
                 AND NOTICE_LEVEL < :SQL-NEW-NOTICE-LEVEL
           END-EXEC.

           IF SQLCODE = 100
               GO TO RAISE-RENT-NOTICE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Notice level update failed for box '
                       FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'SDB_BILLING' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Notice level update failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RAISE-RENT-NOTICE-EXIT
           END-IF.

           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           IF SQL-NEW-NOTICE-LEVEL = 1
               STRING 'Rent on safe deposit box ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-BOX-ID) DELIMITED BY SIZE
                      ' due ' DELIMITED BY SIZE
                      SQL-RENT-DUE-DATE DELIMITED BY SIZE
                      ' is past due' DELIMITED BY SIZE
                   INTO SQL-NOTICE-MESSAGE
               END-STRING
               ADD 1 TO WS-PASTDUE-NOTICES
           ELSE
               STRING 'Final notice: rent on safe deposit box '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-BOX-ID) DELIMITED BY SIZE
                      ' due ' DELIMITED BY SIZE
                      SQL-RENT-DUE-DATE DELIMITED BY SIZE
                      ' is unpaid' DELIMITED BY SIZE
                   INTO SQL-NOTICE-MESSAGE
               END-STRING
               ADD 1 TO WS-FINAL-NOTICES
           END-IF.

           PERFORM QUEUE-RENT-NOTICE.
       RAISE-RENT-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * DRILL-LIST-BOX: Rent unpaid past the drilling threshold - the
      * box goes on the drilling list and the renter is told
      ******************************************************************
       DRILL-LIST-BOX SECTION.
           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET STATUS = 'L',
                   DRILL_LISTED_DATE = :SQL-BUS-DATE,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = 'R'
                 AND RENT_TX_ID IS NULL
           END-EXEC.

           IF SQLCODE = 100
               GO TO DRILL-LIST-BOX-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Drill-listing failed for box '
                       FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'SDB_BILLING' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Drill-listing failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO DRILL-LIST-BOX-EXIT
           END-IF.

           MOVE 'DRILLLIST' TO SQL-EVENT-ACTION.
           MOVE 'R' TO SQL-OLD-STATUS.
           MOVE 'L' TO SQL-NEW-STATUS.
           MOVE SQL-RENT-DUE-DATE TO SQL-REFERENCE.
           PERFORM RECORD-BOX-EVENT.
           ADD 1 TO WS-BOXES-DRILL-LISTED.

           MOVE 'SDB-DRILL' TO SQL-NOTICE-TYPE.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Safe deposit box ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-BOX-ID) DELIMITED BY SIZE
                  ' will be drilled: rent due ' DELIMITED BY SIZE
                  SQL-RENT-DUE-DATE DELIMITED BY SIZE
                  ' is unpaid' DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-RENT-NOTICE.
       DRILL-LIST-BOX-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-RENT-NOTICE: Queue SQL-NOTICE-TYPE to the renter for
      * NOTIFY_EXTRACT, once per box and rent due date
      ******************************************************************
       QUEUE-RENT-NOTICE SECTION.
           MOVE SPACES TO SQL-NOTICE-REF.
           STRING FUNCTION TRIM(SQL-BOX-ID) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  SQL-RENT-DUE-DATE DELIMITED BY SIZE
               INTO SQL-NOTICE-REF
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.CustomerNotifications (
                   ACC_ID, CUSTOMER_ID, EVENT_TYPE, EVENT_REF,
                   MESSAGE, QUEUED_FLAG, RUN_ID, TS_UTC)
               SELECT NULLIF(RTRIM(:SQL-RENT-ACC-ID), ''),
                      :SQL-CUSTOMER-ID, :SQL-NOTICE-TYPE,
                      :SQL-NOTICE-REF, :SQL-NOTICE-MESSAGE,
                      'N', :SQL-RUN-ID, SYSUTCDATETIME()
               WHERE NOT EXISTS
                     (SELECT 1 FROM dbo.CustomerNotifications N
                      WHERE N.CUSTOMER_ID = :SQL-CUSTOMER-ID
                        AND N.EVENT_TYPE = :SQL-NOTICE-TYPE
                        AND N.EVENT_REF = :SQL-NOTICE-REF)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Box rent notice queueing failed for '
                       FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'SDB_BILLING' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Box rent notice queueing failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       QUEUE-RENT-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-BOX-EVENT: One permanent dbo.SafeDepositBoxEvents row
      * for the change just made
      ******************************************************************
       RECORD-BOX-EVENT SECTION.
           EXEC SQL
               INSERT INTO dbo.SafeDepositBoxEvents (
                   BOX_ID,
                   ACTION,
                   OLD_STATUS,
                   NEW_STATUS,
                   CUSTOMER_ID,
                   REFERENCE,
                   OFFICER_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-BOX-ID,
                   :SQL-EVENT-ACTION,
                   :SQL-OLD-STATUS,
                   :SQL-NEW-STATUS,
                   NULLIF(RTRIM(:SQL-CUSTOMER-ID), ''),
                   NULLIF(RTRIM(:SQL-REFERENCE), ''),
                   :SQL-OFFICER-ID,
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Box event insert failed for box '
                       FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'SDB_BILLING' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Box event insert failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       RECORD-BOX-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-DRILL-LIST: Every drill-listed box, for the vault to
      * schedule drilling
      ******************************************************************
       WRITE-DRILL-LIST SECTION.
           OPEN OUTPUT DRILL-LIST-CSV.
           IF NOT DRILL-LIST-OK
               DISPLAY 'ERROR: Cannot open drilling list'
               DISPLAY 'File status: ' WS-DRILL-LIST-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-DRILL-LIST-EXIT
           END-IF.

           MOVE SPACES TO DRILL-LIST-RECORD.
           STRING 'BOX_ID,BRANCH_ID,BOX_NUMBER,BOX_SIZE,CUSTOMER_ID,'
                  'CO_RENTER_ID,RENT_DUE_DATE,DAYS_PAST_DUE,'
                  'DRILL_LISTED_DATE'
               DELIMITED BY SIZE INTO DRILL-LIST-RECORD
           END-STRING.
           WRITE DRILL-LIST-RECORD.

           EXEC SQL
               OPEN SDB_DRILL_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open drilling list cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               CLOSE DRILL-LIST-CSV
               GO TO WRITE-DRILL-LIST-EXIT
           END-IF.

           PERFORM WRITE-ONE-DRILL-LINE
               UNTIL SQLCODE NOT = 0.

           EXEC SQL
               CLOSE SDB_DRILL_CURSOR
           END-EXEC.

           CLOSE DRILL-LIST-CSV.
           DISPLAY 'Drilling list: data/out/sdb_drill_list.csv'.
       WRITE-DRILL-LIST-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-DRILL-LINE: One drill-listed box
      ******************************************************************
       WRITE-ONE-DRILL-LINE SECTION.
           EXEC SQL
               FETCH SDB_DRILL_CURSOR
               INTO :SQL-BOX-ID, :SQL-BRANCH-ID, :SQL-BOX-NUMBER,
                    :SQL-BOX-SIZE, :SQL-CUSTOMER-ID,
                    :SQL-CO-RENTER-ID, :SQL-RENT-DUE-DATE,
                    :SQL-DAYS-PAST-DUE, :SQL-DRILL-LISTED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-DRILL-LINE-EXIT
           END-IF.

           MOVE SQL-DAYS-PAST-DUE TO WS-DAYS-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(SQL-BOX-ID) ','
                  FUNCTION TRIM(SQL-BRANCH-ID) ','
                  FUNCTION TRIM(SQL-BOX-NUMBER) ','
                  FUNCTION TRIM(SQL-BOX-SIZE) ','
                  FUNCTION TRIM(SQL-CUSTOMER-ID) ','
                  FUNCTION TRIM(SQL-CO-RENTER-ID) ','
                  SQL-RENT-DUE-DATE ','
                  FUNCTION TRIM(WS-DAYS-DISP) ','
                  SQL-DRILL-LISTED-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           WRITE DRILL-LIST-RECORD FROM WS-RPT-LINE.
           ADD 1 TO WS-DRILL-LIST-ROWS.
       WRITE-ONE-DRILL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'SDB_BILLING' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'SafeDepositBoxes,SafeDepositBoxPrices'
               TO WS-LIN-SRC-TABLE.
           MOVE 'BOX_ID,BOX_SIZE,RENT_ACC_ID,RENT_DUE_DATE,ANNUAL_RENT'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'Transactions' TO WS-LIN-TGT-TABLE.
           MOVE 'ACC_ID,AMOUNT,CURRENCY,TX_TYPE,NARRATIVE'
               TO WS-LIN-TGT-COLS.
           MOVE 'calculate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'ANNUAL_RENT by box size once per box per rent year'
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
           MOVE WS-RENT-TOTAL TO WS-AMOUNT-DISP.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Rent charges settled: ' WS-RENT-SETTLED.
           DISPLAY '  Boxes off drill list: ' WS-BOXES-RELISTED.
           DISPLAY '  Rent left unpaid:     ' WS-RENT-UNPAID.
           DISPLAY '  Box rents billed:     ' WS-RENT-BILLED.
           DISPLAY '  Billing exceptions:   ' WS-BILL-EXCEPTIONS.
           DISPLAY '  Total rent billed:    ' WS-AMOUNT-DISP.
           DISPLAY '  Past-due notices:     ' WS-PASTDUE-NOTICES.
           DISPLAY '  Final notices:        ' WS-FINAL-NOTICES.
           DISPLAY '  Boxes drill-listed:   ' WS-BOXES-DRILL-LISTED.
           DISPLAY '  Drilling list rows:   ' WS-DRILL-LIST-ROWS.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM SDB-BILLING.
