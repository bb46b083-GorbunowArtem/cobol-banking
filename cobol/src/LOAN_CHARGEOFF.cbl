       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-CHARGEOFF.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * LOAN_CHARGEOFF - Nightly Loan Credit Quality Processing
      ******************************************************************
      * Purpose: Carry seriously delinquent loans through non-accrual
      *          and charge-off, off the DELINQ_DAYS LOAN_CYCLE rolls
      *          forward earlier in the night:
      *          - a loan past WS-LOAN-NONACCRUAL-DAYS goes on non-
      *            accrual: LOAN_CYCLE raises no further interest on
      *            it, and the installment interest raised and not
      *            yet posted - the accrued interest never collected
      *            - is withdrawn before POST_LEDGER can take it into
      *            income. A non-accrual loan brought fully current
      *            returns to accrual;
      *          - a loan past WS-LOAN-CHARGEOFF-DAYS is charged off:
      *            its unposted installment and late-charge legs are
      *            withdrawn and the remaining principal is written
      *            off by a CHARGE-OFF transaction POST_LEDGER offsets
      *            against the allowance for loan losses. The loan
      *            leaves servicing (STATUS 'O') with its fees due
      *            abandoned;
      *          - a later payment to a charged-off loan - a transfer
      *            to it or a credit straight onto it - is converted
      *            before posting into a RECOVERY transaction, booked
      *            to the recovery income GL rather than the loan
      *            balance.
      *          Every event is recorded on dbo.LoanCreditEvents for
      *          the monthly charge-off and recovery register
      *          (CHGOFF_REGISTER).
      * Input:   dbo.LoanMaster, dbo.LoanSchedule,
      *          dbo.LoanLateCharges, dbo.Transactions
      * Output:  dbo.Transactions (withdrawn legs, CHARGE-OFF rows,
      *          RECOVERY conversions)
      *          dbo.LoanMaster / dbo.LoanSchedule (accrual status,
      *          charge-off)
      *          dbo.LoanCreditEvents
      * Lineage: transform_kind=derive
      ******************************************************************
      * LINEAGE: PROGRAM=LOAN_CHARGEOFF
      * LINEAGE: SRC=sqlserver.dbo.LoanMaster(ACC_ID,DELINQ_DAYS,
      *               ACCRUAL_FLAG,FEES_DUE)
      * LINEAGE: SRC=sqlserver.dbo.LoanSchedule(PRINCIPAL_AMT,
      *               INTEREST_AMT,STATUS,PRIN_TX_ID,INT_TX_ID)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               TX_TYPE,POSTED_FLAG)
      * LINEAGE: TGT=sqlserver.dbo.LoanCreditEvents(ACC_ID,
      *               EVENT_TYPE,PRINCIPAL_AMT,INTEREST_AMT,FEES_AMT,
      *               RECOVERY_AMT,TX_ID)
      * LINEAGE: MAP=DELINQ_DAYS -> ACCRUAL_FLAG [NON-ACCRUAL
      *               THRESHOLD]
      * LINEAGE: MAP=PRINCIPAL_AMT -> CHARGE-OFF TRANSACTION
      *               [UNPAID PRINCIPAL AT CHARGE-OFF THRESHOLD]
      * LINEAGE: MAP=AMOUNT -> RECOVERY TRANSACTION [PAYMENT ON A
      *               CHARGED-OFF LOAN]
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

       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER                  PIC X(15)
                                        VALUE 'LOAN_CHARGEOFF_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Display rendering
       01  WS-AMOUNT-DISP              PIC -(14)9.99.

      * Row counters
       01  WS-LOANS-RESTORED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-NONACCRUAL         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-CHARGED-OFF        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RECOVERIES-CONVERTED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-PAYER-ACC-ID            PIC X(32).
       01  SQL-NONACCRUAL-DAYS         PIC S9(9) COMP-5.
       01  SQL-CHARGEOFF-DAYS          PIC S9(9) COMP-5.
       01  SQL-DELINQ-DAYS             PIC S9(9) COMP-5.
       01  SQL-FEES-DUE                PIC S9(13)V99 COMP-3.
       01  SQL-PRINCIPAL-AMT           PIC S9(13)V99 COMP-3.
       01  SQL-INTEREST-AMT            PIC S9(13)V99 COMP-3.
       01  SQL-LATE-CHG-AMT            PIC S9(13)V99 COMP-3.
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-TX-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-RECOVERY-ACC-ID         PIC X(32).
       01  SQL-EVENT-TYPE              PIC X(12).
       01  SQL-EVENT-PRINCIPAL         PIC S9(13)V99 COMP-3.
       01  SQL-EVENT-INTEREST          PIC S9(13)V99 COMP-3.
       01  SQL-EVENT-FEES              PIC S9(13)V99 COMP-3.
       01  SQL-EVENT-RECOVERY          PIC S9(13)V99 COMP-3.
       01  SQL-EVENT-TX-ID             PIC 9(18) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator - no transaction behind a non-accrual event
       01  SQL-EVENT-TX-ID-NULL        PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Accruing active loans now past the non-accrual threshold
       EXEC SQL
           DECLARE NONACC_CURSOR CURSOR FOR
           SELECT M.ACC_ID, M.DELINQ_DAYS
           FROM dbo.LoanMaster M
           WHERE M.STATUS = 'A'
             AND COALESCE(M.ACCRUAL_FLAG, 'Y') <> 'N'
             AND M.DELINQ_DAYS >= :SQL-NONACCRUAL-DAYS
           ORDER BY M.ACC_ID
       END-EXEC.

      * Active loans now past the charge-off threshold. One with an
      * early payment still in flight waits for LOAN_PAYOFF to apply
      * or fail it
       EXEC SQL
           DECLARE CHGOFF_CURSOR CURSOR FOR
           SELECT M.ACC_ID, M.DELINQ_DAYS, COALESCE(M.FEES_DUE, 0)
           FROM dbo.LoanMaster M
           WHERE M.STATUS = 'A'
             AND M.DELINQ_DAYS >= :SQL-CHARGEOFF-DAYS
             AND NOT EXISTS
                 (SELECT 1 FROM dbo.LoanPayments P
                  WHERE P.ACC_ID = M.ACC_ID
                    AND P.STATUS = 'R')
           ORDER BY M.ACC_ID
       END-EXEC.

      * Unposted payments crediting a charged-off loan: a transfer
      * to it (either leg naming the loan) or a credit straight onto
      * it. The payer is the other side of a transfer; a direct
      * credit has none
       EXEC SQL
           DECLARE RECOVERY_CURSOR CURSOR FOR
           SELECT T.TX_ID, M.ACC_ID, ABS(T.AMOUNT),
                  COALESCE(CASE WHEN T.ACC_ID = M.ACC_ID
                                THEN T.COUNTERPARTY_ACC_ID
                                ELSE T.ACC_ID
                           END, ' ')
           FROM dbo.Transactions T
           JOIN dbo.LoanMaster M
             ON M.STATUS = 'O'
            AND ((T.ACC_ID = M.ACC_ID AND T.AMOUNT > 0)
                 OR (T.COUNTERPARTY_ACC_ID = M.ACC_ID
                     AND T.AMOUNT < 0))
           WHERE (T.POSTED_FLAG = 'N' OR T.POSTED_FLAG IS NULL)
             AND T.TX_TYPE NOT IN ('CHARGE-OFF', 'RECOVERY',
                                   'REVERSAL', 'HOLD',
                                   'HOLD-RELEASE')
           ORDER BY T.TX_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'LOAN_CHARGEOFF - Loan Credit Quality'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.

           MOVE 'LOAN_CHARGEOFF' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               STOP RUN
           END-IF.

           PERFORM RESTORE-ACCRUAL.
           PERFORM PLACE-ON-NONACCRUAL.
           PERFORM CHARGE-OFF-LOANS.
           PERFORM CONVERT-RECOVERIES.
           PERFORM RECORD-RUN-END.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'LOAN_CHARGEOFF completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE WS-BASE-CURRENCY TO SQL-CURRENCY.
           MOVE WS-LOAN-NONACCRUAL-DAYS TO SQL-NONACCRUAL-DAYS.
           MOVE WS-LOAN-CHARGEOFF-DAYS TO SQL-CHARGEOFF-DAYS.
           MOVE WS-CONTRA-ACC-RECOVERY TO SQL-RECOVERY-ACC-ID.

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
      * RESTORE-ACCRUAL: A non-accrual loan the borrower has brought
      * fully current (LOAN_CYCLE has aged it back to zero) returns
      * to accrual; interest is raised again from its next
      * installment. Interest withdrawn earlier stays withdrawn
      ******************************************************************
       RESTORE-ACCRUAL SECTION.
           EXEC SQL
               UPDATE dbo.LoanMaster
               SET ACCRUAL_FLAG = 'Y',
                   NONACCRUAL_DATE = NULL
               WHERE STATUS = 'A'
                 AND ACCRUAL_FLAG = 'N'
                 AND DELINQ_DAYS = 0
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Accrual restore failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RESTORE-ACCRUAL-EXIT
           END-IF.

           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-LOANS-RESTORED
           END-IF.
           DISPLAY 'Loans returned to accrual: ' WS-LOANS-RESTORED.
       RESTORE-ACCRUAL-EXIT.
           EXIT.

      ******************************************************************
      * PLACE-ON-NONACCRUAL: Walk the accruing loans past the
      * non-accrual threshold
      ******************************************************************
       PLACE-ON-NONACCRUAL SECTION.
           EXEC SQL
               OPEN NONACC_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open non-accrual cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO PLACE-ON-NONACCRUAL-EXIT
           END-IF.

           PERFORM PLACE-ONE-ON-NONACCRUAL
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE NONACC_CURSOR
           END-EXEC.
       PLACE-ON-NONACCRUAL-EXIT.
           EXIT.

      ******************************************************************
      * PLACE-ONE-ON-NONACCRUAL: Withdraw the installment interest
      * raised and still unposted - marked refused, so POST_LEDGER
      * never takes it into income - then flag the loan non-accrual
      * and record the interest reversed
      ******************************************************************
       PLACE-ONE-ON-NONACCRUAL SECTION.
           EXEC SQL
               FETCH NONACC_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-DELINQ-DAYS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO PLACE-ONE-ON-NONACCRUAL-EXIT
           END-IF.

           MOVE ZERO TO SQL-INTEREST-AMT.
           EXEC SQL
               SELECT COALESCE(SUM(0 - T.AMOUNT), 0)
               INTO :SQL-INTEREST-AMT
               FROM dbo.Transactions T
               JOIN dbo.LoanSchedule S
                 ON S.INT_TX_ID = T.TX_ID
               WHERE S.ACC_ID = :SQL-ACC-ID
                 AND S.STATUS = 'R'
                 AND (T.POSTED_FLAG = 'N' OR T.POSTED_FLAG IS NULL)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Accrued interest total failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO PLACE-ONE-ON-NONACCRUAL-EXIT
           END-IF.

           EXEC SQL
               UPDATE T
               SET POSTED_FLAG = 'R'
               FROM dbo.Transactions T
               JOIN dbo.LoanSchedule S
                 ON S.INT_TX_ID = T.TX_ID
               WHERE S.ACC_ID = :SQL-ACC-ID
                 AND S.STATUS = 'R'
                 AND (T.POSTED_FLAG = 'N' OR T.POSTED_FLAG IS NULL)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Interest withdrawal failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'LOAN_CHARGEOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Non-accrual interest withdrawal failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               MOVE 0 TO SQLCODE
               GO TO PLACE-ONE-ON-NONACCRUAL-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.LoanMaster
               SET ACCRUAL_FLAG = 'N',
                   NONACCRUAL_DATE = :SQL-BUS-DATE
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Non-accrual flag failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO PLACE-ONE-ON-NONACCRUAL-EXIT
           END-IF.

           MOVE 'NONACCRUAL' TO SQL-EVENT-TYPE.
           MOVE ZERO TO SQL-EVENT-PRINCIPAL.
           MOVE SQL-INTEREST-AMT TO SQL-EVENT-INTEREST.
           MOVE ZERO TO SQL-EVENT-FEES.
           MOVE ZERO TO SQL-EVENT-RECOVERY.
           MOVE ZERO TO SQL-EVENT-TX-ID.
           MOVE -1 TO SQL-EVENT-TX-ID-NULL.
           PERFORM INSERT-CREDIT-EVENT.

           ADD 1 TO WS-LOANS-NONACCRUAL.
           MOVE SQL-INTEREST-AMT TO WS-AMOUNT-DISP.
           DISPLAY 'Non-accrual: ' FUNCTION TRIM(SQL-ACC-ID)
                   ' interest reversed '
                   FUNCTION TRIM(WS-AMOUNT-DISP).

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       PLACE-ONE-ON-NONACCRUAL-EXIT.
           EXIT.

      ******************************************************************
      * CHARGE-OFF-LOANS: Walk the loans past the charge-off
      * threshold
      ******************************************************************
       CHARGE-OFF-LOANS SECTION.
           EXEC SQL
               OPEN CHGOFF_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open charge-off cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CHARGE-OFF-LOANS-EXIT
           END-IF.

           PERFORM CHARGE-OFF-ONE-LOAN
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE CHGOFF_CURSOR
           END-EXEC.
       CHARGE-OFF-LOANS-EXIT.
           EXIT.

      ******************************************************************
      * CHARGE-OFF-ONE-LOAN: Figure what is abandoned - principal not
      * yet paid (scheduled installments, and raised ones whose
      * principal has not posted), installment interest not
      * collected, fees due plus late charges not yet posted - then
      * withdraw the loan's unposted legs, write the principal off
      * with a CHARGE-OFF transaction on the loan account, close out
      * the schedule and take the loan out of servicing
      ******************************************************************
       CHARGE-OFF-ONE-LOAN SECTION.
           EXEC SQL
               FETCH CHGOFF_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-DELINQ-DAYS,
                   :SQL-FEES-DUE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO CHARGE-OFF-ONE-LOAN-EXIT
           END-IF.

           MOVE ZERO TO SQL-PRINCIPAL-AMT.
           MOVE ZERO TO SQL-INTEREST-AMT.
           EXEC SQL
               SELECT COALESCE(SUM(
                          CASE WHEN S.STATUS = 'S'
                                 OR NOT EXISTS
                                    (SELECT 1 FROM dbo.Transactions T
                                     WHERE T.TX_ID = S.PRIN_TX_ID
                                       AND T.POSTED_FLAG = 'Y')
                               THEN S.PRINCIPAL_AMT ELSE 0 END), 0),
                      COALESCE(SUM(
                          CASE WHEN S.STATUS = 'R'
                                AND NOT EXISTS
                                    (SELECT 1 FROM dbo.Transactions T2
                                     WHERE T2.TX_ID = S.INT_TX_ID
                                       AND T2.POSTED_FLAG = 'Y')
                               THEN S.INTEREST_AMT ELSE 0 END), 0)
               INTO :SQL-PRINCIPAL-AMT, :SQL-INTEREST-AMT
               FROM dbo.LoanSchedule S
               WHERE S.ACC_ID = :SQL-ACC-ID
                 AND S.STATUS IN ('S', 'R')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Charge-off balance failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO CHARGE-OFF-ONE-LOAN-EXIT
           END-IF.

           MOVE ZERO TO SQL-LATE-CHG-AMT.
           EXEC SQL
               SELECT COALESCE(SUM(C.CHARGE_AMT), 0)
               INTO :SQL-LATE-CHG-AMT
               FROM dbo.LoanLateCharges C
               JOIN dbo.Transactions T
                 ON T.TX_ID = C.TX_ID
               WHERE C.ACC_ID = :SQL-ACC-ID
                 AND C.STATUS = 'R'
                 AND (T.POSTED_FLAG = 'N' OR T.POSTED_FLAG IS NULL)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-LATE-CHG-AMT
           END-IF.

      *    Late charges still unposted go uncollected with the loan
           EXEC SQL
               UPDATE C
               SET STATUS = 'U'
               FROM dbo.LoanLateCharges C
               JOIN dbo.Transactions T
                 ON T.TX_ID = C.TX_ID
               WHERE C.ACC_ID = :SQL-ACC-ID
                 AND C.STATUS = 'R'
                 AND (T.POSTED_FLAG = 'N' OR T.POSTED_FLAG IS NULL)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Late-charge close failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO CHARGE-OFF-ONE-LOAN-EXIT
           END-IF.

      *    Withdraw every leg still unposted - installment principal
      *    and interest, late charges
           EXEC SQL
               UPDATE T
               SET POSTED_FLAG = 'R'
               FROM dbo.Transactions T
               WHERE (T.POSTED_FLAG = 'N' OR T.POSTED_FLAG IS NULL)
                 AND (T.TX_ID IN
                         (SELECT S.PRIN_TX_ID FROM dbo.LoanSchedule S
                          WHERE S.ACC_ID = :SQL-ACC-ID
                            AND S.STATUS = 'R')
                      OR T.TX_ID IN
                         (SELECT S2.INT_TX_ID
                          FROM dbo.LoanSchedule S2
                          WHERE S2.ACC_ID = :SQL-ACC-ID
                            AND S2.STATUS = 'R')
                      OR T.TX_ID IN
                         (SELECT C.TX_ID FROM dbo.LoanLateCharges C
                          WHERE C.ACC_ID = :SQL-ACC-ID))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Leg withdrawal failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'LOAN_CHARGEOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Charge-off leg withdrawal failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               MOVE 0 TO SQLCODE
               GO TO CHARGE-OFF-ONE-LOAN-EXIT
           END-IF.

      *    The write-off credits the loan account down; POST_LEDGER
      *    debits the allowance for loan losses with the contra leg
           MOVE ZERO TO SQL-EVENT-TX-ID.
           MOVE -1 TO SQL-EVENT-TX-ID-NULL.
           IF SQL-PRINCIPAL-AMT > ZERO
               PERFORM RAISE-CHARGE-OFF-TX
               IF SQL-EVENT-TX-ID-NULL NOT = 0
                   MOVE 0 TO SQLCODE
                   GO TO CHARGE-OFF-ONE-LOAN-EXIT
               END-IF
           END-IF.

      *    An installment whose principal posted counts paid; the
      *    rest go with the charge-off
           EXEC SQL
               UPDATE S
               SET STATUS =
                       CASE WHEN S.STATUS = 'R'
                             AND EXISTS
                                 (SELECT 1 FROM dbo.Transactions T
                                  WHERE T.TX_ID = S.PRIN_TX_ID
                                    AND T.POSTED_FLAG = 'Y')
                            THEN 'P' ELSE 'C' END
               FROM dbo.LoanSchedule S
               WHERE S.ACC_ID = :SQL-ACC-ID
                 AND S.STATUS IN ('S', 'R')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Schedule charge-off failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.

           EXEC SQL
               UPDATE dbo.LoanMaster
               SET STATUS = 'O',
                   ACCRUAL_FLAG = 'N',
                   NONACCRUAL_DATE = COALESCE(NONACCRUAL_DATE,
                                              :SQL-BUS-DATE),
                   CHARGED_OFF_DATE = :SQL-BUS-DATE,
                   CHARGE_OFF_AMT = :SQL-PRINCIPAL-AMT,
                   FEES_DUE = 0
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Loan charge-off mark failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO CHARGE-OFF-ONE-LOAN-EXIT
           END-IF.

           MOVE 'CHARGEOFF' TO SQL-EVENT-TYPE.
           MOVE SQL-PRINCIPAL-AMT TO SQL-EVENT-PRINCIPAL.
           MOVE SQL-INTEREST-AMT TO SQL-EVENT-INTEREST.
           COMPUTE SQL-EVENT-FEES = SQL-FEES-DUE + SQL-LATE-CHG-AMT.
           MOVE ZERO TO SQL-EVENT-RECOVERY.
           PERFORM INSERT-CREDIT-EVENT.

           ADD 1 TO WS-LOANS-CHARGED-OFF.
           MOVE SQL-PRINCIPAL-AMT TO WS-AMOUNT-DISP.
           DISPLAY 'Charged off: ' FUNCTION TRIM(SQL-ACC-ID)
                   ' principal ' FUNCTION TRIM(WS-AMOUNT-DISP).

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       CHARGE-OFF-ONE-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-CHARGE-OFF-TX: The unposted CHARGE-OFF transaction for
      * the principal written off, value-dated the business date.
      * SQL-EVENT-TX-ID carries its TX_ID; the null indicator stays
      * set if the insert failed
      ******************************************************************
       RAISE-CHARGE-OFF-TX SECTION.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Loan ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ' principal charged off' DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.
           MOVE SQL-PRINCIPAL-AMT TO SQL-TX-AMOUNT.

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
                   'CHARGE-OFF',
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Charge-off raise failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'LOAN_CHARGEOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Charge-off transaction raise failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RAISE-CHARGE-OFF-TX-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-EVENT-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-EVENT-TX-ID
           END-IF.
           MOVE 0 TO SQL-EVENT-TX-ID-NULL.
       RAISE-CHARGE-OFF-TX-EXIT.
           EXIT.

      ******************************************************************
      * CONVERT-RECOVERIES: Walk tonight's unposted payments to
      * charged-off loans
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
      * CONVERT-ONE-RECOVERY: Re-point the payment away from the loan
      * balance as a RECOVERY. A transfer becomes a debit on the
      * payer alone, POST_LEDGER crediting the recovery account with
      * the contra leg; a direct credit moves onto the recovery
      * account itself
      ******************************************************************
       CONVERT-ONE-RECOVERY SECTION.
           EXEC SQL
               FETCH RECOVERY_CURSOR INTO
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-TX-AMOUNT,
                   :SQL-PAYER-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO CONVERT-ONE-RECOVERY-EXIT
           END-IF.

           IF SQL-PAYER-ACC-ID = SPACES
               EXEC SQL
                   UPDATE dbo.Transactions
                   SET ACC_ID = :SQL-RECOVERY-ACC-ID,
                       TX_TYPE = 'RECOVERY',
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
                       TX_TYPE = 'RECOVERY',
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
               MOVE 'LOAN_CHARGEOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Recovery conversion failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               MOVE 0 TO SQLCODE
               GO TO CONVERT-ONE-RECOVERY-EXIT
           END-IF.

           MOVE 'RECOVERY' TO SQL-EVENT-TYPE.
           MOVE ZERO TO SQL-EVENT-PRINCIPAL.
           MOVE ZERO TO SQL-EVENT-INTEREST.
           MOVE ZERO TO SQL-EVENT-FEES.
           IF SQL-TX-AMOUNT < ZERO
               COMPUTE SQL-EVENT-RECOVERY = 0 - SQL-TX-AMOUNT
           ELSE
               MOVE SQL-TX-AMOUNT TO SQL-EVENT-RECOVERY
           END-IF.
           MOVE SQL-TX-ID TO SQL-EVENT-TX-ID.
           MOVE 0 TO SQL-EVENT-TX-ID-NULL.
           PERFORM INSERT-CREDIT-EVENT.

           ADD 1 TO WS-RECOVERIES-CONVERTED.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       CONVERT-ONE-RECOVERY-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-CREDIT-EVENT: One dbo.LoanCreditEvents row for
      * SQL-ACC-ID from the SQL-EVENT-* fields
      ******************************************************************
       INSERT-CREDIT-EVENT SECTION.
           EXEC SQL
               INSERT INTO dbo.LoanCreditEvents (
                   ACC_ID,
                   EVENT_TYPE,
                   EVENT_DATE,
                   PRINCIPAL_AMT,
                   INTEREST_AMT,
                   FEES_AMT,
                   RECOVERY_AMT,
                   TX_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-EVENT-TYPE,
                   :SQL-BUS-DATE,
                   :SQL-EVENT-PRINCIPAL,
                   :SQL-EVENT-INTEREST,
                   :SQL-EVENT-FEES,
                   :SQL-EVENT-RECOVERY,
                   :SQL-EVENT-TX-ID:SQL-EVENT-TX-ID-NULL,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Credit event insert failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       INSERT-CREDIT-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if the run changed anything
           IF WS-LOANS-NONACCRUAL = ZERO
               AND WS-LOANS-CHARGED-OFF = ZERO
               AND WS-RECOVERIES-CONVERTED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'LOAN_CHARGEOFF' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LoanSchedule' TO WS-LIN-SRC-TABLE.
           MOVE 'PRINCIPAL_AMT,INTEREST_AMT,STATUS,PRIN_TX_ID'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'LoanCreditEvents' TO WS-LIN-TGT-TABLE.
           MOVE 'EVENT_TYPE,PRINCIPAL_AMT,INTEREST_AMT,RECOVERY_AMT'
               TO WS-LIN-TGT-COLS.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Non-accrual, charge-off and recovery by days due'
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
           DISPLAY '  Returned to accrual: ' WS-LOANS-RESTORED.
           DISPLAY '  Placed non-accrual:  ' WS-LOANS-NONACCRUAL.
           DISPLAY '  Loans charged off:   ' WS-LOANS-CHARGED-OFF.
           DISPLAY '  Recoveries posted:   ' WS-RECOVERIES-CONVERTED.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM LOAN-CHARGEOFF.
