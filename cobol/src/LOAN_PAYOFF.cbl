       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYOFF.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * LOAN_PAYOFF - Loan Payoff Quotes and Early Payments
      ******************************************************************
      * Purpose: Work the servicing desk's payoff and prepayment
      *          requests against boarded loans, in place of figures
      *          worked out by hand from dbo.LoanSchedule:
      *          - QUOTE: a payoff figure good through a requested
      *            date - unpaid principal, installment interest due
      *            and unpaid, per-diem interest accrued on the
      *            outstanding balance from the last due date to the
      *            good-through date, and fees due - recorded on
      *            dbo.LoanPayoffQuotes and written to the quote file
      *            for the borrower or title company;
      *          - PAYOFF: the payoff, figured to the business date,
      *            raised from the funding account as unposted
      *            transactions (principal TRANSFER to the loan,
      *            accrued interest as LOAN-INT, late charges due
      *            as LATE-CHG) with
      *            the loan held from further installment raising;
      *          - PREPAY: a principal curtailment raised as a
      *            TRANSFER to the loan.
      *          Each night, early payments whose transactions have
      *          posted are applied: a payoff cancels the remaining
      *          scheduled installments, closes the dbo.LoanMaster
      *          record and queues the paid-in-full letter; a
      *          prepayment re-amortizes the remaining schedule to
      *          shorten the term (same payment) or recast the
      *          payment (same installments) as the borrower chose.
      *          A payment posting rejected is failed and the loan
      *          returns to normal servicing.
      * Input:   data/in/loan_payoff_requests.csv (ACC_ID,
      *          REQUEST_TYPE,GOOD_THROUGH_DATE,AMOUNT,PREPAY_OPTION,
      *          SOURCE_ACC_ID,REQUESTED_BY; path overridable by PARM)
      *          dbo.LoanMaster, dbo.LoanSchedule, dbo.Transactions
      * Output:  dbo.LoanPayoffQuotes, dbo.LoanPayments
      *          dbo.Transactions (unposted payment rows)
      *          dbo.LoanSchedule / dbo.LoanMaster (payoff, re-
      *          amortization)
      *          dbo.CustomerNotifications (paid-in-full, prepayment)
      *          data/out/loan_payoff_quotes.csv
      *          data/out/loan_payoff_rejects.csv
      * Lineage: transform_kind=derive
      ******************************************************************
      * LINEAGE: PROGRAM=LOAN_PAYOFF
      * LINEAGE: SRC=csv.filesystem.loan_payoff_requests.csv(ACC_ID,
      *               REQUEST_TYPE,GOOD_THROUGH_DATE,AMOUNT,
      *               PREPAY_OPTION,SOURCE_ACC_ID,REQUESTED_BY)
      * LINEAGE: SRC=sqlserver.dbo.LoanSchedule(DUE_DATE,
      *               PRINCIPAL_AMT,INTEREST_AMT,STATUS)
      * LINEAGE: TGT=sqlserver.dbo.LoanPayoffQuotes(UNPAID_PRINCIPAL,
      *               INTEREST_DUE,ACCRUED_INTEREST,PER_DIEM,FEES_DUE,
      *               PAYOFF_AMOUNT)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               TX_TYPE,COUNTERPARTY_ACC_ID,NARRATIVE)
      * LINEAGE: TGT=sqlserver.dbo.LoanSchedule(INSTALLMENT_NO,
      *               DUE_DATE,PAYMENT_AMT,PRINCIPAL_AMT,INTEREST_AMT,
      *               BALANCE_AFTER,STATUS)
      * LINEAGE: MAP=PRINCIPAL_AMT,ANNUAL_RATE -> PER_DIEM
      *               [BALANCE * RATE / 365]
      * LINEAGE: MAP=PER_DIEM,GOOD_THROUGH_DATE -> ACCRUED_INTEREST
      *               [PER DIEM * DAYS SINCE LAST DUE DATE]
      * LINEAGE: MAP=AMOUNT,PREPAY_OPTION -> LoanSchedule
      *               [RE-AMORTIZE: TERM OR RECAST]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUESTS-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT QUOTES-CSV
               ASSIGN TO "data/out/loan_payoff_quotes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.

           SELECT REQUESTS-REJECTS-CSV
               ASSIGN TO "data/out/loan_payoff_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUESTS-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  QUOTES-CSV.
       01  QUOTE-CSV-RECORD            PIC X(300).

       FD  REQUESTS-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

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
           05  FILLER                  PIC X(12)
                                        VALUE 'LOAN_PAYOFF_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-END-OF-FILE         VALUE '10'.
       01  WS-QUOTE-FILE-STATUS        PIC XX.
           88  QUOTE-FILE-OK           VALUE '00'.
       01  WS-REJECT-FILE-STATUS       PIC XX.
           88  REJECT-FILE-OK          VALUE '00'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Quote and reject CSV working storage
       01  WS-QUOTE-LINE               PIC X(300).
       01  WS-QUOTES-FILE-OPEN         PIC X VALUE 'N'.
           88  QUOTES-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-REJECT-LINE              PIC X(600).
       01  WS-REJECT-REASON            PIC X(80).
       01  WS-REJECTS-FILE-OPEN        PIC X VALUE 'N'.
           88  REJECTS-FILE-IS-OPEN    VALUE 'Y'.

      * Input file name (overridden from the command line/PARM if given)
       01  WS-INPUT-FILE-NAME          PIC X(256)
               VALUE 'data/in/loan_payoff_requests.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 7 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed request fields
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-REQUEST-TYPE         PIC X(8).
           88  REQUEST-IS-QUOTE        VALUE 'QUOTE'.
           88  REQUEST-IS-PAYOFF       VALUE 'PAYOFF'.
           88  REQUEST-IS-PREPAY       VALUE 'PREPAY'.
       01  WS-CSV-GOOD-THROUGH         PIC X(10).
       01  WS-CSV-AMOUNT-STR           PIC X(20).
       01  WS-CSV-PREPAY-OPTION        PIC X(8).
           88  PREPAY-SHORTEN-TERM     VALUE 'TERM'.
           88  PREPAY-RECAST-PAYMENT   VALUE 'RECAST'.
       01  WS-CSV-SOURCE-ACC-ID        PIC X(32).
       01  WS-CSV-REQUESTED-BY         PIC X(64).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Payoff figures. Per-diem interest is on an actual/365 basis
      * to match the daily accrual on deposit accounts
       01  WS-PER-DIEM-DENOM           PIC 9(3) COMP-5 VALUE 365.
       01  WS-GOOD-THROUGH-NUM         PIC 9(8).
       01  WS-ACCRUAL-DAYS             PIC S9(5) COMP-5.
       01  WS-PER-DIEM                 PIC S9(11)V9(5) COMP-3.
       01  WS-ACCRUED-INTEREST         PIC S9(13)V99 COMP-3.
       01  WS-PAYOFF-AMOUNT            PIC S9(13)V99 COMP-3.

      * Re-amortization working storage (the compounding factor is
      * built as at boarding - see LOAN_BOARD)
       01  WS-MONTHLY-RATE             PIC S9(3)V9(10) COMP-3.
       01  WS-COMPOUND-FACTOR          PIC S9(7)V9(10) COMP-3.
       01  WS-FACTOR-STEP              PIC 9(5) COMP-5.
       01  WS-LEVEL-PAYMENT            PIC S9(13)V99 COMP-3.
       01  WS-RUNNING-BALANCE          PIC S9(13)V99 COMP-3.
       01  WS-INSTALLMENT-NO           PIC 9(5) COMP-5.
       01  WS-FIRST-NEW-INSTALLMENT    PIC 9(5) COMP-5.
       01  WS-LAST-NEW-INSTALLMENT     PIC 9(5) COMP-5.
       01  WS-SCHED-INTEREST           PIC S9(13)V99 COMP-3.
       01  WS-SCHED-PRINCIPAL          PIC S9(13)V99 COMP-3.
       01  WS-SCHED-FAILED             PIC X VALUE 'N'.
           88  SCHEDULE-BUILD-FAILED   VALUE 'Y'.
       01  WS-POSTING-STATE            PIC X(1).
           88  PAYMENT-ALL-POSTED      VALUE 'P'.
           88  PAYMENT-REJECTED        VALUE 'F'.
           88  PAYMENT-STILL-PENDING   VALUE 'W'.

      * Display fields
       01  WS-AMOUNT-DISP              PIC -(12)9.99.
       01  WS-AMOUNT-DISP-2            PIC -(12)9.99.
       01  WS-AMOUNT-DISP-3            PIC -(12)9.99.
       01  WS-AMOUNT-DISP-4            PIC -(12)9.99.
       01  WS-AMOUNT-DISP-5            PIC -(12)9.99.
       01  WS-PER-DIEM-DISP            PIC -(9)9.99999.
       01  WS-DAYS-DISP                PIC -(4)9.
       01  WS-INST-DISP                PIC Z(4)9.
       01  WS-ID-DISP                  PIC Z(17)9.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-QUOTES-ISSUED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PAYOFFS-RAISED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PREPAYS-RAISED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-PAID-OFF           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PREPAYS-APPLIED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PAYMENTS-FAILED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-SOURCE-ACC-ID           PIC X(32).
       01  SQL-PAYMENT-ACC-ID          PIC X(32).
       01  SQL-LOAN-STATUS             PIC X(1).
       01  SQL-ACC-STATUS              PIC X(1).
       01  SQL-ANNUAL-RATE             PIC S9(3)V9(6) COMP-3.
       01  SQL-PAYMENT-AMT             PIC S9(13)V99 COMP-3.
       01  SQL-FEES-DUE                PIC S9(13)V99 COMP-3.
       01  SQL-BOARDED-DATE            PIC X(10).
       01  SQL-AS-OF-DATE              PIC X(10).
       01  SQL-ACCRUAL-START           PIC X(10).
       01  SQL-ACCRUAL-DAYS            PIC S9(9) COMP-5.
       01  SQL-UNPAID-PRINCIPAL        PIC S9(13)V99 COMP-3.
       01  SQL-INTEREST-DUE            PIC S9(13)V99 COMP-3.
       01  SQL-ACCRUING-PRINCIPAL      PIC S9(13)V99 COMP-3.
       01  SQL-SCHED-PRINCIPAL-LEFT    PIC S9(13)V99 COMP-3.
       01  SQL-SCHED-INTEREST-DUE      PIC S9(13)V99 COMP-3.
       01  SQL-SCHED-COUNT             PIC S9(9) COMP-5.
       01  SQL-FIRST-INSTALLMENT       PIC S9(9) COMP-5.
       01  SQL-FIRST-DUE-DATE          PIC X(10).
       01  SQL-PREPAY-AMOUNT           PIC S9(13)V99 COMP-3.
       01  SQL-PER-DIEM                PIC S9(11)V9(5) COMP-3.
       01  SQL-ACCRUED-INTEREST        PIC S9(13)V99 COMP-3.
       01  SQL-PAYOFF-AMOUNT           PIC S9(13)V99 COMP-3.
       01  SQL-RAISE-PRINCIPAL         PIC S9(13)V99 COMP-3.
       01  SQL-RAISE-INTEREST          PIC S9(13)V99 COMP-3.
       01  SQL-RAISE-FEE               PIC S9(13)V99 COMP-3.
       01  SQL-GOOD-THROUGH-DATE       PIC X(10).
       01  SQL-REQUESTED-BY            PIC X(64).
       01  SQL-QUOTE-ID                PIC 9(18) COMP-5.
       01  SQL-PAYMENT-ID              PIC 9(18) COMP-5.
       01  SQL-KIND                    PIC X(8).
       01  SQL-PREPAY-OPTION           PIC X(8).
       01  SQL-PRIN-TX-ID              PIC 9(18) COMP-5.
       01  SQL-INT-TX-ID               PIC 9(18) COMP-5.
       01  SQL-FEE-TX-ID               PIC 9(18) COMP-5.
       01  SQL-POSTING-STATE           PIC X(1).
       01  SQL-TX-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-TX-TYPE                 PIC X(32).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-INSTALLMENT-NO          PIC S9(4) COMP-5.
       01  SQL-MONTH-OFFSET            PIC S9(4) COMP-5.
       01  SQL-SCHED-PAYMENT           PIC S9(13)V99 COMP-3.
       01  SQL-SCHED-PRINCIPAL         PIC S9(13)V99 COMP-3.
       01  SQL-SCHED-INTEREST          PIC S9(13)V99 COMP-3.
       01  SQL-SCHED-BALANCE           PIC S9(13)V99 COMP-3.
       01  SQL-TERM-MONTHS             PIC S9(4) COMP-5.
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-NOTICE-TYPE             PIC X(16).
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators - no due date yet reached, no quote behind a
      * payoff, no interest or fee leg on a payment
       01  SQL-ACCRUAL-START-NULL      PIC S9(4) COMP-5.
       01  SQL-QUOTE-ID-NULL           PIC S9(4) COMP-5.
       01  SQL-INT-TX-ID-NULL          PIC S9(4) COMP-5.
       01  SQL-FEE-TX-ID-NULL          PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Early payments raised on an earlier night, with where their
      * transactions stand: 'F' one was finally rejected at posting,
      * 'P' all posted, 'W' still waiting on tonight's posting
       EXEC SQL
           DECLARE PAYMENT_CURSOR CURSOR FOR
           SELECT P.PAYMENT_ID, P.ACC_ID, P.KIND, P.PREPAY_OPTION,
                  P.PRINCIPAL_AMT, P.QUOTE_ID,
                  CASE
                      WHEN EXISTS
                          (SELECT 1 FROM dbo.Transactions T
                           WHERE T.TX_ID IN (P.PRIN_TX_ID,
                                             P.INT_TX_ID,
                                             P.FEE_TX_ID)
                             AND T.POSTED_FLAG = 'R')
                          THEN 'F'
                      WHEN NOT EXISTS
                          (SELECT 1 FROM dbo.Transactions T
                           WHERE T.TX_ID IN (P.PRIN_TX_ID,
                                             P.INT_TX_ID,
                                             P.FEE_TX_ID)
                             AND T.POSTED_FLAG <> 'Y')
                          THEN 'P'
                      ELSE 'W'
                  END
           FROM dbo.LoanPayments P
           WHERE P.STATUS = 'R'
           ORDER BY P.PAYMENT_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'LOAN_PAYOFF - Payoff Quotes and Early Payments'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-BUS-DATE.

           MOVE 'LOAN_PAYOFF' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.

           PERFORM APPLY-POSTED-PAYMENTS.
           PERFORM PROCESS-CSV-FILE.
           PERFORM CLOSE-OUTPUT-FILES.
           MOVE ZERO TO WS-RC-RETURN-CODE.
           PERFORM RECORD-RUN-END.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'LOAN_PAYOFF completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE WS-BASE-CURRENCY TO SQL-CURRENCY.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE TO WS-INPUT-FILE-NAME
           END-IF.
           DISPLAY 'Input file: ' FUNCTION TRIM(WS-INPUT-FILE-NAME).

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
      * APPLY-POSTED-PAYMENTS: Settle the early payments raised on
      * earlier nights whose transactions have now posted, and fail
      * those posting rejected
      ******************************************************************
       APPLY-POSTED-PAYMENTS SECTION.
           EXEC SQL
               OPEN PAYMENT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open payment cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO APPLY-POSTED-PAYMENTS-EXIT
           END-IF.

           PERFORM APPLY-ONE-PAYMENT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE PAYMENT_CURSOR
           END-EXEC.

           DISPLAY 'Loans paid off:      ' WS-LOANS-PAID-OFF.
           DISPLAY 'Prepayments applied: ' WS-PREPAYS-APPLIED.
       APPLY-POSTED-PAYMENTS-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ONE-PAYMENT: One raised payment, by posting state
      ******************************************************************
       APPLY-ONE-PAYMENT SECTION.
           EXEC SQL
               FETCH PAYMENT_CURSOR INTO
                   :SQL-PAYMENT-ID,
                   :SQL-ACC-ID,
                   :SQL-KIND,
                   :SQL-PREPAY-OPTION,
                   :SQL-PREPAY-AMOUNT,
                   :SQL-QUOTE-ID:SQL-QUOTE-ID-NULL,
                   :SQL-POSTING-STATE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO APPLY-ONE-PAYMENT-EXIT
           END-IF.

           MOVE SQL-POSTING-STATE TO WS-POSTING-STATE.
           EVALUATE TRUE
               WHEN PAYMENT-STILL-PENDING
                   CONTINUE
               WHEN PAYMENT-REJECTED
                   PERFORM FAIL-REJECTED-PAYMENT
               WHEN SQL-KIND = 'PAYOFF'
                   PERFORM SETTLE-PAYOFF
               WHEN OTHER
                   PERFORM APPLY-PREPAYMENT
           END-EVALUATE.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       APPLY-ONE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * FAIL-REJECTED-PAYMENT: Posting turned the payment away (NSF,
      * closed funding account ...). It fails, and a loan held for
      * the payoff returns to normal installment servicing
      ******************************************************************
       FAIL-REJECTED-PAYMENT SECTION.
           EXEC SQL
               UPDATE dbo.LoanPayments
               SET STATUS = 'F',
                   APPLIED_TS_UTC = SYSUTCDATETIME()
               WHERE PAYMENT_ID = :SQL-PAYMENT-ID
                 AND STATUS = 'R'
           END-EXEC.

           IF SQL-KIND = 'PAYOFF'
               EXEC SQL
                   UPDATE dbo.LoanMaster
                   SET STATUS = 'A'
                   WHERE ACC_ID = :SQL-ACC-ID
                     AND STATUS = 'F'
               END-EXEC
           END-IF.

           ADD 1 TO WS-PAYMENTS-FAILED.
           MOVE SQL-PAYMENT-ID TO WS-ID-DISP.
           DISPLAY 'WARNING: ' FUNCTION TRIM(SQL-KIND) ' payment '
                   FUNCTION TRIM(WS-ID-DISP) ' on loan '
                   FUNCTION TRIM(SQL-ACC-ID) ' rejected at posting'.
           MOVE 'LOAN_PAYOFF' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SQL-ACC-ID TO WS-ERR-CONTEXT.
           MOVE 'Early loan payment rejected at posting'
               TO WS-ERR-MESSAGE.
           PERFORM LOG-PROCESSING-ERROR.
       FAIL-REJECTED-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * SETTLE-PAYOFF: The payoff has posted - cancel the installments
      * still scheduled, close the loan and queue the paid-in-full
      * letter. Installments already raised settle through
      * LOAN_CYCLE as their own transactions post
      ******************************************************************
       SETTLE-PAYOFF SECTION.
           PERFORM CLOSE-PAID-LOAN.
           IF SCHEDULE-BUILD-FAILED
               GO TO SETTLE-PAYOFF-EXIT
           END-IF.

           IF SQL-QUOTE-ID-NULL = 0
               EXEC SQL
                   UPDATE dbo.LoanPayoffQuotes
                   SET STATUS = 'P'
                   WHERE QUOTE_ID = :SQL-QUOTE-ID
               END-EXEC
           END-IF.

           PERFORM MARK-PAYMENT-APPLIED.
       SETTLE-PAYOFF-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-PAID-LOAN: Cancel the scheduled installments, close the
      * loan master and queue the paid-in-full letter
      ******************************************************************
       CLOSE-PAID-LOAN SECTION.
           MOVE 'N' TO WS-SCHED-FAILED.

           EXEC SQL
               UPDATE dbo.LoanSchedule
               SET STATUS = 'X'
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'S'
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'ERROR: Installment cancellation failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-SCHED-FAILED
               GO TO CLOSE-PAID-LOAN-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.LoanMaster
               SET STATUS = 'C',
                   PAID_OFF_DATE = :SQL-BUS-DATE,
                   FEES_DUE = 0,
                   DELINQ_DAYS = 0
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Loan close failed for ' SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-SCHED-FAILED
               GO TO CLOSE-PAID-LOAN-EXIT
           END-IF.

      *    Late charges carried in FEES_DUE were collected by the
      *    payoff's LATE-CHG leg
           EXEC SQL
               UPDATE dbo.LoanLateCharges
               SET STATUS = 'P'
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'U'
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'WARNING: Late-charge collection mark failed '
                       'for ' SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.

           ADD 1 TO WS-LOANS-PAID-OFF.
           DISPLAY 'Loan ' FUNCTION TRIM(SQL-ACC-ID) ' paid in full'.

           MOVE 'LOAN-PAIDOFF' TO SQL-NOTICE-TYPE.
           MOVE SQL-BUS-DATE TO SQL-NOTICE-REF.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Your loan was paid in full on ' DELIMITED BY SIZE
                  SQL-BUS-DATE DELIMITED BY SIZE
                  ' - thank you' DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-LOAN-NOTICE.
       CLOSE-PAID-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-PREPAYMENT: The curtailment has posted - re-amortize the
      * installments still scheduled over the reduced balance. TERM
      * keeps the payment and drops installments off the end; RECAST
      * keeps the installments and lowers the payment. A curtailment
      * that clears the scheduled balance pays the loan off
      ******************************************************************
       APPLY-PREPAYMENT SECTION.
           MOVE 'N' TO WS-SCHED-FAILED.

           EXEC SQL
               SELECT ANNUAL_RATE, PAYMENT_AMT, TERM_MONTHS
               INTO :SQL-ANNUAL-RATE, :SQL-PAYMENT-AMT,
                    :SQL-TERM-MONTHS
               FROM dbo.LoanMaster
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Loan master read failed for '
                       SQL-ACC-ID
               ADD 1 TO WS-ERRORS
               GO TO APPLY-PREPAYMENT-EXIT
           END-IF.

           MOVE ZERO TO SQL-SCHED-COUNT.
           MOVE ZERO TO SQL-SCHED-PRINCIPAL-LEFT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(INSTALLMENT_NO), 0),
                      COALESCE(MIN(DUE_DATE), ' '),
                      COALESCE(SUM(PRINCIPAL_AMT), 0)
               INTO :SQL-SCHED-COUNT, :SQL-FIRST-INSTALLMENT,
                    :SQL-FIRST-DUE-DATE, :SQL-SCHED-PRINCIPAL-LEFT
               FROM dbo.LoanSchedule
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Schedule read failed for ' SQL-ACC-ID
               ADD 1 TO WS-ERRORS
               GO TO APPLY-PREPAYMENT-EXIT
           END-IF.

           COMPUTE WS-RUNNING-BALANCE =
               SQL-SCHED-PRINCIPAL-LEFT - SQL-PREPAY-AMOUNT.

           IF SQL-SCHED-COUNT = ZERO OR WS-RUNNING-BALANCE <= ZERO
               PERFORM CLOSE-PAID-LOAN
               IF NOT SCHEDULE-BUILD-FAILED
                   PERFORM MARK-PAYMENT-APPLIED
               END-IF
               GO TO APPLY-PREPAYMENT-EXIT
           END-IF.

           COMPUTE WS-MONTHLY-RATE ROUNDED = SQL-ANNUAL-RATE / 12.
           MOVE SQL-FIRST-INSTALLMENT TO WS-FIRST-NEW-INSTALLMENT.
           COMPUTE WS-LAST-NEW-INSTALLMENT =
               SQL-FIRST-INSTALLMENT + SQL-SCHED-COUNT - 1.

           IF SQL-PREPAY-OPTION = 'RECAST'
               PERFORM COMPUTE-LEVEL-PAYMENT
           ELSE
               MOVE SQL-PAYMENT-AMT TO WS-LEVEL-PAYMENT
           END-IF.

           EXEC SQL
               DELETE FROM dbo.LoanSchedule
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Schedule clear failed for ' SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO APPLY-PREPAYMENT-EXIT
           END-IF.

           COMPUTE WS-INSTALLMENT-NO = WS-FIRST-NEW-INSTALLMENT - 1.
           PERFORM WRITE-ONE-INSTALLMENT
               UNTIL WS-RUNNING-BALANCE <= ZERO
                  OR WS-INSTALLMENT-NO >= WS-LAST-NEW-INSTALLMENT
                  OR SCHEDULE-BUILD-FAILED.

           IF SCHEDULE-BUILD-FAILED
               MOVE 'LOAN_PAYOFF' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Re-amortized schedule incomplete - repair by hand'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO APPLY-PREPAYMENT-EXIT
           END-IF.

           MOVE WS-INSTALLMENT-NO TO SQL-TERM-MONTHS.
           MOVE WS-LEVEL-PAYMENT TO SQL-PAYMENT-AMT.
           EXEC SQL
               UPDATE dbo.LoanMaster
               SET TERM_MONTHS = :SQL-TERM-MONTHS,
                   PAYMENT_AMT = :SQL-PAYMENT-AMT
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Loan terms update failed for '
                       SQL-ACC-ID
               ADD 1 TO WS-ERRORS
           END-IF.

           ADD 1 TO WS-PREPAYS-APPLIED.
           MOVE SQL-PREPAY-AMOUNT TO WS-AMOUNT-DISP.
           MOVE WS-LEVEL-PAYMENT TO WS-AMOUNT-DISP-2.
           MOVE WS-INSTALLMENT-NO TO WS-INST-DISP.
           DISPLAY 'Loan ' FUNCTION TRIM(SQL-ACC-ID) ' prepaid '
                   FUNCTION TRIM(WS-AMOUNT-DISP) ' ('
                   FUNCTION TRIM(SQL-PREPAY-OPTION) '): payment '
                   FUNCTION TRIM(WS-AMOUNT-DISP-2)
                   ', final installment ' FUNCTION TRIM(WS-INST-DISP).

           MOVE 'LOAN-PREPAY' TO SQL-NOTICE-TYPE.
           MOVE SQL-PAYMENT-ID TO WS-ID-DISP.
           MOVE FUNCTION TRIM(WS-ID-DISP) TO SQL-NOTICE-REF.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Prepayment of ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ' applied - payment now ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-2) DELIMITED BY SIZE
                  ', final installment ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INST-DISP) DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-LOAN-NOTICE.

           PERFORM MARK-PAYMENT-APPLIED.
       APPLY-PREPAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * COMPUTE-LEVEL-PAYMENT: Standard annuity payment over the
      * installments left, P * i * (1+i)^n / ((1+i)^n - 1),
      * degenerating to P / n for a zero-rate loan
      ******************************************************************
       COMPUTE-LEVEL-PAYMENT SECTION.
           IF WS-MONTHLY-RATE = ZERO
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   WS-RUNNING-BALANCE / SQL-SCHED-COUNT
               GO TO COMPUTE-LEVEL-PAYMENT-EXIT
           END-IF.

           MOVE 1 TO WS-COMPOUND-FACTOR.
           MOVE ZERO TO WS-FACTOR-STEP.
           PERFORM COMPOUND-ONE-MONTH
               UNTIL WS-FACTOR-STEP >= SQL-SCHED-COUNT.

           COMPUTE WS-LEVEL-PAYMENT ROUNDED =
               WS-RUNNING-BALANCE * WS-MONTHLY-RATE
               * WS-COMPOUND-FACTOR / (WS-COMPOUND-FACTOR - 1).
       COMPUTE-LEVEL-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * COMPOUND-ONE-MONTH: One multiplication step of (1 + i)^n
      ******************************************************************
       COMPOUND-ONE-MONTH SECTION.
           COMPUTE WS-COMPOUND-FACTOR ROUNDED =
               WS-COMPOUND-FACTOR * (1 + WS-MONTHLY-RATE).
           ADD 1 TO WS-FACTOR-STEP.
       COMPOUND-ONE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-INSTALLMENT: Split one re-amortized installment and
      * insert it, due monthly from the first installment replaced.
      * The last installment (or the one the payment now covers in
      * full) absorbs the remaining balance
      ******************************************************************
       WRITE-ONE-INSTALLMENT SECTION.
           ADD 1 TO WS-INSTALLMENT-NO.

           COMPUTE WS-SCHED-INTEREST ROUNDED =
               WS-RUNNING-BALANCE * WS-MONTHLY-RATE.
           IF WS-INSTALLMENT-NO = WS-LAST-NEW-INSTALLMENT
               OR WS-RUNNING-BALANCE + WS-SCHED-INTEREST
                  <= WS-LEVEL-PAYMENT
               MOVE WS-RUNNING-BALANCE TO WS-SCHED-PRINCIPAL
           ELSE
               COMPUTE WS-SCHED-PRINCIPAL =
                   WS-LEVEL-PAYMENT - WS-SCHED-INTEREST
           END-IF.
           IF WS-SCHED-PRINCIPAL > WS-RUNNING-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-SCHED-PRINCIPAL
           END-IF.
           SUBTRACT WS-SCHED-PRINCIPAL FROM WS-RUNNING-BALANCE.

           MOVE WS-INSTALLMENT-NO TO SQL-INSTALLMENT-NO.
           COMPUTE SQL-MONTH-OFFSET =
               WS-INSTALLMENT-NO - WS-FIRST-NEW-INSTALLMENT.
           COMPUTE SQL-SCHED-PAYMENT =
               WS-SCHED-PRINCIPAL + WS-SCHED-INTEREST.
           MOVE WS-SCHED-PRINCIPAL TO SQL-SCHED-PRINCIPAL.
           MOVE WS-SCHED-INTEREST TO SQL-SCHED-INTEREST.
           MOVE WS-RUNNING-BALANCE TO SQL-SCHED-BALANCE.

           EXEC SQL
               INSERT INTO dbo.LoanSchedule (
                   ACC_ID,
                   INSTALLMENT_NO,
                   DUE_DATE,
                   PAYMENT_AMT,
                   PRINCIPAL_AMT,
                   INTEREST_AMT,
                   BALANCE_AFTER,
                   STATUS
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-INSTALLMENT-NO,
                   CONVERT(CHAR(10),
                       DATEADD(MONTH, :SQL-MONTH-OFFSET,
                           CAST(:SQL-FIRST-DUE-DATE AS DATE)), 120),
                   :SQL-SCHED-PAYMENT,
                   :SQL-SCHED-PRINCIPAL,
                   :SQL-SCHED-INTEREST,
                   :SQL-SCHED-BALANCE,
                   'S'
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Schedule insert failed at '
                       'installment ' WS-INSTALLMENT-NO
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-SCHED-FAILED
           END-IF.
       WRITE-ONE-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * MARK-PAYMENT-APPLIED: The payment has done its work
      ******************************************************************
       MARK-PAYMENT-APPLIED SECTION.
           EXEC SQL
               UPDATE dbo.LoanPayments
               SET STATUS = 'P',
                   APPLIED_TS_UTC = SYSUTCDATETIME()
               WHERE PAYMENT_ID = :SQL-PAYMENT-ID
                 AND STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not mark payment applied for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       MARK-PAYMENT-APPLIED-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-LOAN-NOTICE: One notice on the loan account for
      * NOTIFY_EXTRACT. The caller primes type, reference and message
      ******************************************************************
       QUEUE-LOAN-NOTICE SECTION.
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
               DISPLAY 'WARNING: Loan notice insert failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       QUEUE-LOAN-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-FILE: Read and work tonight's request file. A
      * night with no requests still settles the payments above
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           OPEN INPUT REQUESTS-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No loan payoff requests tonight - status '
                       WS-CSV-FILE-STATUS
               GO TO PROCESS-CSV-FILE-EXIT
           END-IF.

      *    Skip header row
           READ REQUESTS-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'WARNING: Input file is empty'
                   CLOSE REQUESTS-CSV
                   GO TO PROCESS-CSV-FILE-EXIT
           END-READ.

           PERFORM PROCESS-CSV-ROW
               UNTIL CSV-END-OF-FILE.

           CLOSE REQUESTS-CSV.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-QUOTE-FILE: Open the quote CSV on first use and write
      * its header
      ******************************************************************
       OPEN-QUOTE-FILE SECTION.
           IF QUOTES-FILE-IS-OPEN
               GO TO OPEN-QUOTE-FILE-EXIT
           END-IF.

           OPEN OUTPUT QUOTES-CSV.
           IF NOT QUOTE-FILE-OK
               DISPLAY 'WARNING: Cannot create quote file'
               GO TO OPEN-QUOTE-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-QUOTES-FILE-OPEN.
           MOVE 'QUOTE_ID,ACC_ID,QUOTE_DATE,GOOD_THROUGH_DATE,'
               TO WS-QUOTE-LINE.
           STRING FUNCTION TRIM(WS-QUOTE-LINE) DELIMITED BY SIZE
                  'UNPAID_PRINCIPAL,INTEREST_DUE,ACCRUED_INTEREST,'
                      DELIMITED BY SIZE
                  'PER_DIEM,FEES_DUE,PAYOFF_AMOUNT,REQUESTED_BY'
                      DELIMITED BY SIZE
               INTO WS-QUOTE-LINE
           END-STRING.
           WRITE QUOTE-CSV-RECORD FROM WS-QUOTE-LINE.
       OPEN-QUOTE-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Open the reject CSV on first use and
      * write its header
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               GO TO OPEN-REJECT-FILE-EXIT
           END-IF.

           OPEN OUTPUT REQUESTS-REJECTS-CSV.
           IF NOT REJECT-FILE-OK
               DISPLAY 'WARNING: Cannot create reject file'
               GO TO OPEN-REJECT-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-REJECTS-FILE-OPEN.
           MOVE 'ACC_ID,REQUEST_TYPE,GOOD_THROUGH_DATE,AMOUNT,'
               TO WS-REJECT-LINE.
           STRING FUNCTION TRIM(WS-REJECT-LINE) DELIMITED BY SIZE
                  'PREPAY_OPTION,SOURCE_ACC_ID,REQUESTED_BY,REASON'
                      DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE.
       OPEN-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-REJECT-ROW: One rejected input row with its reason
      ******************************************************************
       WRITE-REJECT-ROW SECTION.
           PERFORM OPEN-REJECT-FILE.
           IF NOT REJECTS-FILE-IS-OPEN
               GO TO WRITE-REJECT-ROW-EXIT
           END-IF.

           MOVE SPACES TO WS-REJECT-LINE.
           STRING FUNCTION TRIM(WS-CSV-LINE) DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE.
       WRITE-REJECT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-OUTPUT-FILES: Close the quote and reject CSVs if opened
      ******************************************************************
       CLOSE-OUTPUT-FILES SECTION.
           IF QUOTES-FILE-IS-OPEN
               CLOSE QUOTES-CSV
               DISPLAY 'Payoff quotes written to '
                       '"data/out/loan_payoff_quotes.csv"'
           END-IF.
           IF REJECTS-FILE-IS-OPEN
               CLOSE REQUESTS-REJECTS-CSV
               DISPLAY 'Rejected rows written to '
                       '"data/out/loan_payoff_rejects.csv"'
           END-IF.
       CLOSE-OUTPUT-FILES-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse, validate and work one request
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ REQUESTS-CSV INTO WS-CSV-LINE
               AT END
                   SET CSV-END-OF-FILE TO TRUE
                   GO TO PROCESS-CSV-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.
           MOVE 'Y' TO WS-ROW-VALID.

      *    Parse CSV fields, honoring RFC 4180 quoting
           PERFORM SPLIT-CSV-LINE.

      *    Validate parsed data
           PERFORM VALIDATE-CSV-FIELDS.

           IF ROW-IS-VALID
               EVALUATE TRUE
                   WHEN REQUEST-IS-QUOTE
                       PERFORM ISSUE-PAYOFF-QUOTE
                   WHEN REQUEST-IS-PAYOFF
                       PERFORM RAISE-PAYOFF
                   WHEN OTHER
                       PERFORM RAISE-PREPAYMENT
               END-EVALUATE
           END-IF.

           IF ROW-IS-INVALID
               ADD 1 TO WS-ROWS-INVALID
               PERFORM WRITE-REJECT-ROW
           END-IF.
       PROCESS-CSV-ROW-EXIT.
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-ACC-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (2))
               TO WS-CSV-REQUEST-TYPE.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-GOOD-THROUGH.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-AMOUNT-STR.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (5))
               TO WS-CSV-PREPAY-OPTION.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-SOURCE-ACC-ID.
           MOVE WS-CSV-FIELD (7) TO WS-CSV-REQUESTED-BY.
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
      * APPEND-CSV-CHAR: Append the current character to the field
      * being collected
      ******************************************************************
       APPEND-CSV-CHAR SECTION.
           IF WS-CSV-FIELD-IDX <= 7
               ADD 1 TO WS-CSV-FIELD-LEN
               IF WS-CSV-FIELD-LEN <= 512
                   MOVE WS-CSV-CURRENT-CHAR TO
                   WS-CSV-FIELD (WS-CSV-FIELD-IDX) (WS-CSV-FIELD-LEN:1)
               END-IF
           END-IF.
       APPEND-CSV-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-CSV-FIELDS: Check each parsed field against the loan
      ******************************************************************
       VALIDATE-CSV-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT REQUEST-IS-QUOTE AND NOT REQUEST-IS-PAYOFF
               AND NOT REQUEST-IS-PREPAY
               MOVE 'REQUEST_TYPE must be QUOTE, PAYOFF or PREPAY'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.

      *    The loan must be boarded and being serviced
           IF WS-CSV-ACC-ID = SPACES
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE SPACES TO SQL-LOAN-STATUS.
           EXEC SQL
               SELECT STATUS, PAYMENT_ACC_ID, ANNUAL_RATE,
                      COALESCE(FEES_DUE, 0),
                      CONVERT(CHAR(10), BOARDED_TS_UTC, 120)
               INTO :SQL-LOAN-STATUS, :SQL-PAYMENT-ACC-ID,
                    :SQL-ANNUAL-RATE, :SQL-FEES-DUE,
                    :SQL-BOARDED-DATE
               FROM dbo.LoanMaster
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'ACC_ID is not a boarded loan' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           EVALUATE SQL-LOAN-STATUS
               WHEN 'A'
                   CONTINUE
               WHEN 'F'
                   MOVE 'Loan payoff already raised, awaiting posting'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-FAIL
               WHEN 'O'
                   MOVE 'Loan charged off - payments post as recoveries'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-FAIL
               WHEN OTHER
                   MOVE 'Loan is not active' TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-FAIL
           END-EVALUATE.

           IF REQUEST-IS-QUOTE
               GO TO VALIDATE-QUOTE-FIELDS
           END-IF.

      *    Payments: one early payment in flight per loan at a time
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.LoanPayments
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'R'
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               MOVE 'An early payment is already awaiting posting'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.

      *    Funded from the named account, else the installment account
           IF WS-CSV-SOURCE-ACC-ID = SPACES
               MOVE SQL-PAYMENT-ACC-ID TO SQL-SOURCE-ACC-ID
           ELSE
               MOVE WS-CSV-SOURCE-ACC-ID TO SQL-SOURCE-ACC-ID
           END-IF.
           IF SQL-SOURCE-ACC-ID = SQL-ACC-ID
               MOVE 'SOURCE_ACC_ID cannot be the loan itself'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           MOVE SPACES TO SQL-ACC-STATUS.
           EXEC SQL
               SELECT STATUS INTO :SQL-ACC-STATUS
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-SOURCE-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               OR (SQL-ACC-STATUS NOT = 'O'
                   AND SQL-ACC-STATUS NOT = 'P')
               MOVE 'SOURCE_ACC_ID is not an open account'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.

           IF REQUEST-IS-PAYOFF
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    PREPAY: a positive amount and a re-amortization choice
           IF WS-CSV-AMOUNT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               MOVE 'AMOUNT is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           COMPUTE SQL-PREPAY-AMOUNT =
               FUNCTION NUMVAL(WS-CSV-AMOUNT-STR).
           IF SQL-PREPAY-AMOUNT <= 0
               MOVE 'AMOUNT must be positive' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           IF WS-CSV-PREPAY-OPTION = SPACES
               MOVE 'TERM' TO WS-CSV-PREPAY-OPTION
           END-IF.
           IF NOT PREPAY-SHORTEN-TERM AND NOT PREPAY-RECAST-PAYMENT
               MOVE 'PREPAY_OPTION must be TERM or RECAST'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           GO TO VALIDATE-CSV-FIELDS-EXIT.

      *    QUOTE: good through a real date no earlier than today;
      *    blank quotes to the business date
       VALIDATE-QUOTE-FIELDS.
           IF WS-CSV-GOOD-THROUGH = SPACES
               MOVE WS-BUS-DATE TO WS-CSV-GOOD-THROUGH
           END-IF.
           IF WS-CSV-GOOD-THROUGH (5:1) NOT = '-'
               OR WS-CSV-GOOD-THROUGH (8:1) NOT = '-'
               OR WS-CSV-GOOD-THROUGH (1:4) IS NOT NUMERIC
               OR WS-CSV-GOOD-THROUGH (6:2) IS NOT NUMERIC
               OR WS-CSV-GOOD-THROUGH (9:2) IS NOT NUMERIC
               MOVE 'GOOD_THROUGH_DATE must be YYYY-MM-DD'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           STRING WS-CSV-GOOD-THROUGH (1:4) WS-CSV-GOOD-THROUGH (6:2)
                  WS-CSV-GOOD-THROUGH (9:2)
                  DELIMITED BY SIZE
               INTO WS-GOOD-THROUGH-NUM
           END-STRING.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-GOOD-THROUGH-NUM) NOT = 0
               MOVE 'GOOD_THROUGH_DATE is not a calendar date'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           IF WS-CSV-GOOD-THROUGH < WS-BUS-DATE
               MOVE 'GOOD_THROUGH_DATE is in the past'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           GO TO VALIDATE-CSV-FIELDS-EXIT.

       VALIDATE-CSV-FIELDS-FAIL.
           DISPLAY 'ERROR: Row ' WS-ROW-NUMBER ' - '
                   FUNCTION TRIM(WS-REJECT-REASON).
           MOVE 'N' TO WS-ROW-VALID.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * COMPUTE-PAYOFF-FIGURES: The payoff as of SQL-AS-OF-DATE.
      * Interest on each installment is in its INTEREST_AMT; beyond
      * the last due date reached, interest accrues per diem on the
      * principal of the installments not yet due. Sets
      *   SQL-UNPAID-PRINCIPAL    principal of every unpaid installment
      *   SQL-INTEREST-DUE        installment interest due and unpaid
      *   WS-PER-DIEM / WS-ACCRUAL-DAYS / WS-ACCRUED-INTEREST
      *   WS-PAYOFF-AMOUNT        all of the above plus fees due
      *   SQL-SCHED-PRINCIPAL-LEFT / SQL-SCHED-INTEREST-DUE - the
      *                           part not yet raised by LOAN_CYCLE
      ******************************************************************
       COMPUTE-PAYOFF-FIGURES SECTION.
           MOVE SPACES TO SQL-ACCRUAL-START.
           EXEC SQL
               SELECT MAX(DUE_DATE)
               INTO :SQL-ACCRUAL-START:SQL-ACCRUAL-START-NULL
               FROM dbo.LoanSchedule
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS <> 'X'
                 AND DUE_DATE <= :SQL-AS-OF-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-ACCRUAL-START-NULL < 0
               MOVE SQL-BOARDED-DATE TO SQL-ACCRUAL-START
           END-IF.

           EXEC SQL
               SELECT
                   COALESCE(SUM(PRINCIPAL_AMT), 0),
                   COALESCE(SUM(CASE WHEN DUE_DATE <= :SQL-AS-OF-DATE
                                     THEN INTEREST_AMT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN DUE_DATE > :SQL-ACCRUAL-START
                                     THEN PRINCIPAL_AMT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN STATUS = 'S'
                                     THEN PRINCIPAL_AMT ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN STATUS = 'S'
                                      AND DUE_DATE <= :SQL-AS-OF-DATE
                                     THEN INTEREST_AMT ELSE 0 END), 0)
               INTO :SQL-UNPAID-PRINCIPAL,
                    :SQL-INTEREST-DUE,
                    :SQL-ACCRUING-PRINCIPAL,
                    :SQL-SCHED-PRINCIPAL-LEFT,
                    :SQL-SCHED-INTEREST-DUE
               FROM dbo.LoanSchedule
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS IN ('S', 'R')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Loan schedule could not be read'
                   TO WS-REJECT-REASON
               GO TO COMPUTE-PAYOFF-FIGURES-EXIT
           END-IF.

           MOVE ZERO TO SQL-ACCRUAL-DAYS.
           EXEC SQL
               SELECT DATEDIFF(DAY, CAST(:SQL-ACCRUAL-START AS DATE),
                               CAST(:SQL-AS-OF-DATE AS DATE))
               INTO :SQL-ACCRUAL-DAYS
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-ACCRUAL-DAYS < 0
               MOVE ZERO TO SQL-ACCRUAL-DAYS
           END-IF.
           MOVE SQL-ACCRUAL-DAYS TO WS-ACCRUAL-DAYS.

           COMPUTE WS-PER-DIEM ROUNDED =
               SQL-ACCRUING-PRINCIPAL * SQL-ANNUAL-RATE
               / WS-PER-DIEM-DENOM.
           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
               WS-PER-DIEM * WS-ACCRUAL-DAYS.
           COMPUTE WS-PAYOFF-AMOUNT =
               SQL-UNPAID-PRINCIPAL + SQL-INTEREST-DUE
               + WS-ACCRUED-INTEREST + SQL-FEES-DUE.
       COMPUTE-PAYOFF-FIGURES-EXIT.
           EXIT.

      ******************************************************************
      * ISSUE-PAYOFF-QUOTE: Figure the payoff good through the
      * requested date, record it and write it to the quote file
      ******************************************************************
       ISSUE-PAYOFF-QUOTE SECTION.
           MOVE WS-CSV-GOOD-THROUGH TO SQL-AS-OF-DATE.
           PERFORM COMPUTE-PAYOFF-FIGURES.
           IF ROW-IS-INVALID
               GO TO ISSUE-PAYOFF-QUOTE-EXIT
           END-IF.

           MOVE WS-CSV-GOOD-THROUGH TO SQL-GOOD-THROUGH-DATE.
           MOVE WS-CSV-REQUESTED-BY TO SQL-REQUESTED-BY.
           MOVE WS-PER-DIEM TO SQL-PER-DIEM.
           MOVE WS-ACCRUED-INTEREST TO SQL-ACCRUED-INTEREST.
           MOVE WS-PAYOFF-AMOUNT TO SQL-PAYOFF-AMOUNT.

           EXEC SQL
               INSERT INTO dbo.LoanPayoffQuotes (
                   ACC_ID,
                   QUOTE_DATE,
                   GOOD_THROUGH_DATE,
                   UNPAID_PRINCIPAL,
                   INTEREST_DUE,
                   ACCRUED_INTEREST,
                   PER_DIEM,
                   FEES_DUE,
                   PAYOFF_AMOUNT,
                   REQUESTED_BY,
                   STATUS,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-BUS-DATE,
                   :SQL-GOOD-THROUGH-DATE,
                   :SQL-UNPAID-PRINCIPAL,
                   :SQL-INTEREST-DUE,
                   :SQL-ACCRUED-INTEREST,
                   :SQL-PER-DIEM,
                   :SQL-FEES-DUE,
                   :SQL-PAYOFF-AMOUNT,
                   :SQL-REQUESTED-BY,
                   'Q',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Payoff quote insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Payoff quote insert failed' TO WS-REJECT-REASON
               GO TO ISSUE-PAYOFF-QUOTE-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-QUOTE-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-QUOTE-ID
           END-IF.

           ADD 1 TO WS-QUOTES-ISSUED.

           PERFORM OPEN-QUOTE-FILE.
           IF NOT QUOTES-FILE-IS-OPEN
               GO TO ISSUE-PAYOFF-QUOTE-EXIT
           END-IF.

           MOVE SQL-QUOTE-ID TO WS-ID-DISP.
           MOVE SQL-UNPAID-PRINCIPAL TO WS-AMOUNT-DISP.
           MOVE SQL-INTEREST-DUE TO WS-AMOUNT-DISP-2.
           MOVE WS-ACCRUED-INTEREST TO WS-AMOUNT-DISP-3.
           MOVE SQL-FEES-DUE TO WS-AMOUNT-DISP-4.
           MOVE WS-PAYOFF-AMOUNT TO WS-AMOUNT-DISP-5.
           MOVE WS-PER-DIEM TO WS-PER-DIEM-DISP.
           MOVE SPACES TO WS-QUOTE-LINE.
           STRING FUNCTION TRIM(WS-ID-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-GOOD-THROUGH-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-3) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PER-DIEM-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-4) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-5) DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-REQUESTED-BY) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO WS-QUOTE-LINE
           END-STRING.
           WRITE QUOTE-CSV-RECORD FROM WS-QUOTE-LINE.
       ISSUE-PAYOFF-QUOTE-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-PAYOFF: Figure the payoff to the business date and raise
      * what LOAN_CYCLE has not already raised - the scheduled
      * principal to the loan, interest (any scheduled installment
      * interest due plus the per diem accrued) and fees due - from
      * the funding account. The loan is held ('F') so no further
      * installments are raised while the payoff posts; it settles
      * against the latest live quote
      ******************************************************************
       RAISE-PAYOFF SECTION.
           MOVE WS-BUS-DATE TO SQL-AS-OF-DATE.
           PERFORM COMPUTE-PAYOFF-FIGURES.
           IF ROW-IS-INVALID
               GO TO RAISE-PAYOFF-EXIT
           END-IF.

           MOVE SQL-SCHED-PRINCIPAL-LEFT TO SQL-RAISE-PRINCIPAL.
           COMPUTE SQL-RAISE-INTEREST =
               SQL-SCHED-INTEREST-DUE + WS-ACCRUED-INTEREST.
           MOVE SQL-FEES-DUE TO SQL-RAISE-FEE.
           IF SQL-RAISE-PRINCIPAL + SQL-RAISE-INTEREST + SQL-RAISE-FEE
               <= ZERO
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Nothing left to pay off beyond raised installments'
                   TO WS-REJECT-REASON
               GO TO RAISE-PAYOFF-EXIT
           END-IF.

           MOVE -1 TO SQL-QUOTE-ID-NULL.
           MOVE ZERO TO SQL-QUOTE-ID.
           EXEC SQL
               SELECT TOP 1 QUOTE_ID INTO :SQL-QUOTE-ID
               FROM dbo.LoanPayoffQuotes
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'Q'
                 AND GOOD_THROUGH_DATE >= :SQL-BUS-DATE
               ORDER BY QUOTE_ID DESC
           END-EXEC.
           IF SQLCODE = 0
               MOVE 0 TO SQL-QUOTE-ID-NULL
           END-IF.

           MOVE 'PAYOFF' TO SQL-KIND.
           MOVE SPACES TO SQL-PREPAY-OPTION.
           PERFORM RAISE-PAYMENT-TRANSACTIONS.
           IF ROW-IS-INVALID
               GO TO RAISE-PAYOFF-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.LoanMaster
               SET STATUS = 'F'
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not hold loan ' SQL-ACC-ID
                       ' for payoff'
               ADD 1 TO WS-ERRORS
           END-IF.

           ADD 1 TO WS-PAYOFFS-RAISED.
           COMPUTE WS-PAYOFF-AMOUNT =
               SQL-RAISE-PRINCIPAL + SQL-RAISE-INTEREST + SQL-RAISE-FEE.
           MOVE WS-PAYOFF-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY 'Payoff raised for ' FUNCTION TRIM(SQL-ACC-ID)
                   ': ' FUNCTION TRIM(WS-AMOUNT-DISP).
       RAISE-PAYOFF-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-PREPAYMENT: A principal curtailment, no more than the
      * principal still scheduled (anything beyond is a payoff)
      ******************************************************************
       RAISE-PREPAYMENT SECTION.
           MOVE ZERO TO SQL-SCHED-PRINCIPAL-LEFT.
           EXEC SQL
               SELECT COALESCE(SUM(PRINCIPAL_AMT), 0)
               INTO :SQL-SCHED-PRINCIPAL-LEFT
               FROM dbo.LoanSchedule
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'S'
           END-EXEC.
           IF SQLCODE NOT = 0
               OR SQL-PREPAY-AMOUNT >= SQL-SCHED-PRINCIPAL-LEFT
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'AMOUNT clears the loan - request a PAYOFF'
                   TO WS-REJECT-REASON
               GO TO RAISE-PREPAYMENT-EXIT
           END-IF.

           MOVE SQL-PREPAY-AMOUNT TO SQL-RAISE-PRINCIPAL.
           MOVE ZERO TO SQL-RAISE-INTEREST.
           MOVE ZERO TO SQL-RAISE-FEE.
           MOVE -1 TO SQL-QUOTE-ID-NULL.
           MOVE ZERO TO SQL-QUOTE-ID.
           MOVE 'PREPAY' TO SQL-KIND.
           MOVE WS-CSV-PREPAY-OPTION TO SQL-PREPAY-OPTION.
           PERFORM RAISE-PAYMENT-TRANSACTIONS.
           IF ROW-IS-INVALID
               GO TO RAISE-PREPAYMENT-EXIT
           END-IF.

           ADD 1 TO WS-PREPAYS-RAISED.
           MOVE SQL-PREPAY-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY 'Prepayment raised for ' FUNCTION TRIM(SQL-ACC-ID)
                   ': ' FUNCTION TRIM(WS-AMOUNT-DISP) ' ('
                   FUNCTION TRIM(SQL-PREPAY-OPTION) ')'.
       RAISE-PREPAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-PAYMENT-TRANSACTIONS: The payment's unposted legs from
      * the funding account - principal as a TRANSFER to the loan,
      * interest as LOAN-INT against the loan-interest income contra,
      * late charges carried in FEES_DUE as LATE-CHG against the
      * late-charge income contra - and its dbo.LoanPayments row
      ******************************************************************
       RAISE-PAYMENT-TRANSACTIONS SECTION.
           MOVE ZERO TO SQL-PRIN-TX-ID.
           MOVE ZERO TO SQL-INT-TX-ID.
           MOVE -1 TO SQL-INT-TX-ID-NULL.
           MOVE ZERO TO SQL-FEE-TX-ID.
           MOVE -1 TO SQL-FEE-TX-ID-NULL.

           IF SQL-RAISE-PRINCIPAL > ZERO
               MOVE 'TRANSFER' TO SQL-TX-TYPE
               COMPUTE SQL-TX-AMOUNT = 0 - SQL-RAISE-PRINCIPAL
               MOVE ' principal' TO SQL-NOTICE-REF
               PERFORM INSERT-PAYMENT-LEG
               IF ROW-IS-INVALID
                   GO TO RAISE-PAYMENT-TRANSACTIONS-EXIT
               END-IF
               MOVE SQL-TX-ID TO SQL-PRIN-TX-ID
           END-IF.

           IF SQL-RAISE-INTEREST > ZERO
               MOVE 'LOAN-INT' TO SQL-TX-TYPE
               COMPUTE SQL-TX-AMOUNT = 0 - SQL-RAISE-INTEREST
               MOVE ' interest' TO SQL-NOTICE-REF
               PERFORM INSERT-PAYMENT-LEG
               IF ROW-IS-INVALID
                   GO TO RAISE-PAYMENT-TRANSACTIONS-EXIT
               END-IF
               MOVE SQL-TX-ID TO SQL-INT-TX-ID
               MOVE 0 TO SQL-INT-TX-ID-NULL
           END-IF.

           IF SQL-RAISE-FEE > ZERO
               MOVE 'LATE-CHG' TO SQL-TX-TYPE
               COMPUTE SQL-TX-AMOUNT = 0 - SQL-RAISE-FEE
               MOVE ' late charges' TO SQL-NOTICE-REF
               PERFORM INSERT-PAYMENT-LEG
               IF ROW-IS-INVALID
                   GO TO RAISE-PAYMENT-TRANSACTIONS-EXIT
               END-IF
               MOVE SQL-TX-ID TO SQL-FEE-TX-ID
               MOVE 0 TO SQL-FEE-TX-ID-NULL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.LoanPayments (
                   ACC_ID,
                   KIND,
                   PREPAY_OPTION,
                   SOURCE_ACC_ID,
                   QUOTE_ID,
                   PRINCIPAL_AMT,
                   INTEREST_AMT,
                   FEE_AMT,
                   PRIN_TX_ID,
                   INT_TX_ID,
                   FEE_TX_ID,
                   STATUS,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-KIND,
                   :SQL-PREPAY-OPTION,
                   :SQL-SOURCE-ACC-ID,
                   :SQL-QUOTE-ID:SQL-QUOTE-ID-NULL,
                   :SQL-RAISE-PRINCIPAL,
                   :SQL-RAISE-INTEREST,
                   :SQL-RAISE-FEE,
                   :SQL-PRIN-TX-ID,
                   :SQL-INT-TX-ID:SQL-INT-TX-ID-NULL,
                   :SQL-FEE-TX-ID:SQL-FEE-TX-ID-NULL,
                   'R',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Loan payment insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Loan payment tracking insert failed'
                   TO WS-REJECT-REASON
           END-IF.
       RAISE-PAYMENT-TRANSACTIONS-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-PAYMENT-LEG: One unposted leg of the payment. The
      * caller primes SQL-TX-TYPE, SQL-TX-AMOUNT and the narrative
      * suffix in SQL-NOTICE-REF; the TX_ID comes back in SQL-TX-ID
      ******************************************************************
       INSERT-PAYMENT-LEG SECTION.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Loan ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(SQL-KIND) DELIMITED BY SPACE
                  SQL-NOTICE-REF DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.

           IF SQL-TX-TYPE = 'TRANSFER'
               EXEC SQL
                   INSERT INTO dbo.Transactions (
                       ACC_ID,
                       AMOUNT,
                       CURRENCY,
                       TX_TS_UTC,
                       TX_TYPE,
                       COUNTERPARTY_ACC_ID,
                       VALUE_DATE,
                       NARRATIVE
                   ) VALUES (
                       :SQL-SOURCE-ACC-ID,
                       :SQL-TX-AMOUNT,
                       :SQL-CURRENCY,
                       SYSUTCDATETIME(),
                       'TRANSFER',
                       :SQL-ACC-ID,
                       :SQL-BUS-DATE,
                       :SQL-NARRATIVE
                   )
               END-EXEC
           ELSE
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
                       :SQL-SOURCE-ACC-ID,
                       :SQL-TX-AMOUNT,
                       :SQL-CURRENCY,
                       SYSUTCDATETIME(),
                       :SQL-TX-TYPE,
                       :SQL-BUS-DATE,
                       :SQL-NARRATIVE
                   )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER ' - '
                       FUNCTION TRIM(SQL-TX-TYPE) ' leg insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Payment transaction insert failed'
                   TO WS-REJECT-REASON
               GO TO INSERT-PAYMENT-LEG-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-TX-ID
           END-IF.
       INSERT-PAYMENT-LEG-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if the run quoted, raised or applied something
           IF WS-QUOTES-ISSUED = ZERO AND WS-PAYOFFS-RAISED = ZERO
               AND WS-PREPAYS-RAISED = ZERO
               AND WS-LOANS-PAID-OFF = ZERO
               AND WS-PREPAYS-APPLIED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'LOAN_PAYOFF' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LoanSchedule,LoanMaster' TO WS-LIN-SRC-TABLE.
           MOVE 'DUE_DATE,PRINCIPAL_AMT,INTEREST_AMT,ANNUAL_RATE'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'LoanPayoffQuotes,Transactions,LoanSchedule'
               TO WS-LIN-TGT-TABLE.
           MOVE 'PAYOFF_AMOUNT,PER_DIEM,AMOUNT,PAYMENT_AMT'
               TO WS-LIN-TGT-COLS.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Payoff per diem to good-through; prepay re-amortized'
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
           DISPLAY '  Payoff quotes issued: ' WS-QUOTES-ISSUED.
           DISPLAY '  Payoffs raised:       ' WS-PAYOFFS-RAISED.
           DISPLAY '  Prepayments raised:   ' WS-PREPAYS-RAISED.
           DISPLAY '  Loans paid off:       ' WS-LOANS-PAID-OFF.
           DISPLAY '  Prepayments applied:  ' WS-PREPAYS-APPLIED.
           DISPLAY '  Payments failed:      ' WS-PAYMENTS-FAILED.
           DISPLAY '  Rows rejected:        ' WS-ROWS-INVALID.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM LOAN-PAYOFF.
