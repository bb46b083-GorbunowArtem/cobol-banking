       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-TAX-EXTRACT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * LOAN_TAX_EXTRACT - Annual Loan Interest Paid Tax Extract
      ******************************************************************
      * Purpose: Sum a tax year's posted LOAN-INT activity per loan -
      *          the installment interest legs tied to the loan on
      *          dbo.LoanSchedule and the payoff/prepayment interest
      *          legs on dbo.LoanPayments, net of any posted REVERSAL
      *          of those legs whenever it landed - attribute it to
      *          the loan's PRIMARY holder on dbo.AccountHolders,
      *          and emit the fixed-format mortgage-interest filing
      *          the tax filing service ingests, queuing a customer
      *          copy of each statement for NOTIFY_EXTRACT.
      *          The first run for a year is the original filing:
      *          every loan at or above the reporting minimum is
      *          filed and recorded on dbo.LoanTaxFilings. Any later
      *          run for the same year is a correction pass: a loan
      *          whose net interest no longer matches the amount on
      *          file (a reversal posted after the filing) is filed
      *          again as a corrected form, and a loan that has
      *          newly reached the minimum is filed late as an
      *          original
      * Input:   dbo.Transactions, dbo.LoanSchedule,
      *          dbo.LoanPayments, dbo.LoanMaster, dbo.Accounts,
      *          dbo.AccountHolders, dbo.Customers,
      *          dbo.LoanTaxFilings
      *          PARM/command line: tax year (YYYY), defaulting to
      *          the year before the current one
      * Output:  data/out/tax_1098.dat (original pass)
      *          data/out/tax_1098_corrected.dat (correction pass)
      *          dbo.LoanTaxFilings, dbo.CustomerNotifications
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: PROGRAM=LOAN_TAX_EXTRACT
      * LINEAGE: SRC=sqlserver.dbo.Transactions(TX_ID,AMOUNT,
      *               TX_TYPE,TX_TS_UTC,REFERENCE_TX_ID)
      * LINEAGE: SRC=sqlserver.dbo.LoanSchedule(ACC_ID,INT_TX_ID)
      * LINEAGE: SRC=sqlserver.dbo.LoanPayments(ACC_ID,INT_TX_ID)
      * LINEAGE: SRC=sqlserver.dbo.AccountHolders(ACC_ID,
      *               CUSTOMER_ID,HOLDER_ROLE)
      * LINEAGE: TGT=file.filesystem.tax_1098.dat(CUSTOMER_ID,
      *               TAX_ID,NAME,ACC_ID,INTEREST_PAID)
      * LINEAGE: TGT=sqlserver.dbo.LoanTaxFilings(TAX_YEAR,ACC_ID,
      *               CUSTOMER_ID,INTEREST_PAID,FILING_TYPE)
      * LINEAGE: MAP=AMOUNT -> INTEREST_PAID [SUM BY LOAN, NET OF
      *               REVERSALS, THRESHOLD]
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
           SELECT LOAN-TAX-FILE
               ASSIGN TO "data/out/tax_1098.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-TAX-FILE-STATUS.
           SELECT LOAN-TAX-CORR-FILE
               ASSIGN TO "data/out/tax_1098_corrected.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-TAX-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  LOAN-TAX-FILE.
       01  LOAN-TAX-FILE-RECORD        PIC X(200).
       FD  LOAN-TAX-CORR-FILE.
       01  LOAN-TAX-CORR-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(17)
                                        VALUE 'LOAN_TAX_EXTRACT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-LOAN-TAX-FILE-STATUS     PIC XX.
           88  LOAN-TAX-FILE-OK        VALUE '00'.
       01  WS-LOAN-TAX-CORR-STATUS     PIC XX.
           88  LOAN-TAX-CORR-OK        VALUE '00'.

      * Command-line / PARM parsing: tax year
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-TAX-YEAR                 PIC 9(4).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  FILLER                  PIC 9(4).

      * Run mode - original filing, or correction of a year already
      * filed, decided from the year's filing history
       01  WS-RUN-MODE                 PIC X(1) VALUE 'O'.
           88  ORIGINAL-RUN            VALUE 'O'.
           88  CORRECTION-RUN          VALUE 'C'.

      * Whether the current loan already has a filing on record
       01  WS-LOAN-FILED-FLAG          PIC X(1) VALUE 'N'.
           88  LOAN-WAS-FILED          VALUE 'Y'.
           88  LOAN-NOT-FILED          VALUE 'N'.
           88  LOAN-FILING-UNKNOWN     VALUE 'E'.

      * Fixed-format extract records
       01  WS-LOAN-TAX-HEADER-REC.
           05  FILLER                  PIC X(1) VALUE 'H'.
           05  WS-LXH-TAX-YEAR         PIC 9(4).
           05  WS-LXH-SOURCE           PIC X(10)
                                        VALUE 'BANK1098LN'.
           05  WS-LXH-FILE-TYPE        PIC X(1).
           05  FILLER                  PIC X(184) VALUE SPACES.

       01  WS-LOAN-TAX-DETAIL-REC.
           05  FILLER                  PIC X(1) VALUE 'D'.
           05  WS-LXD-CORRECTED-IND    PIC X(1).
           05  WS-LXD-CUSTOMER-ID      PIC X(32).
           05  WS-LXD-TAX-ID           PIC X(16).
           05  WS-LXD-NAME             PIC X(64).
           05  WS-LXD-LOAN-ACC-ID      PIC X(32).
           05  WS-LXD-INTEREST-PAID    PIC 9(13)V99.
           05  WS-LXD-ORIG-DATE        PIC X(10).
           05  WS-LXD-ORIG-PRINCIPAL   PIC 9(13)V99.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-LOAN-TAX-TRAILER-REC.
           05  FILLER                  PIC X(1) VALUE 'T'.
           05  WS-LXT-RECORD-COUNT     PIC 9(9).
           05  WS-LXT-TOTAL-REPORTED   PIC 9(13)V99.
           05  FILLER                  PIC X(175) VALUE SPACES.

      * Per-loan figures and run totals
       01  WS-NET-INTEREST             PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-REPORTED           PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-BELOW-THRESHOLD    PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-DISP              PIC -(16)9.99.

      * Row counters
       01  WS-LOANS-REPORTED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-CORRECTED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-LATE-FILED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-UNCHANGED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-BELOW              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-YEAR-START              PIC X(10).
       01  SQL-YEAR-END                PIC X(10).
       01  SQL-TAX-YEAR                PIC S9(4) COMP-5.
       01  SQL-ORIGINAL-COUNT          PIC S9(9) COMP-5.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-INTEREST-SUM            PIC S9(16)V99 COMP-3.
       01  SQL-REVERSAL-SUM            PIC S9(16)V99 COMP-3.
       01  SQL-FILED-AMOUNT            PIC S9(13)V99 COMP-3.
       01  SQL-INTEREST-PAID           PIC S9(13)V99 COMP-3.
       01  SQL-FILING-TYPE             PIC X(1).
       01  SQL-CUST-NAME               PIC X(64).
       01  SQL-CUST-TAX-ID             PIC X(16).
       01  SQL-ORIG-DATE               PIC X(10).
       01  SQL-ORIG-PRINCIPAL          PIC S9(13)V99 COMP-3.
       01  SQL-NOTICE-TYPE             PIC X(16).
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * The year's posted interest per loan. Only the interest legs
      * the loan servicing programs tied to the loan count - the
      * installment legs on dbo.LoanSchedule and the payoff and
      * prepayment legs on dbo.LoanPayments - and each is netted
      * against every posted REVERSAL that references it, whenever
      * the reversal posted, so a reversal after the filing shows
      * up as a changed figure on the next run. LOAN-INT items are
      * debits to the paying account, so the net paid is the
      * negated sum. A joint loan's interest attributes to its
      * PRIMARY holder on dbo.AccountHolders; a loan with no holder
      * rows attributes to its CUSTOMER_ID as always
       EXEC SQL
           DECLARE LOAN_TAX_CURSOR CURSOR FOR
           SELECT L.ACC_ID,
                  COALESCE(H.CUSTOMER_ID, A.CUSTOMER_ID),
                  SUM(T.AMOUNT),
                  SUM(COALESCE(R.REV_AMOUNT, 0))
           FROM (SELECT ACC_ID, INT_TX_ID
                 FROM dbo.LoanSchedule
                 WHERE INT_TX_ID IS NOT NULL
                 UNION ALL
                 SELECT ACC_ID, INT_TX_ID
                 FROM dbo.LoanPayments
                 WHERE INT_TX_ID IS NOT NULL) L
           JOIN dbo.Transactions T ON T.TX_ID = L.INT_TX_ID
           JOIN dbo.Accounts A ON A.ACC_ID = L.ACC_ID
           LEFT JOIN dbo.AccountHolders H
             ON H.ACC_ID = A.ACC_ID
            AND H.HOLDER_ROLE = 'PRIMARY'
            AND H.STATUS = 'A'
           LEFT JOIN (SELECT REFERENCE_TX_ID,
                             SUM(AMOUNT) AS REV_AMOUNT
                      FROM dbo.Transactions
                      WHERE TX_TYPE = 'REVERSAL'
                        AND POSTED_FLAG = 'Y'
                      GROUP BY REFERENCE_TX_ID) R
             ON R.REFERENCE_TX_ID = T.TX_ID
           WHERE T.TX_TYPE = 'LOAN-INT'
             AND T.POSTED_FLAG = 'Y'
             AND T.TX_TS_UTC >= :SQL-YEAR-START
             AND T.TX_TS_UTC < :SQL-YEAR-END
           GROUP BY L.ACC_ID, COALESCE(H.CUSTOMER_ID, A.CUSTOMER_ID)
           ORDER BY COALESCE(H.CUSTOMER_ID, A.CUSTOMER_ID), L.ACC_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'LOAN_TAX_EXTRACT - Loan Interest Tax Extract'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM DETERMINE-RUN-MODE.
           PERFORM WRITE-LOAN-TAX-EXTRACT.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'LOAN_TAX_EXTRACT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up the tax year and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE = SPACES
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-COMMAND-LINE) NOT = 0
                   DISPLAY 'ERROR: Tax year must be YYYY: '
                           FUNCTION TRIM(WS-COMMAND-LINE)
                   STOP RUN
               END-IF
               COMPUTE WS-TAX-YEAR =
                   FUNCTION NUMVAL(WS-COMMAND-LINE)
           END-IF.

           MOVE SPACES TO SQL-YEAR-START.
           STRING WS-TAX-YEAR '-01-01' DELIMITED BY SIZE
               INTO SQL-YEAR-START
           END-STRING.
           MOVE SPACES TO SQL-YEAR-END.
           COMPUTE WS-TODAY-YEAR = WS-TAX-YEAR + 1.
           STRING WS-TODAY-YEAR '-01-01' DELIMITED BY SIZE
               INTO SQL-YEAR-END
           END-STRING.
           MOVE WS-TAX-YEAR TO SQL-TAX-YEAR.
           DISPLAY 'Tax year: ' WS-TAX-YEAR.

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
      * DETERMINE-RUN-MODE: Once the year's original filing is on
      * record, every further run for the year is a correction pass
      ******************************************************************
       DETERMINE-RUN-MODE SECTION.
           MOVE ZERO TO SQL-ORIGINAL-COUNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-ORIGINAL-COUNT
               FROM dbo.LoanTaxFilings
               WHERE TAX_YEAR = :SQL-TAX-YEAR
                 AND FILING_TYPE = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to read loan tax filing history'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           IF SQL-ORIGINAL-COUNT > 0
               MOVE 'C' TO WS-RUN-MODE
               DISPLAY 'Run mode: CORRECTION (original filing on '
                       'record)'
           ELSE
               MOVE 'O' TO WS-RUN-MODE
               DISPLAY 'Run mode: ORIGINAL'
           END-IF.
       DETERMINE-RUN-MODE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-LOAN-TAX-EXTRACT: Header, one detail per loan filed
      * this run, trailer with totals - to the original filing on
      * the first run for the year, to the corrected filing after
      ******************************************************************
       WRITE-LOAN-TAX-EXTRACT SECTION.
           IF ORIGINAL-RUN
               OPEN OUTPUT LOAN-TAX-FILE
               IF NOT LOAN-TAX-FILE-OK
                   DISPLAY 'ERROR: Could not open loan tax extract '
                           'file'
                   DISPLAY 'File status: ' WS-LOAN-TAX-FILE-STATUS
                   STOP RUN
               END-IF
           ELSE
               OPEN OUTPUT LOAN-TAX-CORR-FILE
               IF NOT LOAN-TAX-CORR-OK
                   DISPLAY 'ERROR: Could not open corrected loan tax '
                           'extract file'
                   DISPLAY 'File status: ' WS-LOAN-TAX-CORR-STATUS
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-TAX-YEAR TO WS-LXH-TAX-YEAR.
           MOVE WS-RUN-MODE TO WS-LXH-FILE-TYPE.
           IF ORIGINAL-RUN
               WRITE LOAN-TAX-FILE-RECORD FROM WS-LOAN-TAX-HEADER-REC
           ELSE
               WRITE LOAN-TAX-CORR-RECORD FROM WS-LOAN-TAX-HEADER-REC
           END-IF.

           EXEC SQL
               OPEN LOAN_TAX_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open loan tax cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               IF ORIGINAL-RUN
                   CLOSE LOAN-TAX-FILE
               ELSE
                   CLOSE LOAN-TAX-CORR-FILE
               END-IF
               STOP RUN
           END-IF.

           PERFORM PROCESS-ONE-LOAN
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE LOAN_TAX_CURSOR
           END-EXEC.

           COMPUTE WS-LXT-RECORD-COUNT =
               WS-LOANS-REPORTED + WS-LOANS-CORRECTED
               + WS-LOANS-LATE-FILED.
           MOVE WS-TOTAL-REPORTED TO WS-LXT-TOTAL-REPORTED.
           IF ORIGINAL-RUN
               WRITE LOAN-TAX-FILE-RECORD FROM WS-LOAN-TAX-TRAILER-REC
               CLOSE LOAN-TAX-FILE
               DISPLAY 'Loan tax extract written to '
                       '"data/out/tax_1098.dat"'
           ELSE
               WRITE LOAN-TAX-CORR-RECORD FROM WS-LOAN-TAX-TRAILER-REC
               CLOSE LOAN-TAX-CORR-FILE
               DISPLAY 'Corrected loan tax extract written to '
                       '"data/out/tax_1098_corrected.dat"'
           END-IF.
       WRITE-LOAN-TAX-EXTRACT-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-ONE-LOAN: One loan's net interest for the year. On
      * the original run it is filed when at or above the minimum;
      * on a correction run it is filed again only when it differs
      * from the amount on file, or filed late when it has newly
      * reached the minimum
      ******************************************************************
       PROCESS-ONE-LOAN SECTION.
           EXEC SQL
               FETCH LOAN_TAX_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-INTEREST-SUM,
                   :SQL-REVERSAL-SUM
           END-EXEC.

           IF SQLCODE = 100
               GO TO PROCESS-ONE-LOAN-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Loan tax cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO PROCESS-ONE-LOAN-EXIT
           END-IF.

           COMPUTE WS-NET-INTEREST =
               0 - (SQL-INTEREST-SUM + SQL-REVERSAL-SUM).
           IF WS-NET-INTEREST < 0
               MOVE ZERO TO WS-NET-INTEREST
           END-IF.

           MOVE 'N' TO WS-LOAN-FILED-FLAG.
           IF CORRECTION-RUN
               PERFORM LOOKUP-FILED-AMOUNT
               IF LOAN-FILING-UNKNOWN
                   GO TO PROCESS-ONE-LOAN-NEXT
               END-IF
               IF LOAN-WAS-FILED
                   AND WS-NET-INTEREST = SQL-FILED-AMOUNT
                   ADD 1 TO WS-LOANS-UNCHANGED
                   GO TO PROCESS-ONE-LOAN-NEXT
               END-IF
           END-IF.

           IF LOAN-NOT-FILED
               AND WS-NET-INTEREST < WS-LOAN-TAX-MIN-REPORTABLE
               ADD 1 TO WS-LOANS-BELOW
               ADD WS-NET-INTEREST TO WS-TOTAL-BELOW-THRESHOLD
               GO TO PROCESS-ONE-LOAN-NEXT
           END-IF.

           PERFORM WRITE-LOAN-DETAIL.
           PERFORM RECORD-LOAN-FILING.
           PERFORM QUEUE-TAX-NOTICE.

       PROCESS-ONE-LOAN-NEXT.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       PROCESS-ONE-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-FILED-AMOUNT: The amount currently on file for the
      * loan and year - the latest filing, original or corrected
      ******************************************************************
       LOOKUP-FILED-AMOUNT SECTION.
           MOVE ZERO TO SQL-FILED-AMOUNT.
           EXEC SQL
               SELECT TOP 1 INTEREST_PAID
               INTO :SQL-FILED-AMOUNT
               FROM dbo.LoanTaxFilings
               WHERE TAX_YEAR = :SQL-TAX-YEAR
                 AND ACC_ID = :SQL-ACC-ID
               ORDER BY FILING_ID DESC
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE 'Y' TO WS-LOAN-FILED-FLAG
               WHEN SQLCODE = 100
                   MOVE 'N' TO WS-LOAN-FILED-FLAG
                   MOVE ZERO TO SQL-FILED-AMOUNT
               WHEN OTHER
                   DISPLAY 'WARNING: Filing lookup failed for '
                           SQL-ACC-ID
                   DISPLAY 'SQLCODE: ' SQLCODE
                   ADD 1 TO WS-ERRORS
                   MOVE 'E' TO WS-LOAN-FILED-FLAG
           END-EVALUATE.
       LOOKUP-FILED-AMOUNT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-LOAN-DETAIL: One detail line for the loan - flagged as
      * a corrected form when it supersedes an amount on file
      ******************************************************************
       WRITE-LOAN-DETAIL SECTION.
      *    Name and tax ID from the customer master; a customer with
      *    no master record still files under the bare ID
           MOVE SPACES TO SQL-CUST-NAME.
           MOVE SPACES TO SQL-CUST-TAX-ID.
           EXEC SQL
               SELECT NAME, TAX_ID
               INTO :SQL-CUST-NAME, :SQL-CUST-TAX-ID
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO SQL-CUST-NAME
               MOVE SPACES TO SQL-CUST-TAX-ID
           END-IF.

      *    Origination date and original principal from the loan
      *    master
           MOVE SPACES TO SQL-ORIG-DATE.
           MOVE ZERO TO SQL-ORIG-PRINCIPAL.
           EXEC SQL
               SELECT LEFT(BOARDED_TS_UTC, 10), PRINCIPAL
               INTO :SQL-ORIG-DATE, :SQL-ORIG-PRINCIPAL
               FROM dbo.LoanMaster
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO SQL-ORIG-DATE
               MOVE ZERO TO SQL-ORIG-PRINCIPAL
           END-IF.

           IF LOAN-WAS-FILED
               MOVE 'G' TO WS-LXD-CORRECTED-IND
           ELSE
               MOVE SPACE TO WS-LXD-CORRECTED-IND
           END-IF.
           MOVE SQL-CUSTOMER-ID TO WS-LXD-CUSTOMER-ID.
           MOVE SQL-CUST-TAX-ID TO WS-LXD-TAX-ID.
           MOVE SQL-CUST-NAME TO WS-LXD-NAME.
           MOVE SQL-ACC-ID TO WS-LXD-LOAN-ACC-ID.
           MOVE WS-NET-INTEREST TO WS-LXD-INTEREST-PAID.
           MOVE SQL-ORIG-DATE TO WS-LXD-ORIG-DATE.
           MOVE SQL-ORIG-PRINCIPAL TO WS-LXD-ORIG-PRINCIPAL.

           IF ORIGINAL-RUN
               WRITE LOAN-TAX-FILE-RECORD FROM WS-LOAN-TAX-DETAIL-REC
           ELSE
               WRITE LOAN-TAX-CORR-RECORD FROM WS-LOAN-TAX-DETAIL-REC
           END-IF.

           EVALUATE TRUE
               WHEN ORIGINAL-RUN
                   ADD 1 TO WS-LOANS-REPORTED
               WHEN LOAN-WAS-FILED
                   ADD 1 TO WS-LOANS-CORRECTED
               WHEN OTHER
                   ADD 1 TO WS-LOANS-LATE-FILED
           END-EVALUATE.
           ADD WS-NET-INTEREST TO WS-TOTAL-REPORTED.
       WRITE-LOAN-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-LOAN-FILING: Record the amount now on file - an
      * original filing, or a correction superseding the last one
      ******************************************************************
       RECORD-LOAN-FILING SECTION.
           IF LOAN-WAS-FILED
               MOVE 'C' TO SQL-FILING-TYPE
           ELSE
               MOVE 'O' TO SQL-FILING-TYPE
           END-IF.
           MOVE WS-NET-INTEREST TO SQL-INTEREST-PAID.

           EXEC SQL
               INSERT INTO dbo.LoanTaxFilings (
                   TAX_YEAR,
                   ACC_ID,
                   CUSTOMER_ID,
                   INTEREST_PAID,
                   FILING_TYPE,
                   FILED_DATE,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-TAX-YEAR,
                   :SQL-ACC-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-INTEREST-PAID,
                   :SQL-FILING-TYPE,
                   CAST(SYSUTCDATETIME() AS DATE),
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Loan tax filing insert failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'LOAN_TAX_EXTRACT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Loan tax filing could not be recorded'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       RECORD-LOAN-FILING-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-TAX-NOTICE: The customer's copy of the statement, on
      * the loan account for NOTIFY_EXTRACT
      ******************************************************************
       QUEUE-TAX-NOTICE SECTION.
           MOVE WS-NET-INTEREST TO WS-AMOUNT-DISP.
           MOVE WS-TAX-YEAR TO SQL-NOTICE-REF.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           IF LOAN-WAS-FILED
               MOVE 'LOAN-1098-CORR' TO SQL-NOTICE-TYPE
               STRING 'Corrected tax year ' DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                      ' loan interest paid ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISP)
                          DELIMITED BY SIZE
                   INTO SQL-NOTICE-MESSAGE
               END-STRING
           ELSE
               MOVE 'LOAN-1098' TO SQL-NOTICE-TYPE
               STRING 'Tax year ' DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                      ' loan interest paid ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISP)
                          DELIMITED BY SIZE
                   INTO SQL-NOTICE-MESSAGE
               END-STRING
           END-IF.

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
               DISPLAY 'WARNING: Tax notice insert failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       QUEUE-TAX-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'LOAN_TAX_EXTRACT' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'Transactions,LoanSchedule,LoanPayments,Customers'
               TO WS-LIN-SRC-TABLE.
           MOVE 'TX_ID,AMOUNT,TX_TYPE,REFERENCE_TX_ID,INT_TX_ID,TAX_ID'
               TO WS-LIN-SRC-COLS.
           MOVE 'file' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           IF ORIGINAL-RUN
               MOVE 'tax_1098.dat' TO WS-LIN-TGT-TABLE
           ELSE
               MOVE 'tax_1098_corrected.dat' TO WS-LIN-TGT-TABLE
           END-IF.
           MOVE 'CUSTOMER_ID,TAX_ID,NAME,ACC_ID,INTEREST_PAID'
               TO WS-LIN-TGT-COLS.
           MOVE 'aggregate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'SUM(LOAN-INT) - REVERSALS BY LOAN; threshold applied'
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
           DISPLAY '  Run mode:                ' WS-RUN-MODE.
           DISPLAY '  Loans reported:          ' WS-LOANS-REPORTED.
           DISPLAY '  Loans corrected:         ' WS-LOANS-CORRECTED.
           DISPLAY '  Loans filed late:        '
                   WS-LOANS-LATE-FILED.
           DISPLAY '  Loans unchanged:         ' WS-LOANS-UNCHANGED.
           DISPLAY '  Loans below minimum:     ' WS-LOANS-BELOW.
           DISPLAY '  Total reported:          ' WS-TOTAL-REPORTED.
           DISPLAY '  Errors encountered:      ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM LOAN-TAX-EXTRACT.
