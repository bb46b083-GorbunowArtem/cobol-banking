       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PRESENT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * CHECK_PRESENT - Check Presentment and Commercial Positive Pay
      ******************************************************************
      * Purpose: Pay or return the checks the clearing house presents
      *          against our accounts, by serial number. Each night
      *          the program:
      *          1. loads the commercial customers' issued-check files
      *             onto dbo.IssuedChecks (new issues and voids) - an
      *             account is under positive pay once its owner has
      *             sent one;
      *          2. applies the customers' pay/return decisions to the
      *             positive-pay exceptions awaiting them, and the
      *             default decision to every exception left undecided
      *             at its cutoff;
      *          3. takes the presented-items file. An item matching a
      *             stop-payment order (by check serial or amount) is
      *             returned. An item on a positive-pay account must
      *             match an outstanding issued check by serial and
      *             amount - an unknown serial, wrong amount, check
      *             already paid or voided check goes on the
      *             positive-pay exception queue for the customer to
      *             pay or return before the cutoff. Everything else
      *             is paid as an unposted WITHDRAWAL carrying the
      *             check serial for tonight's POST_LEDGER run;
      *          4. writes every item returned tonight to the returns
      *             file for the clearing house.
      *          Exceptions and returns are notified to the customer
      *          on dbo.CustomerNotifications. Runs in BANKBAT ahead
      *          of POST-LEDGER.
      * Input:   data/in/presented_checks.csv (CSV format, optional)
      *          data/in/issued_checks.csv (CSV format, optional)
      *          data/in/positive_pay_decisions.csv (CSV, optional)
      *          dbo.IssuedChecks, dbo.PositivePayExceptions,
      *          dbo.StopPayments, dbo.BusinessCalendar
      * Output:  dbo.IssuedChecks, dbo.PresentedChecks,
      *          dbo.PositivePayExceptions, dbo.Transactions,
      *          dbo.CustomerNotifications
      *          data/out/check_returns.csv
      *          data/out/check_present_rejects.csv
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=CHECK_PRESENT
      * LINEAGE: SRC=csv.filesystem.presented_checks.csv(ITEM_REF,
      *               ACC_ID,CHECK_SERIAL,AMOUNT,CURRENCY,
      *               PRESENTED_DATE)
      * LINEAGE: SRC=csv.filesystem.issued_checks.csv(ACTION,ACC_ID,
      *               CHECK_SERIAL,AMOUNT,ISSUE_DATE,PAYEE)
      * LINEAGE: SRC=csv.filesystem.positive_pay_decisions.csv(
      *               EXCEPTION_ID,ACC_ID,DECISION,DECIDED_BY)
      * LINEAGE: TGT=sqlserver.dbo.IssuedChecks(ACC_ID,CHECK_SERIAL,
      *               AMOUNT,ISSUE_DATE,PAYEE,STATUS,PAID_TX_ID)
      * LINEAGE: TGT=sqlserver.dbo.PresentedChecks(ITEM_REF,ACC_ID,
      *               CHECK_SERIAL,AMOUNT,CURRENCY,PRESENTED_DATE,
      *               STATUS,TX_ID,RETURN_REASON,RETURNED_DATE)
      * LINEAGE: TGT=sqlserver.dbo.PositivePayExceptions(PRESENT_ID,
      *               ACC_ID,CHECK_SERIAL,AMOUNT,ISSUED_AMOUNT,REASON,
      *               DECISION_DUE_DATE,DECISION,DECIDED_BY,STATUS)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,VALUE_DATE,NARRATIVE,
      *               CHECK_SERIAL)
      * LINEAGE: TGT=csv.filesystem.check_returns.csv(ITEM_REF,
      *               ACC_ID,CHECK_SERIAL,AMOUNT,CURRENCY,
      *               RETURN_REASON)
      * LINEAGE: MAP=AMOUNT -> AMOUNT [NEGATED, WITHDRAWAL ON PAY]
      * LINEAGE: MAP=CHECK_SERIAL -> CHECK_SERIAL [MATCH ISSUED CHECK,
      *               STOP PAYMENT]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTED-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT ISSUED-CSV
               ASSIGN TO "data/in/issued_checks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUED-FILE-STATUS.

           SELECT DECISIONS-CSV
               ASSIGN TO "data/in/positive_pay_decisions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           SELECT CHECKS-REJECTS-CSV
               ASSIGN TO "data/out/check_present_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT RETURNS-CSV
               ASSIGN TO "data/out/check_returns.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESENTED-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  ISSUED-CSV.
       01  ISSUED-CSV-RECORD           PIC X(512).

       FD  DECISIONS-CSV.
       01  DECISION-CSV-RECORD         PIC X(512).

       FD  CHECKS-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  RETURNS-CSV.
       01  RETURNS-CSV-RECORD          PIC X(256).

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

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-END-OF-FILE         VALUE '10'.

       01  WS-ISSUED-FILE-STATUS       PIC XX.
           88  ISSUED-FILE-OK          VALUE '00'.
           88  ISSUED-END-OF-FILE      VALUE '10'.

       01  WS-DECISION-FILE-STATUS     PIC XX.
           88  DECISION-FILE-OK        VALUE '00'.
           88  DECISION-END-OF-FILE    VALUE '10'.

       01  WS-REJECT-FILE-STATUS       PIC XX.
           88  REJECT-FILE-OK          VALUE '00'.

       01  WS-RETURNS-FILE-STATUS      PIC XX.
           88  RETURNS-FILE-OK         VALUE '00'.

       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Reject CSV working storage - one reject file for all three
      * inputs, each row naming the file it came from
       01  WS-REJECT-LINE              PIC X(600).
       01  WS-REJECT-REASON            PIC X(80).
       01  WS-REJECT-SOURCE            PIC X(32).
       01  WS-REJECTS-FILE-OPEN        PIC X VALUE 'N'.
           88  REJECTS-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ROW-NUMBER-DISPLAY       PIC Z(8)9.

      * Returns file working storage
       01  WS-RETURN-LINE              PIC X(256).
       01  WS-RETURNS-FILE-OPEN        PIC X VALUE 'N'.
           88  RETURNS-FILE-IS-OPEN    VALUE 'Y'.

      * Input file name (overridden from the command line/PARM if given)
       01  WS-INPUT-FILE-NAME          PIC X(256)
               VALUE 'data/in/presented_checks.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 6 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed fields common to the three inputs
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-SERIAL-STR           PIC X(20).
       01  WS-CSV-AMOUNT-STR           PIC X(20).

      * Parsed issued-check fields
       01  WS-CSV-ISSUE-ACTION         PIC X(10).
           88  CSV-ACTION-ISSUE        VALUE 'ISSUE'.
           88  CSV-ACTION-VOID         VALUE 'VOID'.
       01  WS-CSV-ISSUE-DATE           PIC X(10).
       01  WS-CSV-PAYEE                PIC X(64).

      * Parsed presented-item fields
       01  WS-CSV-ITEM-REF             PIC X(32).
       01  WS-CSV-CURRENCY             PIC X(3).
       01  WS-CSV-PRESENTED-DATE       PIC X(10).

      * Parsed decision fields
       01  WS-CSV-EXCEPTION-ID-STR     PIC X(20).
       01  WS-CSV-DECISION             PIC X(10).
           88  CSV-DECISION-VALID      VALUE 'PAY' 'RETURN'.
       01  WS-CSV-DECIDED-BY           PIC X(32).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Presented-item outcome - what tonight does with the item, and
      * the reason carried onto an exception or return
       01  WS-PRESENT-ACTION           PIC X(1).
           88  PRESENT-PAY             VALUE 'P'.
           88  PRESENT-EXCEPTION       VALUE 'E'.
           88  PRESENT-RETURN          VALUE 'R'.
           88  PRESENT-STOPPED         VALUE 'S'.
       01  WS-PRESENT-REASON           PIC X(16).
       01  WS-ITEM-FAILED              PIC X VALUE 'N'.
           88  ITEM-STEP-FAILED        VALUE 'Y'.

      * Deadline arithmetic
       01  WS-DAY-COUNT                PIC 9(3) COMP-5.
       01  WS-FROM-YYYYMMDD            PIC 9(8).
       01  WS-DUE-YYYYMMDD             PIC 9(8).
       01  WS-DATE-INTEGER             PIC 9(9) COMP-5.

      * Display edits
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-SERIAL-DISP              PIC Z(14)9.
       01  WS-EXCEPTION-ID-DISP        PIC Z(17)9.
       01  WS-STOP-ID-DISP             PIC Z(17)9.

      * Cursor processing
       01  WS-CURSOR-OPEN              PIC X VALUE 'N'.
           88  CURSOR-IS-OPEN          VALUE 'Y'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHECKS-ISSUED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHECKS-VOIDED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-PRESENTED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-PAID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-RETURNED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-STOPPED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EXCEPTIONS-RAISED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EXCEPTIONS-DECIDED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EXCEPTIONS-DEFAULTED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(14)
                                        VALUE 'CHECK_PRESENT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CHECK-SERIAL            PIC 9(15) COMP-5.
       01  SQL-AMOUNT                  PIC S9(16)V99 COMP-3.
       01  SQL-TX-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-ISSUED-AMOUNT           PIC S9(16)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-ISSUE-DATE              PIC X(10).
       01  SQL-PAYEE                   PIC X(64).
       01  SQL-ISSUED-STATUS           PIC X(1).
       01  SQL-ITEM-REF                PIC X(32).
       01  SQL-PRESENTED-DATE          PIC X(10).
       01  SQL-PRESENT-ID              PIC 9(18) COMP-5.
       01  SQL-PRESENT-STATUS          PIC X(1).
       01  SQL-RETURN-REASON           PIC X(16).
       01  SQL-PAID-TX-ID              PIC 9(18) COMP-5.
       01  SQL-STOP-ID                 PIC 9(18) COMP-5.
       01  SQL-EXCEPTION-ID            PIC 9(18) COMP-5.
       01  SQL-EXCEPTION-REASON        PIC X(16).
       01  SQL-DECISION                PIC X(6).
       01  SQL-DECIDED-BY              PIC X(32).
       01  SQL-DECISION-DUE-DATE       PIC X(10).
       01  SQL-FROM-DATE               PIC X(10).
       01  SQL-DUE-DATE                PIC X(10).
       01  SQL-CAL-DATE                PIC X(10).
       01  SQL-DAY-COUNT               PIC S9(4) COMP-5.
       01  SQL-CAL-DAYS-FOUND          PIC S9(9) COMP-5.
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-NOTICE-TYPE             PIC X(16).
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators for optional columns and empty aggregates
       01  SQL-ISSUED-AMOUNT-NULL      PIC S9(4) COMP-5.
       01  SQL-PAYEE-NULL              PIC S9(4) COMP-5.
       01  SQL-DUE-DATE-NULL           PIC S9(4) COMP-5.
       01  SQL-CAL-DATE-NULL           PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Positive-pay exceptions still undecided at their cutoff
       EXEC SQL
           DECLARE DEFAULT_CURSOR CURSOR FOR
           SELECT EXCEPTION_ID
           FROM dbo.PositivePayExceptions
           WHERE STATUS = 'O'
             AND DECISION_DUE_DATE <= :SQL-BUS-DATE
           ORDER BY EXCEPTION_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'CHECK_PRESENT - Check Presentment/Positive Pay'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-BUS-DATE.
           MOVE 'CHECK_PRESENT' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.
           PERFORM OPEN-REJECT-FILE.
           PERFORM OPEN-RETURNS-FILE.
           PERFORM LOAD-ISSUED-CHECKS.
           PERFORM APPLY-CUSTOMER-DECISIONS.
           PERFORM APPLY-DEFAULT-DECISIONS.
           PERFORM PROCESS-PRESENTED-ITEMS.
           PERFORM CLOSE-RETURNS-FILE.
           PERFORM CLOSE-REJECT-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'CHECK_PRESENT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE ZERO TO WS-ERRORS.
           MOVE 1 TO WS-ROW-NUMBER.

      *    Allow the presented-items CSV path to be overridden from
      *    the command line (or JCL PARM), the same convention the
      *    other CSV ingesters use
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE TO WS-INPUT-FILE-NAME
           END-IF.
           DISPLAY 'Input file: ' WS-INPUT-FILE-NAME.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TIMESTAMP FROM TIME.
           MOVE WS-RUN-ID-TIMESTAMP TO WS-RUN-ID-TS.
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
      * OPEN-REJECT-FILE: Create the check_present_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT CHECKS-REJECTS-CSV.
           IF NOT REJECT-FILE-OK
               DISPLAY 'WARNING: Cannot create reject file'
               DISPLAY 'File status: ' WS-REJECT-FILE-STATUS
               GO TO OPEN-REJECT-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-REJECTS-FILE-OPEN.
           MOVE SPACES TO WS-REJECT-LINE.
           STRING
               'SOURCE' WS-FIELD-DELIMITER
               'ROW_NUMBER' WS-FIELD-DELIMITER
               'REASON'
               DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE.
       OPEN-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-REJECT-ROW: Append one failed row to the reject CSV
      ******************************************************************
       WRITE-REJECT-ROW SECTION.
           MOVE 'CHECK_PRESENT' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE WS-ROW-NUMBER TO WS-ROW-NUMBER-DISPLAY.
           MOVE SPACES TO WS-ERR-CONTEXT.
           STRING FUNCTION TRIM(WS-REJECT-SOURCE) DELIMITED BY SIZE
                  ' ROW ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-NUMBER-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-ERR-CONTEXT
           END-STRING.
           MOVE WS-REJECT-REASON TO WS-ERR-MESSAGE.
           PERFORM LOG-PROCESSING-ERROR.

           IF NOT REJECTS-FILE-IS-OPEN
               GO TO WRITE-REJECT-ROW-EXIT
           END-IF.

           MOVE SPACES TO WS-REJECT-LINE.
           STRING
               FUNCTION TRIM(WS-REJECT-SOURCE) DELIMITED BY SIZE
               WS-FIELD-DELIMITER DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-NUMBER-DISPLAY) DELIMITED BY SIZE
               WS-FIELD-DELIMITER DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE.
       WRITE-REJECT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-REJECT-FILE: Close the check_present_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE CHECKS-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-RETURNS-FILE: Create the clearing house returns file
      ******************************************************************
       OPEN-RETURNS-FILE SECTION.
           OPEN OUTPUT RETURNS-CSV.
           IF NOT RETURNS-FILE-OK
               DISPLAY 'ERROR: Cannot create check returns file'
               DISPLAY 'File status: ' WS-RETURNS-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO OPEN-RETURNS-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-RETURNS-FILE-OPEN.
           MOVE SPACES TO WS-RETURN-LINE.
           STRING
               'ITEM_REF' WS-FIELD-DELIMITER
               'ACC_ID' WS-FIELD-DELIMITER
               'CHECK_SERIAL' WS-FIELD-DELIMITER
               'AMOUNT' WS-FIELD-DELIMITER
               'CURRENCY' WS-FIELD-DELIMITER
               'RETURN_REASON'
               DELIMITED BY SIZE
               INTO WS-RETURN-LINE
           END-STRING.
           WRITE RETURNS-CSV-RECORD FROM WS-RETURN-LINE.
       OPEN-RETURNS-FILE-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-RETURNS-FILE: Close the clearing house returns file
      ******************************************************************
       CLOSE-RETURNS-FILE SECTION.
           IF RETURNS-FILE-IS-OPEN
               CLOSE RETURNS-CSV
               MOVE 'N' TO WS-RETURNS-FILE-OPEN
               DISPLAY 'Check returns written to '
                       '"data/out/check_returns.csv"'
           END-IF.
       CLOSE-RETURNS-FILE-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-ISSUED-CHECKS: Apply the commercial customers' issued-
      * check file. A missing file is a night with no new issues
      ******************************************************************
       LOAD-ISSUED-CHECKS SECTION.
           MOVE 'issued_checks.csv' TO WS-REJECT-SOURCE.
           MOVE 1 TO WS-ROW-NUMBER.

           OPEN INPUT ISSUED-CSV.
           IF NOT ISSUED-FILE-OK
               DISPLAY 'No issued-check file tonight - status '
                       WS-ISSUED-FILE-STATUS
               GO TO LOAD-ISSUED-CHECKS-EXIT
           END-IF.

      *    Read header row
           READ ISSUED-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'WARNING: Empty issued-check file'
                   CLOSE ISSUED-CSV
                   GO TO LOAD-ISSUED-CHECKS-EXIT
           END-READ.

           PERFORM PROCESS-ISSUED-ROW UNTIL ISSUED-END-OF-FILE.

           CLOSE ISSUED-CSV.
           DISPLAY 'Issued-check file processing complete'.
       LOAD-ISSUED-CHECKS-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-ISSUED-ROW: Parse and apply one issue or void
      ******************************************************************
       PROCESS-ISSUED-ROW SECTION.
           READ ISSUED-CSV INTO WS-CSV-LINE
               AT END
                   SET ISSUED-END-OF-FILE TO TRUE
                   GO TO PROCESS-ISSUED-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.
           ADD 1 TO WS-TOTAL-ROWS-PROCESSED.
           MOVE 'Y' TO WS-ROW-VALID.

           PERFORM SPLIT-CSV-LINE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (1))
               TO WS-CSV-ISSUE-ACTION.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-SERIAL-STR.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-AMOUNT-STR.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-ISSUE-DATE.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-PAYEE.

           PERFORM VALIDATE-ISSUED-FIELDS.

           IF ROW-IS-VALID
               PERFORM APPLY-ISSUED-ROW
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-VALID
           ELSE
               ADD 1 TO WS-ROWS-INVALID
               PERFORM WRITE-REJECT-ROW
           END-IF.
       PROCESS-ISSUED-ROW-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-ISSUED-FIELDS: An ISSUE names a new serial on the
      * account with its amount; a VOID names an outstanding one
      ******************************************************************
       VALIDATE-ISSUED-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT CSV-ACTION-ISSUE AND NOT CSV-ACTION-VOID
               DISPLAY 'ERROR: Issued row ' WS-ROW-NUMBER
                       ' - Invalid ACTION: ' WS-CSV-ISSUE-ACTION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACTION must be ISSUE or VOID' TO WS-REJECT-REASON
               GO TO VALIDATE-ISSUED-FIELDS-EXIT
           END-IF.

           PERFORM VALIDATE-ACCOUNT-ID.
           IF ROW-IS-INVALID
               GO TO VALIDATE-ISSUED-FIELDS-EXIT
           END-IF.

           PERFORM PARSE-CHECK-SERIAL.
           IF ROW-IS-INVALID
               GO TO VALIDATE-ISSUED-FIELDS-EXIT
           END-IF.

           MOVE ZERO TO SQL-EXISTS-COUNT.
           IF CSV-ACTION-VOID
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
                   FROM dbo.IssuedChecks
                   WHERE ACC_ID = :SQL-ACC-ID
                     AND CHECK_SERIAL = :SQL-CHECK-SERIAL
                     AND STATUS = 'I'
               END-EXEC
               IF SQLCODE NOT = 0 OR SQL-EXISTS-COUNT = ZERO
                   DISPLAY 'ERROR: Issued row ' WS-ROW-NUMBER
                           ' - No outstanding check to void'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'No outstanding check with that serial'
                       TO WS-REJECT-REASON
               END-IF
               GO TO VALIDATE-ISSUED-FIELDS-EXIT
           END-IF.

           PERFORM PARSE-ITEM-AMOUNT.
           IF ROW-IS-INVALID
               GO TO VALIDATE-ISSUED-FIELDS-EXIT
           END-IF.

      *    ISSUE_DATE is optional - the business date when not given
           IF WS-CSV-ISSUE-DATE = SPACES
               MOVE WS-BUS-DATE TO WS-CSV-ISSUE-DATE
           END-IF.
           IF WS-CSV-ISSUE-DATE (5:1) NOT = '-'
               OR WS-CSV-ISSUE-DATE (8:1) NOT = '-'
               OR WS-CSV-ISSUE-DATE (1:4) IS NOT NUMERIC
               OR WS-CSV-ISSUE-DATE (6:2) IS NOT NUMERIC
               OR WS-CSV-ISSUE-DATE (9:2) IS NOT NUMERIC
               DISPLAY 'ERROR: Issued row ' WS-ROW-NUMBER
                       ' - ISSUE_DATE must be YYYY-MM-DD: '
                       WS-CSV-ISSUE-DATE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ISSUE_DATE must be YYYY-MM-DD' TO WS-REJECT-REASON
               GO TO VALIDATE-ISSUED-FIELDS-EXIT
           END-IF.

      *    A serial is issued once per account
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.IssuedChecks
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CHECK_SERIAL = :SQL-CHECK-SERIAL
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Issued row ' WS-ROW-NUMBER
                       ' - Check serial already issued'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Check serial already issued on ACC_ID'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-ISSUED-FIELDS-EXIT
           END-IF.
       VALIDATE-ISSUED-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ISSUED-ROW: Record the issued check, or void it
      ******************************************************************
       APPLY-ISSUED-ROW SECTION.
           IF CSV-ACTION-VOID
               EXEC SQL
                   UPDATE dbo.IssuedChecks
                   SET STATUS = 'V',
                       UPDATED_TS_UTC = SYSUTCDATETIME()
                   WHERE ACC_ID = :SQL-ACC-ID
                     AND CHECK_SERIAL = :SQL-CHECK-SERIAL
                     AND STATUS = 'I'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR: Issued row ' WS-ROW-NUMBER
                           ' - Check void failed'
                   DISPLAY 'SQLCODE: ' SQLCODE
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Issued check void failed' TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-CHECKS-VOIDED
               END-IF
               GO TO APPLY-ISSUED-ROW-EXIT
           END-IF.

           MOVE WS-CSV-ISSUE-DATE TO SQL-ISSUE-DATE.
           IF WS-CSV-PAYEE = SPACES
               MOVE SPACES TO SQL-PAYEE
               MOVE -1 TO SQL-PAYEE-NULL
           ELSE
               MOVE WS-CSV-PAYEE TO SQL-PAYEE
               MOVE 0 TO SQL-PAYEE-NULL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.IssuedChecks (
                   ACC_ID,
                   CHECK_SERIAL,
                   AMOUNT,
                   ISSUE_DATE,
                   PAYEE,
                   STATUS,
                   LOADED_TS_UTC,
                   UPDATED_TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-CHECK-SERIAL,
                   :SQL-AMOUNT,
                   :SQL-ISSUE-DATE,
                   :SQL-PAYEE:SQL-PAYEE-NULL,
                   'I',
                   SYSUTCDATETIME(),
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Issued row ' WS-ROW-NUMBER
                       ' - Issued check insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Issued check insert failed' TO WS-REJECT-REASON
               GO TO APPLY-ISSUED-ROW-EXIT
           END-IF.

           ADD 1 TO WS-CHECKS-ISSUED.
       APPLY-ISSUED-ROW-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-CUSTOMER-DECISIONS: Apply the customers' pay/return
      * decisions on open positive-pay exceptions. A missing file is
      * a night with no decisions made
      ******************************************************************
       APPLY-CUSTOMER-DECISIONS SECTION.
           MOVE 'positive_pay_decisions.csv' TO WS-REJECT-SOURCE.
           MOVE 1 TO WS-ROW-NUMBER.

           OPEN INPUT DECISIONS-CSV.
           IF NOT DECISION-FILE-OK
               DISPLAY 'No positive-pay decision file tonight - status '
                       WS-DECISION-FILE-STATUS
               GO TO APPLY-CUSTOMER-DECISIONS-EXIT
           END-IF.

      *    Read header row
           READ DECISIONS-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'WARNING: Empty positive-pay decision file'
                   CLOSE DECISIONS-CSV
                   GO TO APPLY-CUSTOMER-DECISIONS-EXIT
           END-READ.

           PERFORM PROCESS-DECISION-ROW UNTIL DECISION-END-OF-FILE.

           CLOSE DECISIONS-CSV.
           DISPLAY 'Positive-pay decision file processing complete'.
       APPLY-CUSTOMER-DECISIONS-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-DECISION-ROW: Parse and apply one customer decision
      ******************************************************************
       PROCESS-DECISION-ROW SECTION.
           READ DECISIONS-CSV INTO WS-CSV-LINE
               AT END
                   SET DECISION-END-OF-FILE TO TRUE
                   GO TO PROCESS-DECISION-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.
           ADD 1 TO WS-TOTAL-ROWS-PROCESSED.
           MOVE 'Y' TO WS-ROW-VALID.

           PERFORM SPLIT-CSV-LINE.
           MOVE WS-CSV-FIELD (1) TO WS-CSV-EXCEPTION-ID-STR.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-ACC-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (3))
               TO WS-CSV-DECISION.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-DECIDED-BY.

           PERFORM VALIDATE-DECISION-FIELDS.

           IF ROW-IS-VALID
               MOVE WS-CSV-DECISION TO SQL-DECISION
               MOVE WS-CSV-DECIDED-BY TO SQL-DECIDED-BY
               PERFORM DECIDE-EXCEPTION
               IF ITEM-STEP-FAILED
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Positive-pay decision could not be applied'
                       TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-EXCEPTIONS-DECIDED
               END-IF
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-VALID
           ELSE
               ADD 1 TO WS-ROWS-INVALID
               PERFORM WRITE-REJECT-ROW
           END-IF.
       PROCESS-DECISION-ROW-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-DECISION-FIELDS: The decision must name an exception
      * still open on the customer's own account
      ******************************************************************
       VALIDATE-DECISION-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-CSV-EXCEPTION-ID-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-EXCEPTION-ID-STR) NOT = 0
               DISPLAY 'ERROR: Decision row ' WS-ROW-NUMBER
                       ' - EXCEPTION_ID is not numeric'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'EXCEPTION_ID is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-DECISION-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-EXCEPTION-ID =
               FUNCTION NUMVAL(WS-CSV-EXCEPTION-ID-STR).

           IF WS-CSV-ACC-ID = SPACES
               DISPLAY 'ERROR: Decision row ' WS-ROW-NUMBER
                       ' - ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-DECISION-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.

           IF NOT CSV-DECISION-VALID
               DISPLAY 'ERROR: Decision row ' WS-ROW-NUMBER
                       ' - Invalid DECISION: ' WS-CSV-DECISION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'DECISION must be PAY or RETURN' TO WS-REJECT-REASON
               GO TO VALIDATE-DECISION-FIELDS-EXIT
           END-IF.

           IF WS-CSV-DECIDED-BY = SPACES
               DISPLAY 'ERROR: Decision row ' WS-ROW-NUMBER
                       ' - DECIDED_BY is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'DECIDED_BY is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-DECISION-FIELDS-EXIT
           END-IF.

           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.PositivePayExceptions
               WHERE EXCEPTION_ID = :SQL-EXCEPTION-ID
                 AND ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-EXISTS-COUNT = ZERO
               DISPLAY 'ERROR: Decision row ' WS-ROW-NUMBER
                       ' - No open exception '
                       FUNCTION TRIM(WS-CSV-EXCEPTION-ID-STR)
                       ' on account'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No open positive-pay exception on ACC_ID'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-DECISION-FIELDS-EXIT
           END-IF.
       VALIDATE-DECISION-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-DEFAULT-DECISIONS: Every exception still undecided at
      * its cutoff takes the bank's default decision
      ******************************************************************
       APPLY-DEFAULT-DECISIONS SECTION.
           EXEC SQL
               OPEN DEFAULT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open positive-pay default '
                       'cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-CURSOR-OPEN.
           PERFORM DEFAULT-ONE-EXCEPTION
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE DEFAULT_CURSOR
           END-EXEC.
           MOVE 'N' TO WS-CURSOR-OPEN.
       APPLY-DEFAULT-DECISIONS-EXIT.
           EXIT.

      ******************************************************************
      * DEFAULT-ONE-EXCEPTION: Apply the default decision to one
      * exception past its cutoff
      ******************************************************************
       DEFAULT-ONE-EXCEPTION SECTION.
           EXEC SQL
               FETCH DEFAULT_CURSOR INTO
                   :SQL-EXCEPTION-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO DEFAULT-ONE-EXCEPTION-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Positive-pay default fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO DEFAULT-ONE-EXCEPTION-EXIT
           END-IF.

           MOVE WS-POSPAY-DEFAULT-DECISION TO SQL-DECISION.
           MOVE 'DEFAULT' TO SQL-DECIDED-BY.
           PERFORM DECIDE-EXCEPTION.
           IF ITEM-STEP-FAILED
               ADD 1 TO WS-ERRORS
           ELSE
               ADD 1 TO WS-EXCEPTIONS-DEFAULTED
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       DEFAULT-ONE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * DECIDE-EXCEPTION: Pay or return the presented item behind
      * exception SQL-EXCEPTION-ID as SQL-DECISION says, and close
      * the exception with who decided it
      ******************************************************************
       DECIDE-EXCEPTION SECTION.
           MOVE 'N' TO WS-ITEM-FAILED.
           MOVE SQL-EXCEPTION-ID TO WS-EXCEPTION-ID-DISP.

           EXEC SQL
               SELECT E.PRESENT_ID, E.ACC_ID, E.CHECK_SERIAL,
                      E.AMOUNT, E.REASON, P.ITEM_REF, P.CURRENCY
               INTO :SQL-PRESENT-ID, :SQL-ACC-ID, :SQL-CHECK-SERIAL,
                    :SQL-AMOUNT, :SQL-EXCEPTION-REASON,
                    :SQL-ITEM-REF, :SQL-CURRENCY
               FROM dbo.PositivePayExceptions E
               JOIN dbo.PresentedChecks P
                 ON P.PRESENT_ID = E.PRESENT_ID
               WHERE E.EXCEPTION_ID = :SQL-EXCEPTION-ID
                 AND E.STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Positive-pay exception '
                       FUNCTION TRIM(WS-EXCEPTION-ID-DISP)
                       ' could not be read'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ITEM-FAILED
               GO TO DECIDE-EXCEPTION-EXIT
           END-IF.

           IF SQL-DECISION = 'PAY'
               PERFORM PAY-PRESENTED-ITEM
           ELSE
               MOVE 'R' TO SQL-PRESENT-STATUS
               MOVE SQL-EXCEPTION-REASON TO SQL-RETURN-REASON
               PERFORM RETURN-PRESENTED-ITEM
           END-IF.

           IF ITEM-STEP-FAILED
               GO TO DECIDE-EXCEPTION-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.PositivePayExceptions
               SET STATUS = :SQL-PRESENT-STATUS,
                   DECISION = :SQL-DECISION,
                   DECIDED_BY = :SQL-DECIDED-BY,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   DECIDED_TS_UTC = SYSUTCDATETIME()
               WHERE EXCEPTION_ID = :SQL-EXCEPTION-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Positive-pay exception update failed '
                       'for ' FUNCTION TRIM(WS-EXCEPTION-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ITEM-FAILED
               GO TO DECIDE-EXCEPTION-EXIT
           END-IF.

           DISPLAY 'Positive-pay exception '
                   FUNCTION TRIM(WS-EXCEPTION-ID-DISP) ' decided '
                   FUNCTION TRIM(SQL-DECISION) ' by '
                   FUNCTION TRIM(SQL-DECIDED-BY).
       DECIDE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-PRESENTED-ITEMS: Pay, return or queue every item on
      * the clearing house's presented-items file. A missing file is
      * a night with nothing presented
      ******************************************************************
       PROCESS-PRESENTED-ITEMS SECTION.
           MOVE 'presented_checks.csv' TO WS-REJECT-SOURCE.
           MOVE 1 TO WS-ROW-NUMBER.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT PRESENTED-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No presented-items file tonight - status '
                       WS-CSV-FILE-STATUS
               GO TO PROCESS-PRESENTED-ITEMS-EXIT
           END-IF.

      *    Read header row
           READ PRESENTED-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'WARNING: Empty presented-items file'
                   CLOSE PRESENTED-CSV
                   GO TO PROCESS-PRESENTED-ITEMS-EXIT
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

           PERFORM PROCESS-PRESENTED-ROW UNTIL CSV-END-OF-FILE.

           CLOSE PRESENTED-CSV.
           DISPLAY 'Presented-items file processing complete'.
       PROCESS-PRESENTED-ITEMS-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-PRESENTED-ROW: Parse, classify and act on one
      * presented check
      ******************************************************************
       PROCESS-PRESENTED-ROW SECTION.
           READ PRESENTED-CSV INTO WS-CSV-LINE
               AT END
                   SET CSV-END-OF-FILE TO TRUE
                   GO TO PROCESS-PRESENTED-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.
           ADD 1 TO WS-TOTAL-ROWS-PROCESSED.
           MOVE 'Y' TO WS-ROW-VALID.

           PERFORM SPLIT-CSV-LINE.
           MOVE WS-CSV-FIELD (1) TO WS-CSV-ITEM-REF.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-SERIAL-STR.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-AMOUNT-STR.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (5))
               TO WS-CSV-CURRENCY.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-PRESENTED-DATE.

           PERFORM VALIDATE-PRESENTED-FIELDS.

           IF ROW-IS-VALID
               PERFORM CLASSIFY-PRESENTED-ITEM
               PERFORM INSERT-PRESENTED-ROW
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ITEMS-PRESENTED
               EVALUATE TRUE
                   WHEN PRESENT-PAY
                       PERFORM PAY-PRESENTED-ITEM
                   WHEN PRESENT-EXCEPTION
                       PERFORM RAISE-POSPAY-EXCEPTION
                   WHEN OTHER
                       MOVE WS-PRESENT-ACTION TO SQL-PRESENT-STATUS
                       MOVE WS-PRESENT-REASON TO SQL-RETURN-REASON
                       PERFORM RETURN-PRESENTED-ITEM
               END-EVALUATE
               IF ITEM-STEP-FAILED
                   ADD 1 TO WS-ERRORS
               END-IF
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-VALID
           ELSE
               ADD 1 TO WS-ROWS-INVALID
               PERFORM WRITE-REJECT-ROW
           END-IF.
       PROCESS-PRESENTED-ROW-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-PRESENTED-FIELDS: Apply validation rules to one
      * presented item. An item on an account we do not hold is not
      * rejected here - it is returned to the clearing house
      ******************************************************************
       VALIDATE-PRESENTED-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-CSV-ITEM-REF = SPACES
               DISPLAY 'ERROR: Presented row ' WS-ROW-NUMBER
                       ' - ITEM_REF is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ITEM_REF is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-PRESENTED-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-ITEM-REF TO SQL-ITEM-REF.

           IF WS-CSV-ACC-ID = SPACES
               DISPLAY 'ERROR: Presented row ' WS-ROW-NUMBER
                       ' - ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-PRESENTED-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.

           PERFORM PARSE-CHECK-SERIAL.
           IF ROW-IS-INVALID
               GO TO VALIDATE-PRESENTED-FIELDS-EXIT
           END-IF.

           PERFORM PARSE-ITEM-AMOUNT.
           IF ROW-IS-INVALID
               GO TO VALIDATE-PRESENTED-FIELDS-EXIT
           END-IF.

           IF WS-CSV-CURRENCY = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-CURRENCY))
                   NOT = 3
               DISPLAY 'ERROR: Presented row ' WS-ROW-NUMBER
                       ' - Invalid CURRENCY: ' WS-CSV-CURRENCY
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CURRENCY must be 3 characters' TO WS-REJECT-REASON
               GO TO VALIDATE-PRESENTED-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-CURRENCY TO SQL-CURRENCY.

      *    PRESENTED_DATE is optional - the business date when absent
           IF WS-CSV-PRESENTED-DATE = SPACES
               MOVE WS-BUS-DATE TO WS-CSV-PRESENTED-DATE
           END-IF.
           IF WS-CSV-PRESENTED-DATE (5:1) NOT = '-'
               OR WS-CSV-PRESENTED-DATE (8:1) NOT = '-'
               OR WS-CSV-PRESENTED-DATE (1:4) IS NOT NUMERIC
               OR WS-CSV-PRESENTED-DATE (6:2) IS NOT NUMERIC
               OR WS-CSV-PRESENTED-DATE (9:2) IS NOT NUMERIC
               DISPLAY 'ERROR: Presented row ' WS-ROW-NUMBER
                       ' - PRESENTED_DATE must be YYYY-MM-DD: '
                       WS-CSV-PRESENTED-DATE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'PRESENTED_DATE must be YYYY-MM-DD'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-PRESENTED-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-PRESENTED-DATE TO SQL-PRESENTED-DATE.

      *    The same item must not be presented twice
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.PresentedChecks
               WHERE ITEM_REF = :SQL-ITEM-REF
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Presented row ' WS-ROW-NUMBER
                       ' - Item already presented: '
                       WS-CSV-ITEM-REF
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ITEM_REF already presented' TO WS-REJECT-REASON
               GO TO VALIDATE-PRESENTED-FIELDS-EXIT
           END-IF.
       VALIDATE-PRESENTED-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * CLASSIFY-PRESENTED-ITEM: Decide what tonight does with the
      * item - returned if the account is not ours or a stop order
      * catches it; on a positive-pay account, queued as an exception
      * unless it matches an outstanding issued check by serial and
      * amount; otherwise paid
      ******************************************************************
       CLASSIFY-PRESENTED-ITEM SECTION.
           MOVE SPACES TO WS-PRESENT-REASON.
           MOVE ZERO TO SQL-ISSUED-AMOUNT.
           MOVE -1 TO SQL-ISSUED-AMOUNT-NULL.

           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT = ZERO
               MOVE 'R' TO WS-PRESENT-ACTION
               MOVE 'NO-ACCOUNT' TO WS-PRESENT-REASON
               GO TO CLASSIFY-PRESENTED-ITEM-EXIT
           END-IF.

      *    A stop order on the serial, or on an amount range with no
      *    counterparty named, catches the check
           MOVE ZERO TO SQL-STOP-ID.
           EXEC SQL
               SELECT TOP 1 STOP_ID
               INTO :SQL-STOP-ID
               FROM dbo.StopPayments
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND EFF_FROM_DATE <= :SQL-BUS-DATE
                 AND (EFF_TO_DATE IS NULL
                      OR EFF_TO_DATE >= :SQL-BUS-DATE)
                 AND (AMOUNT_MIN IS NULL
                      OR AMOUNT_MIN <= :SQL-AMOUNT)
                 AND (AMOUNT_MAX IS NULL
                      OR AMOUNT_MAX >= :SQL-AMOUNT)
                 AND COUNTERPARTY_ACC_ID IS NULL
                 AND (CHECK_SERIAL IS NULL
                      OR CHECK_SERIAL = :SQL-CHECK-SERIAL)
               ORDER BY STOP_ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'S' TO WS-PRESENT-ACTION
               MOVE 'STOPPED' TO WS-PRESENT-REASON
               MOVE SQL-STOP-ID TO WS-STOP-ID-DISP
               DISPLAY 'STOP PAYMENT: item ' FUNCTION TRIM(SQL-ITEM-REF)
                       ' returned by stop order '
                       FUNCTION TRIM(WS-STOP-ID-DISP)
               GO TO CLASSIFY-PRESENTED-ITEM-EXIT
           END-IF.

           MOVE 'P' TO WS-PRESENT-ACTION.

      *    Accounts without an issue file are not under positive pay
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.IssuedChecks
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-EXISTS-COUNT = ZERO
               GO TO CLASSIFY-PRESENTED-ITEM-EXIT
           END-IF.

           MOVE SPACES TO SQL-ISSUED-STATUS.
           EXEC SQL
               SELECT AMOUNT, STATUS
               INTO :SQL-ISSUED-AMOUNT, :SQL-ISSUED-STATUS
               FROM dbo.IssuedChecks
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CHECK_SERIAL = :SQL-CHECK-SERIAL
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-ISSUED-AMOUNT
               MOVE 'E' TO WS-PRESENT-ACTION
               MOVE 'UNKNOWN-SERIAL' TO WS-PRESENT-REASON
               GO TO CLASSIFY-PRESENTED-ITEM-EXIT
           END-IF.
           MOVE 0 TO SQL-ISSUED-AMOUNT-NULL.

           EVALUATE TRUE
               WHEN SQL-ISSUED-STATUS = 'P'
                   MOVE 'E' TO WS-PRESENT-ACTION
                   MOVE 'ALREADY-PAID' TO WS-PRESENT-REASON
               WHEN SQL-ISSUED-STATUS = 'V'
                   MOVE 'E' TO WS-PRESENT-ACTION
                   MOVE 'VOIDED' TO WS-PRESENT-REASON
               WHEN SQL-ISSUED-AMOUNT NOT = SQL-AMOUNT
                   MOVE 'E' TO WS-PRESENT-ACTION
                   MOVE 'WRONG-AMOUNT' TO WS-PRESENT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CLASSIFY-PRESENTED-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-PRESENTED-ROW: Record the presented item - on the
      * exception queue, or received pending tonight's pay or return
      ******************************************************************
       INSERT-PRESENTED-ROW SECTION.
           IF PRESENT-EXCEPTION
               MOVE 'E' TO SQL-PRESENT-STATUS
           ELSE
               MOVE 'N' TO SQL-PRESENT-STATUS
           END-IF.

           EXEC SQL
               INSERT INTO dbo.PresentedChecks (
                   ITEM_REF,
                   ACC_ID,
                   CHECK_SERIAL,
                   AMOUNT,
                   CURRENCY,
                   PRESENTED_DATE,
                   STATUS,
                   RUN_ID,
                   LOADED_TS_UTC
               ) VALUES (
                   :SQL-ITEM-REF,
                   :SQL-ACC-ID,
                   :SQL-CHECK-SERIAL,
                   :SQL-AMOUNT,
                   :SQL-CURRENCY,
                   :SQL-PRESENTED-DATE,
                   :SQL-PRESENT-STATUS,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Presented row ' WS-ROW-NUMBER
                       ' - Presented item insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Presented item insert failed' TO WS-REJECT-REASON
               GO TO INSERT-PRESENTED-ROW-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-PRESENT-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-PRESENT-ID
           END-IF.
       INSERT-PRESENTED-ROW-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-POSPAY-EXCEPTION: Queue the item for the customer's
      * decision, due WS-POSPAY-DECISION-DAYS business days out, and
      * tell the customer
      ******************************************************************
       RAISE-POSPAY-EXCEPTION SECTION.
           MOVE 'N' TO WS-ITEM-FAILED.
           MOVE WS-BUS-DATE TO SQL-FROM-DATE.
           MOVE WS-POSPAY-DECISION-DAYS TO WS-DAY-COUNT.
           PERFORM ADD-BUSINESS-DAYS.
           MOVE SQL-DUE-DATE TO SQL-DECISION-DUE-DATE.
           MOVE WS-PRESENT-REASON TO SQL-EXCEPTION-REASON.

           EXEC SQL
               INSERT INTO dbo.PositivePayExceptions (
                   PRESENT_ID,
                   ACC_ID,
                   CHECK_SERIAL,
                   AMOUNT,
                   ISSUED_AMOUNT,
                   REASON,
                   DECISION_DUE_DATE,
                   STATUS,
                   RUN_ID,
                   CREATED_TS_UTC
               ) VALUES (
                   :SQL-PRESENT-ID,
                   :SQL-ACC-ID,
                   :SQL-CHECK-SERIAL,
                   :SQL-AMOUNT,
                   :SQL-ISSUED-AMOUNT:SQL-ISSUED-AMOUNT-NULL,
                   :SQL-EXCEPTION-REASON,
                   :SQL-DECISION-DUE-DATE,
                   'O',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Positive-pay exception insert failed '
                       'for item ' FUNCTION TRIM(SQL-ITEM-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ITEM-FAILED
               MOVE 'CHECK_PRESENT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SPACES TO WS-ERR-CONTEXT
               STRING 'ITEM ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-ITEM-REF) DELIMITED BY SIZE
                   INTO WS-ERR-CONTEXT
               END-STRING
               MOVE 'Positive-pay exception insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RAISE-POSPAY-EXCEPTION-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-EXCEPTION-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-EXCEPTION-ID
           END-IF.

           ADD 1 TO WS-EXCEPTIONS-RAISED.
           MOVE SQL-EXCEPTION-ID TO WS-EXCEPTION-ID-DISP.
           MOVE SQL-CHECK-SERIAL TO WS-SERIAL-DISP.
           MOVE SQL-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY 'POSITIVE PAY: item ' FUNCTION TRIM(SQL-ITEM-REF)
                   ' queued as exception '
                   FUNCTION TRIM(WS-EXCEPTION-ID-DISP) ' - '
                   FUNCTION TRIM(SQL-EXCEPTION-REASON).

           MOVE 'POSPAY-EXCEPTION' TO SQL-NOTICE-TYPE.
           MOVE SPACES TO SQL-NOTICE-REF.
           STRING 'EXC ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXCEPTION-ID-DISP) DELIMITED BY SIZE
                  ' CHK ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SERIAL-DISP) DELIMITED BY SIZE
               INTO SQL-NOTICE-REF
           END-STRING.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Check ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SERIAL-DISP) DELIMITED BY SIZE
                  ' for ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ' needs your review (' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-EXCEPTION-REASON)
                      DELIMITED BY SIZE
                  '); pay or return by ' DELIMITED BY SIZE
                  SQL-DECISION-DUE-DATE DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-CUSTOMER-NOTICE.
       RAISE-POSPAY-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * PAY-PRESENTED-ITEM: Pay the presented check as an unposted
      * WITHDRAWAL carrying its serial for tonight's POST_LEDGER run,
      * and mark the matching issued check paid
      ******************************************************************
       PAY-PRESENTED-ITEM SECTION.
           MOVE 'N' TO WS-ITEM-FAILED.
           MOVE 'P' TO SQL-PRESENT-STATUS.
           COMPUTE SQL-TX-AMOUNT = 0 - SQL-AMOUNT.
           MOVE SQL-CHECK-SERIAL TO WS-SERIAL-DISP.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Check ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SERIAL-DISP) DELIMITED BY SIZE
                  ' item ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ITEM-REF) DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   VALUE_DATE,
                   NARRATIVE,
                   CHECK_SERIAL
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-TX-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'WITHDRAWAL',
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE,
                   :SQL-CHECK-SERIAL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Check payment insert failed for item '
                       FUNCTION TRIM(SQL-ITEM-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ITEM-FAILED
               MOVE 'CHECK_PRESENT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SPACES TO WS-ERR-CONTEXT
               STRING 'ITEM ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-ITEM-REF) DELIMITED BY SIZE
                   INTO WS-ERR-CONTEXT
               END-STRING
               MOVE 'Check payment WITHDRAWAL insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO PAY-PRESENTED-ITEM-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-PAID-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-PAID-TX-ID
           END-IF.

           EXEC SQL
               UPDATE dbo.PresentedChecks
               SET STATUS = 'P',
                   TX_ID = :SQL-PAID-TX-ID
               WHERE PRESENT_ID = :SQL-PRESENT-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Presented item update failed after '
                       'payment of ' FUNCTION TRIM(SQL-ITEM-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           EXEC SQL
               UPDATE dbo.IssuedChecks
               SET STATUS = 'P',
                   PAID_TX_ID = :SQL-PAID-TX-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CHECK_SERIAL = :SQL-CHECK-SERIAL
                 AND STATUS = 'I'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Issued check update failed after '
                       'payment of ' FUNCTION TRIM(SQL-ITEM-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           ADD 1 TO WS-ITEMS-PAID.
       PAY-PRESENTED-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * RETURN-PRESENTED-ITEM: Return the presented check unpaid -
      * status SQL-PRESENT-STATUS ('R', or 'S' under a stop order)
      * with SQL-RETURN-REASON - onto the clearing house returns file,
      * and tell the customer
      ******************************************************************
       RETURN-PRESENTED-ITEM SECTION.
           MOVE 'N' TO WS-ITEM-FAILED.

           EXEC SQL
               UPDATE dbo.PresentedChecks
               SET STATUS = :SQL-PRESENT-STATUS,
                   RETURN_REASON = :SQL-RETURN-REASON,
                   RETURNED_DATE = :SQL-BUS-DATE
               WHERE PRESENT_ID = :SQL-PRESENT-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Presented item return failed for '
                       FUNCTION TRIM(SQL-ITEM-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ITEM-FAILED
               GO TO RETURN-PRESENTED-ITEM-EXIT
           END-IF.

           IF SQL-PRESENT-STATUS = 'S'
               ADD 1 TO WS-ITEMS-STOPPED
           ELSE
               ADD 1 TO WS-ITEMS-RETURNED
           END-IF.

           MOVE SQL-CHECK-SERIAL TO WS-SERIAL-DISP.
           MOVE SQL-AMOUNT TO WS-AMOUNT-DISP.
           IF RETURNS-FILE-IS-OPEN
               MOVE SPACES TO WS-RETURN-LINE
               STRING FUNCTION TRIM(SQL-ITEM-REF) DELIMITED BY SIZE
                      WS-FIELD-DELIMITER DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                      WS-FIELD-DELIMITER DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SERIAL-DISP) DELIMITED BY SIZE
                      WS-FIELD-DELIMITER DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                      WS-FIELD-DELIMITER DELIMITED BY SIZE
                      SQL-CURRENCY DELIMITED BY SIZE
                      WS-FIELD-DELIMITER DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-RETURN-REASON)
                          DELIMITED BY SIZE
                   INTO WS-RETURN-LINE
               END-STRING
               WRITE RETURNS-CSV-RECORD FROM WS-RETURN-LINE
           END-IF.

      *    An account we do not hold has no customer to tell
           IF SQL-RETURN-REASON = 'NO-ACCOUNT'
               GO TO RETURN-PRESENTED-ITEM-EXIT
           END-IF.

           MOVE 'CHECK-RETURNED' TO SQL-NOTICE-TYPE.
           MOVE SPACES TO SQL-NOTICE-REF.
           STRING 'ITEM ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ITEM-REF) DELIMITED BY SIZE
                  ' CHK ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SERIAL-DISP) DELIMITED BY SIZE
               INTO SQL-NOTICE-REF
           END-STRING.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Check ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SERIAL-DISP) DELIMITED BY SIZE
                  ' for ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ' was returned unpaid (' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-RETURN-REASON) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-CUSTOMER-NOTICE.
       RETURN-PRESENTED-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-ACCOUNT-ID: ACC_ID is present and on the account
      * master
      ******************************************************************
       VALIDATE-ACCOUNT-ID SECTION.
           IF WS-CSV-ACC-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER ' - ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-ACCOUNT-ID-EXIT
           END-IF.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.

           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_ID not on account master: '
                       WS-CSV-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID not on account master' TO WS-REJECT-REASON
           END-IF.
       VALIDATE-ACCOUNT-ID-EXIT.
           EXIT.

      ******************************************************************
      * PARSE-CHECK-SERIAL: CHECK_SERIAL is a positive whole number
      ******************************************************************
       PARSE-CHECK-SERIAL SECTION.
           MOVE ZERO TO SQL-CHECK-SERIAL.
           IF WS-CSV-SERIAL-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-SERIAL-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CHECK_SERIAL is not numeric: '
                       WS-CSV-SERIAL-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CHECK_SERIAL is not numeric' TO WS-REJECT-REASON
               GO TO PARSE-CHECK-SERIAL-EXIT
           END-IF.

           IF FUNCTION NUMVAL(WS-CSV-SERIAL-STR) < 1
               OR FUNCTION NUMVAL(WS-CSV-SERIAL-STR) NOT =
                  FUNCTION INTEGER-PART
                      (FUNCTION NUMVAL(WS-CSV-SERIAL-STR))
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CHECK_SERIAL must be a whole number: '
                       WS-CSV-SERIAL-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CHECK_SERIAL must be a positive whole number'
                   TO WS-REJECT-REASON
               GO TO PARSE-CHECK-SERIAL-EXIT
           END-IF.

           COMPUTE SQL-CHECK-SERIAL =
               FUNCTION NUMVAL(WS-CSV-SERIAL-STR).
       PARSE-CHECK-SERIAL-EXIT.
           EXIT.

      ******************************************************************
      * PARSE-ITEM-AMOUNT: AMOUNT is a positive number
      ******************************************************************
       PARSE-ITEM-AMOUNT SECTION.
           MOVE ZERO TO SQL-AMOUNT.
           IF WS-CSV-AMOUNT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - AMOUNT is not numeric: ' WS-CSV-AMOUNT-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'AMOUNT is not numeric' TO WS-REJECT-REASON
               GO TO PARSE-ITEM-AMOUNT-EXIT
           END-IF.

           COMPUTE SQL-AMOUNT = FUNCTION NUMVAL(WS-CSV-AMOUNT-STR).
           IF SQL-AMOUNT NOT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - AMOUNT must be positive'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'AMOUNT must be positive' TO WS-REJECT-REASON
           END-IF.
       PARSE-ITEM-AMOUNT-EXIT.
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
           IF WS-CSV-FIELD-IDX > 6
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
      * ADD-BUSINESS-DAYS: SQL-DUE-DATE is the WS-DAY-COUNT'th
      * business day after SQL-FROM-DATE on dbo.BusinessCalendar.
      * Where the calendar is not loaded that far ahead, the count
      * falls back to calendar days rolled onto a business day
      ******************************************************************
       ADD-BUSINESS-DAYS SECTION.
           MOVE WS-DAY-COUNT TO SQL-DAY-COUNT.
           MOVE ZERO TO SQL-CAL-DAYS-FOUND.
           EXEC SQL
               SELECT MAX(BD.CAL_DATE), COUNT(*)
               INTO :SQL-DUE-DATE:SQL-DUE-DATE-NULL,
                    :SQL-CAL-DAYS-FOUND
               FROM (SELECT TOP (:SQL-DAY-COUNT) CAL_DATE
                     FROM dbo.BusinessCalendar
                     WHERE CAL_DATE > :SQL-FROM-DATE
                       AND IS_BUSINESS_DAY = 'Y'
                     ORDER BY CAL_DATE) BD
           END-EXEC.

           IF SQLCODE = 0 AND SQL-DUE-DATE-NULL NOT = -1
               AND SQL-CAL-DAYS-FOUND = SQL-DAY-COUNT
               GO TO ADD-BUSINESS-DAYS-EXIT
           END-IF.

           MOVE SQL-FROM-DATE (1:4) TO WS-FROM-YYYYMMDD (1:4).
           MOVE SQL-FROM-DATE (6:2) TO WS-FROM-YYYYMMDD (5:2).
           MOVE SQL-FROM-DATE (9:2) TO WS-FROM-YYYYMMDD (7:2).
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-YYYYMMDD)
               + WS-DAY-COUNT.
           COMPUTE WS-DUE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE SPACES TO SQL-DUE-DATE.
           STRING WS-DUE-YYYYMMDD (1:4) '-'
                  WS-DUE-YYYYMMDD (5:2) '-'
                  WS-DUE-YYYYMMDD (7:2)
                  DELIMITED BY SIZE
               INTO SQL-DUE-DATE
           END-STRING.

           EXEC SQL
               SELECT MIN(CAL_DATE)
               INTO :SQL-CAL-DATE:SQL-CAL-DATE-NULL
               FROM dbo.BusinessCalendar
               WHERE CAL_DATE >= :SQL-DUE-DATE
                 AND IS_BUSINESS_DAY = 'Y'
           END-EXEC.
           IF SQLCODE = 0 AND SQL-CAL-DATE-NULL NOT = -1
               MOVE SQL-CAL-DATE TO SQL-DUE-DATE
           END-IF.
       ADD-BUSINESS-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-CUSTOMER-NOTICE: Queue the customer notice for the
      * current item on dbo.CustomerNotifications for NOTIFY_EXTRACT.
      * The caller primes the type, reference and message
      ******************************************************************
       QUEUE-CUSTOMER-NOTICE SECTION.
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
               DISPLAY 'WARNING: Customer notice insert failed for '
                       FUNCTION TRIM(SQL-NOTICE-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       QUEUE-CUSTOMER-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if any item was presented or decided
           IF WS-ITEMS-PRESENTED = ZERO
               AND WS-EXCEPTIONS-DECIDED = ZERO
               AND WS-EXCEPTIONS-DEFAULTED = ZERO
               AND WS-CHECKS-ISSUED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'CHECK_PRESENT' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'presented_checks.csv,issued_checks.csv'
               TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'ITEM_REF,ACC_ID,CHECK_SERIAL,AMOUNT,CURRENCY,'
                  DELIMITED BY SIZE
                  'PRESENTED_DATE' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'PresentedChecks,PositivePayExceptions,Transactions'
               TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'ACC_ID,CHECK_SERIAL,AMOUNT,STATUS,REASON,'
                  DELIMITED BY SIZE
                  'TX_ID,RETURN_REASON' DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Serial match to issued checks; pay, return or queue'
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
           DISPLAY '  Total rows processed:   ' WS-TOTAL-ROWS-PROCESSED.
           DISPLAY '  Rows applied:           ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped:   ' WS-ROWS-INVALID.
           DISPLAY '  Checks issued:          ' WS-CHECKS-ISSUED.
           DISPLAY '  Checks voided:          ' WS-CHECKS-VOIDED.
           DISPLAY '  Items presented:        ' WS-ITEMS-PRESENTED.
           DISPLAY '  Items paid:             ' WS-ITEMS-PAID.
           DISPLAY '  Items returned:         ' WS-ITEMS-RETURNED.
           DISPLAY '  Items stopped:          ' WS-ITEMS-STOPPED.
           DISPLAY '  Exceptions raised:      ' WS-EXCEPTIONS-RAISED.
           DISPLAY '  Decided by customer:    ' WS-EXCEPTIONS-DECIDED.
           DISPLAY '  Default decisions:      '
                   WS-EXCEPTIONS-DEFAULTED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM CHECK-PRESENT.
