       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-ORDERS.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * LEGAL_ORDERS - Garnishment and Tax Levy Order Processing
      ******************************************************************
      * Purpose: Work served garnishments and tax levies end to end,
      *          replacing the manual HOLD rows keyed through
      *          TX_INBOUND. Each night the program:
      *          1. loads the week's served orders (and issuer
      *             releases) from the legal department's CSV onto
      *             dbo.LegalOrders;
      *          2. restrains each newly served order - the ledger
      *             balance less funds already under restraint, less
      *             the protected amount (federal benefit deposits
      *             credited in the lookback window, which a federal
      *             agency's own levy does not have to respect), up
      *             to the order amount. POST_LEDGER refuses any
      *             debit that would dip into restrained funds;
      *          3. raises the remittance to the creditor as a
      *             TRANSFER once the answer period has run out, and
      *             confirms it remitted once POST_LEDGER posts it.
      *          The customer is noticed on dbo.CustomerNotifications
      *          when the restraint is placed and when the funds are
      *          remitted. Runs in BANKBAT ahead of POST-LEDGER.
      * Input:   data/in/legal_orders.csv (CSV format, optional)
      *          dbo.LegalOrders, dbo.AccountBalances,
      *          dbo.Transactions, dbo.BusinessCalendar
      * Output:  dbo.LegalOrders, dbo.Transactions,
      *          dbo.CustomerNotifications
      *          data/out/legal_orders_register.csv
      *          data/out/legal_orders_rejects.csv
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=LEGAL_ORDERS
      * LINEAGE: SRC=csv.filesystem.legal_orders.csv(ACTION,
      *               ORDER_REF,ORDER_TYPE,ACC_ID,CURRENCY,
      *               ORDER_AMOUNT,CREDITOR_ACC_ID,SERVED_DATE,
      *               ANSWER_DAYS)
      * LINEAGE: TGT=sqlserver.dbo.LegalOrders(ORDER_REF,ORDER_TYPE,
      *               ACC_ID,CURRENCY,ORDER_AMOUNT,CREDITOR_ACC_ID,
      *               SERVED_DATE,ANSWER_DATE,PROTECTED_AMOUNT,
      *               RESTRAINED_AMOUNT,STATUS)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,COUNTERPARTY_ACC_ID,VALUE_DATE)
      * LINEAGE: MAP=BALANCE - RESTRAINED - PROTECTED ->
      *               RESTRAINED_AMOUNT [CAPPED AT ORDER_AMOUNT]
      * LINEAGE: MAP=RESTRAINED_AMOUNT -> AMOUNT [TRANSFER TO
      *               CREDITOR AT ANSWER_DATE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT ORDERS-REJECTS-CSV
               ASSIGN TO "data/out/legal_orders_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT ORDER-REGISTER-RPT
               ASSIGN TO "data/out/legal_orders_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-RPT-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  ORDERS-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  ORDER-REGISTER-RPT.
       01  REGISTER-RPT-RECORD         PIC X(200).

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

       01  WS-REJECT-FILE-STATUS       PIC XX.
           88  REJECT-FILE-OK          VALUE '00'.

       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Reject CSV working storage
       01  WS-REJECT-LINE              PIC X(600).
       01  WS-REJECT-REASON            PIC X(80).
       01  WS-REJECTS-FILE-OPEN        PIC X VALUE 'N'.
           88  REJECTS-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ROW-NUMBER-DISPLAY       PIC Z(8)9.

      * Input file name (overridden from the command line/PARM if given)
       01  WS-INPUT-FILE-NAME          PIC X(256)
               VALUE 'data/in/legal_orders.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 9 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Register report working storage
       01  WS-REGISTER-RPT-STATUS      PIC XX.
           88  REGISTER-RPT-OK         VALUE '00'.
       01  WS-REGISTER-LINE            PIC X(200).
       01  WS-REGISTER-ACTION          PIC X(10).
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-ORDER-ID-DISP            PIC Z(17)9.

      * Input file presence - the served-orders file only arrives on
      * the nights the legal department has something to load; the
      * restraint and remittance phases run every night regardless
       01  WS-INPUT-FILE-FOUND         PIC X VALUE 'N'.
           88  INPUT-FILE-WAS-FOUND    VALUE 'Y'.

      * Parsed order fields
       01  WS-CSV-ACTION               PIC X(10).
           88  CSV-ACTION-SERVE        VALUE 'SERVE'.
           88  CSV-ACTION-RELEASE      VALUE 'RELEASE'.
       01  WS-CSV-ORDER-REF            PIC X(32).
       01  WS-CSV-ORDER-TYPE           PIC X(10).
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-CURRENCY             PIC X(3).
       01  WS-CSV-ORDER-AMOUNT-STR     PIC X(20).
       01  WS-CSV-CREDITOR-ACC-ID      PIC X(32).
       01  WS-CSV-SERVED-DATE          PIC X(10).
       01  WS-CSV-ANSWER-DAYS-STR      PIC X(5).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Answer-date arithmetic
       01  WS-ANSWER-DAYS              PIC 9(3) COMP-5.
       01  WS-SERVED-YYYYMMDD          PIC 9(8).
       01  WS-ANSWER-YYYYMMDD          PIC 9(8).
       01  WS-DATE-INTEGER             PIC 9(9) COMP-5.

      * Cursor processing
       01  WS-CURSOR-OPEN              PIC X VALUE 'N'.
           88  CURSOR-IS-OPEN          VALUE 'Y'.
       01  WS-ORDER-FAILED             PIC X VALUE 'N'.
           88  ORDER-STEP-FAILED       VALUE 'Y'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ORDERS-RELEASED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ORDERS-RESTRAINED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ORDERS-NO-FUNDS          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REMITS-RAISED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REMITS-CONFIRMED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REMITS-REFUSED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(13)
                                        VALUE 'LEGAL_ORDERS_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ORDER-ID                PIC 9(18) COMP-5.
       01  SQL-ORDER-REF               PIC X(32).
       01  SQL-ORDER-TYPE              PIC X(10).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-ORDER-AMOUNT            PIC S9(16)V99 COMP-3.
       01  SQL-CREDITOR-ACC-ID         PIC X(32).
       01  SQL-SERVED-DATE             PIC X(10).
       01  SQL-ANSWER-DATE             PIC X(10).
       01  SQL-CAL-DATE                PIC X(10).
       01  SQL-PROTECTED-AMOUNT        PIC S9(16)V99 COMP-3.
       01  SQL-RESTRAINED-AMOUNT       PIC S9(16)V99 COMP-3.
       01  SQL-OTHER-RESTRAINED        PIC S9(16)V99 COMP-3.
       01  SQL-BENEFIT-TOTAL           PIC S9(16)V99 COMP-3.
       01  SQL-ACCT-BALANCE            PIC S9(16)V99 COMP-3.
       01  SQL-TX-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-REMIT-TX-ID             PIC 9(18) COMP-5.
       01  SQL-POSTED-FLAG             PIC X(1).
       01  SQL-ORDER-STATUS            PIC X(1).
       01  SQL-BENEFIT-PATTERN         PIC X(20).
       01  SQL-LOOKBACK-DAYS           PIC S9(4) COMP-5.
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-NOTICE-TYPE             PIC X(16).
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators for aggregates that find no rows
       01  SQL-BENEFIT-TOTAL-NULL      PIC S9(4) COMP-5.
       01  SQL-OTHER-RESTRAINED-NULL   PIC S9(4) COMP-5.
       01  SQL-ACCT-BALANCE-NULL       PIC S9(4) COMP-5.
       01  SQL-CAL-DATE-NULL           PIC S9(4) COMP-5.
       01  SQL-POSTED-FLAG-NULL        PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Newly served orders awaiting restraint, in service order so
      * two orders on one account restrain first-come first-served
       EXEC SQL
           DECLARE SERVED_CURSOR CURSOR FOR
           SELECT ORDER_ID, ORDER_REF, ORDER_TYPE, ACC_ID, CURRENCY,
                  ORDER_AMOUNT, SERVED_DATE
           FROM dbo.LegalOrders
           WHERE STATUS = 'L'
           ORDER BY SERVED_DATE, ORDER_ID
       END-EXEC.

      * Restraining orders whose answer period has run out
       EXEC SQL
           DECLARE DUE_CURSOR CURSOR FOR
           SELECT ORDER_ID, ORDER_REF, ACC_ID, CURRENCY,
                  RESTRAINED_AMOUNT, CREDITOR_ACC_ID
           FROM dbo.LegalOrders
           WHERE STATUS = 'R'
             AND ANSWER_DATE <= :SQL-BUS-DATE
           ORDER BY ORDER_ID
       END-EXEC.

      * Remittances raised on an earlier night, awaiting POST_LEDGER
       EXEC SQL
           DECLARE RAISED_CURSOR CURSOR FOR
           SELECT ORDER_ID, ORDER_REF, ACC_ID, CURRENCY,
                  RESTRAINED_AMOUNT, REMIT_TX_ID
           FROM dbo.LegalOrders
           WHERE STATUS = 'T'
           ORDER BY ORDER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'LEGAL_ORDERS - Garnishment / Levy Processing'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE 'LEGAL_ORDERS' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.
           PERFORM OPEN-ORDER-REGISTER.
           PERFORM PROCESS-CSV-FILE.
           PERFORM CONFIRM-RAISED-REMITTANCES.
           PERFORM RESTRAIN-SERVED-ORDERS.
           PERFORM RAISE-DUE-REMITTANCES.
           PERFORM CLOSE-ORDER-REGISTER.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'LEGAL_ORDERS completed successfully'.
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

      *    Allow the served-orders CSV path to be overridden from the
      *    command line (or JCL PARM), the same convention the other
      *    CSV ingesters use
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
      * OPEN-ORDER-REGISTER: Open the order register and write its
      * header line
      ******************************************************************
       OPEN-ORDER-REGISTER SECTION.
           OPEN OUTPUT ORDER-REGISTER-RPT.
           IF NOT REGISTER-RPT-OK
               DISPLAY 'WARNING: Could not open legal order register'
               DISPLAY 'File status: ' WS-REGISTER-RPT-STATUS
               GO TO OPEN-ORDER-REGISTER-EXIT
           END-IF.

           MOVE 'ORDER_ID,ORDER_REF,ACC_ID,CURRENCY,ACTION,AMOUNT'
               TO WS-REGISTER-LINE.
           WRITE REGISTER-RPT-RECORD FROM WS-REGISTER-LINE.
       OPEN-ORDER-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-FILE: Read and apply all served-order rows. A
      * missing file is a night with nothing served, not an error
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT ORDERS-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No served-orders file tonight - status '
                       WS-CSV-FILE-STATUS
               GO TO PROCESS-CSV-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-INPUT-FILE-FOUND.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row
           READ ORDERS-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'WARNING: Empty served-orders file'
                   CLOSE ORDERS-CSV
                   PERFORM CLOSE-REJECT-FILE
                   GO TO PROCESS-CSV-FILE-EXIT
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE ORDERS-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the legal_orders_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT ORDERS-REJECTS-CSV.
           IF NOT REJECT-FILE-OK
               DISPLAY 'WARNING: Cannot create reject file'
               DISPLAY 'File status: ' WS-REJECT-FILE-STATUS
               GO TO OPEN-REJECT-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-REJECTS-FILE-OPEN.
           STRING
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
           MOVE 'LEGAL_ORDERS' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE WS-ROW-NUMBER TO WS-ROW-NUMBER-DISPLAY.
           STRING 'ROW ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-NUMBER-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-ERR-CONTEXT
           END-STRING.
           MOVE WS-REJECT-REASON TO WS-ERR-MESSAGE.
           PERFORM LOG-PROCESSING-ERROR.

           IF NOT REJECTS-FILE-IS-OPEN
               GO TO WRITE-REJECT-ROW-EXIT
           END-IF.

           STRING
               FUNCTION TRIM(WS-ROW-NUMBER-DISPLAY) DELIMITED BY SIZE
               WS-FIELD-DELIMITER DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE.
       WRITE-REJECT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-REJECT-FILE: Close the legal_orders_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE ORDERS-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single served-order row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ ORDERS-CSV INTO WS-CSV-LINE
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
               IF CSV-ACTION-RELEASE
                   PERFORM RELEASE-ORDER-ROW
               ELSE
                   PERFORM INSERT-ORDER-ROW
               END-IF
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-VALID
           ELSE
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

           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (1)) TO WS-CSV-ACTION.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-ORDER-REF.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (3))
               TO WS-CSV-ORDER-TYPE.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-CURRENCY.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-ORDER-AMOUNT-STR.
           MOVE WS-CSV-FIELD (7) TO WS-CSV-CREDITOR-ACC-ID.
           MOVE WS-CSV-FIELD (8) TO WS-CSV-SERVED-DATE.
           MOVE WS-CSV-FIELD (9) TO WS-CSV-ANSWER-DAYS-STR.
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
           IF WS-CSV-FIELD-IDX > 9
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
      * VALIDATE-CSV-FIELDS: Apply validation rules to parsed data. A
      * RELEASE row needs only the order reference and account; a
      * SERVE row must carry the full order
      ******************************************************************
       VALIDATE-CSV-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT CSV-ACTION-SERVE AND NOT CSV-ACTION-RELEASE
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Invalid ACTION: ' WS-CSV-ACTION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACTION must be SERVE or RELEASE'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-ORDER-REF = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ORDER_REF is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ORDER_REF is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Validate ACC_ID (non-empty, must be on the account master)
           IF WS-CSV-ACC-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-ORDER-REF TO SQL-ORDER-REF.
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
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    A release is checked against the order on file in
      *    RELEASE-ORDER-ROW; nothing more to validate here
           IF CSV-ACTION-RELEASE
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-ORDER-TYPE NOT = 'GARNISH'
               AND WS-CSV-ORDER-TYPE NOT = 'TAX-LEVY'
               AND WS-CSV-ORDER-TYPE NOT = 'FED-LEVY'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Invalid ORDER_TYPE: ' WS-CSV-ORDER-TYPE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ORDER_TYPE must be GARNISH, TAX-LEVY or FED-LEVY'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Validate CURRENCY (3 chars)
           IF WS-CSV-CURRENCY = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-CURRENCY))
                  NOT = 3
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Invalid CURRENCY: ' WS-CSV-CURRENCY
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CURRENCY is not 3 characters' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CSV-CURRENCY)
               TO WS-CSV-CURRENCY.

      *    ORDER_AMOUNT (numeric, positive)
           IF WS-CSV-ORDER-AMOUNT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-ORDER-AMOUNT-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ORDER_AMOUNT is not numeric'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ORDER_AMOUNT is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-ORDER-AMOUNT =
               FUNCTION NUMVAL(WS-CSV-ORDER-AMOUNT-STR).
           IF SQL-ORDER-AMOUNT NOT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ORDER_AMOUNT must be positive'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ORDER_AMOUNT must be positive' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    The creditor is either one of our own open accounts or an
      *    external EXT-<routing9>-<account> destination, the same
      *    shape POST_LEDGER originates outbound through ACH
           IF WS-CSV-CREDITOR-ACC-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CREDITOR_ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CREDITOR_ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-CREDITOR-ACC-ID (1:4) = 'EXT-'
               IF WS-CSV-CREDITOR-ACC-ID (5:9) IS NOT NUMERIC
                   OR WS-CSV-CREDITOR-ACC-ID (14:1) NOT = '-'
                   OR WS-CSV-CREDITOR-ACC-ID (15:1) = SPACE
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - Malformed external creditor: '
                           WS-CSV-CREDITOR-ACC-ID
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'CREDITOR_ACC_ID is a malformed EXT- account'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           ELSE
               MOVE WS-CSV-CREDITOR-ACC-ID TO SQL-CREDITOR-ACC-ID
               MOVE ZERO TO SQL-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
                   FROM dbo.Accounts
                   WHERE ACC_ID = :SQL-CREDITOR-ACC-ID
                     AND STATUS = 'O'
               END-EXEC
               IF SQLCODE = 0 AND SQL-EXISTS-COUNT = ZERO
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - Creditor account is not open: '
                           WS-CSV-CREDITOR-ACC-ID
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'CREDITOR_ACC_ID is not an open account'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           END-IF.

      *    Validate SERVED_DATE (required, YYYY-MM-DD shape, not in
      *    the future)
           IF WS-CSV-SERVED-DATE = SPACES
               OR WS-CSV-SERVED-DATE (5:1) NOT = '-'
               OR WS-CSV-SERVED-DATE (8:1) NOT = '-'
               OR WS-CSV-SERVED-DATE (1:4) IS NOT NUMERIC
               OR WS-CSV-SERVED-DATE (6:2) IS NOT NUMERIC
               OR WS-CSV-SERVED-DATE (9:2) IS NOT NUMERIC
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - SERVED_DATE must be YYYY-MM-DD: '
                       WS-CSV-SERVED-DATE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'SERVED_DATE must be YYYY-MM-DD'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-SERVED-DATE > WS-BUS-DATE
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - SERVED_DATE is after the business date'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'SERVED_DATE is after the business date'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    ANSWER_DAYS is optional - the order's own answer period
      *    where the issuer states one, otherwise the policy default
           MOVE WS-LEGAL-ANSWER-DAYS TO WS-ANSWER-DAYS.
           IF WS-CSV-ANSWER-DAYS-STR NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CSV-ANSWER-DAYS-STR) NOT = 0
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - ANSWER_DAYS is not numeric'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'ANSWER_DAYS is not numeric'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               COMPUTE WS-ANSWER-DAYS =
                   FUNCTION NUMVAL(WS-CSV-ANSWER-DAYS-STR)
           END-IF.

      *    The same order served twice on the same account is a
      *    duplicate delivery, not a second order
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.LegalOrders
               WHERE ORDER_REF = :SQL-ORDER-REF
                 AND ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Order already on file: ' WS-CSV-ORDER-REF
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Order already on file' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-ORDER-ROW: Record a served order as loaded. Its answer
      * date is the service date plus the answer period, rolled
      * forward onto the next business day on dbo.BusinessCalendar
      ******************************************************************
       INSERT-ORDER-ROW SECTION.
           MOVE WS-CSV-ORDER-TYPE TO SQL-ORDER-TYPE.
           MOVE WS-CSV-CURRENCY TO SQL-CURRENCY.
           MOVE WS-CSV-CREDITOR-ACC-ID TO SQL-CREDITOR-ACC-ID.
           MOVE WS-CSV-SERVED-DATE TO SQL-SERVED-DATE.

           MOVE WS-CSV-SERVED-DATE (1:4) TO WS-SERVED-YYYYMMDD (1:4).
           MOVE WS-CSV-SERVED-DATE (6:2) TO WS-SERVED-YYYYMMDD (5:2).
           MOVE WS-CSV-SERVED-DATE (9:2) TO WS-SERVED-YYYYMMDD (7:2).
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SERVED-YYYYMMDD)
               + WS-ANSWER-DAYS.
           COMPUTE WS-ANSWER-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE SPACES TO SQL-ANSWER-DATE.
           STRING WS-ANSWER-YYYYMMDD (1:4) '-'
                  WS-ANSWER-YYYYMMDD (5:2) '-'
                  WS-ANSWER-YYYYMMDD (7:2)
                  DELIMITED BY SIZE
               INTO SQL-ANSWER-DATE
           END-STRING.

           EXEC SQL
               SELECT MIN(CAL_DATE)
               INTO :SQL-CAL-DATE:SQL-CAL-DATE-NULL
               FROM dbo.BusinessCalendar
               WHERE CAL_DATE >= :SQL-ANSWER-DATE
                 AND IS_BUSINESS_DAY = 'Y'
           END-EXEC.
           IF SQLCODE = 0 AND SQL-CAL-DATE-NULL NOT = -1
               MOVE SQL-CAL-DATE TO SQL-ANSWER-DATE
           END-IF.

           EXEC SQL
               INSERT INTO dbo.LegalOrders (
                   ORDER_REF,
                   ORDER_TYPE,
                   ACC_ID,
                   CURRENCY,
                   ORDER_AMOUNT,
                   CREDITOR_ACC_ID,
                   SERVED_DATE,
                   ANSWER_DATE,
                   PROTECTED_AMOUNT,
                   RESTRAINED_AMOUNT,
                   REMITTED_AMOUNT,
                   STATUS,
                   RUN_ID,
                   LOADED_TS_UTC,
                   UPDATED_TS_UTC
               ) VALUES (
                   :SQL-ORDER-REF,
                   :SQL-ORDER-TYPE,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-ORDER-AMOUNT,
                   :SQL-CREDITOR-ACC-ID,
                   :SQL-SERVED-DATE,
                   :SQL-ANSWER-DATE,
                   0,
                   0,
                   0,
                   'L',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME(),
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Legal order insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Legal order insert failed' TO WS-REJECT-REASON
               GO TO INSERT-ORDER-ROW-EXIT
           END-IF.

           DISPLAY 'Order ' FUNCTION TRIM(WS-CSV-ORDER-REF)
                   ' loaded for ' FUNCTION TRIM(WS-CSV-ACC-ID)
                   ', answer date ' SQL-ANSWER-DATE.
       INSERT-ORDER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * RELEASE-ORDER-ROW: The issuer has released its order. Anything
      * still restrained is freed at once; an order whose remittance
      * has already been raised or paid can no longer be released
      * here and is rejected for the legal department to handle
      ******************************************************************
       RELEASE-ORDER-ROW SECTION.
           MOVE SPACES TO SQL-ORDER-STATUS.
           EXEC SQL
               SELECT ORDER_ID, STATUS, CURRENCY
               INTO :SQL-ORDER-ID, :SQL-ORDER-STATUS, :SQL-CURRENCY
               FROM dbo.LegalOrders
               WHERE ORDER_REF = :SQL-ORDER-REF
                 AND ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - No order on file to release: '
                       WS-CSV-ORDER-REF
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No order on file to release' TO WS-REJECT-REASON
               GO TO RELEASE-ORDER-ROW-EXIT
           END-IF.

           IF SQL-ORDER-STATUS NOT = 'L'
               AND SQL-ORDER-STATUS NOT = 'R'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Order cannot be released in status '
                       SQL-ORDER-STATUS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Order already remitted, closed or released'
                   TO WS-REJECT-REASON
               GO TO RELEASE-ORDER-ROW-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.LegalOrders
               SET STATUS = 'X',
                   RESTRAINED_AMOUNT = 0,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE ORDER_ID = :SQL-ORDER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Order release failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Order release failed' TO WS-REJECT-REASON
               GO TO RELEASE-ORDER-ROW-EXIT
           END-IF.

           ADD 1 TO WS-ORDERS-RELEASED.
           MOVE 'RELEASED' TO WS-REGISTER-ACTION.
           MOVE ZERO TO SQL-RESTRAINED-AMOUNT.
           PERFORM WRITE-REGISTER-LINE.

           MOVE 'LEGAL-RELEASE' TO SQL-NOTICE-TYPE.
           MOVE 'The legal order against your account was released'
               TO SQL-NOTICE-MESSAGE.
           PERFORM QUEUE-CUSTOMER-NOTICE.
       RELEASE-ORDER-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CONFIRM-RAISED-REMITTANCES: Close out remittances raised on an
      * earlier night. A posted TRANSFER completes the order; one the
      * posting run refused puts the order back to restraining so
      * tonight's due pass raises it again
      ******************************************************************
       CONFIRM-RAISED-REMITTANCES SECTION.
           EXEC SQL
               OPEN RAISED_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open raised-remittance cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-CURSOR-OPEN.
           PERFORM CONFIRM-ONE-REMITTANCE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE RAISED_CURSOR
           END-EXEC.
           MOVE 'N' TO WS-CURSOR-OPEN.
       CONFIRM-RAISED-REMITTANCES-EXIT.
           EXIT.

      ******************************************************************
      * CONFIRM-ONE-REMITTANCE: Check one raised remittance's posting
      ******************************************************************
       CONFIRM-ONE-REMITTANCE SECTION.
           EXEC SQL
               FETCH RAISED_CURSOR INTO
                   :SQL-ORDER-ID,
                   :SQL-ORDER-REF,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-RESTRAINED-AMOUNT,
                   :SQL-REMIT-TX-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO CONFIRM-ONE-REMITTANCE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Raised-remittance fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CONFIRM-ONE-REMITTANCE-EXIT
           END-IF.

           MOVE SPACES TO SQL-POSTED-FLAG.
           EXEC SQL
               SELECT POSTED_FLAG
               INTO :SQL-POSTED-FLAG:SQL-POSTED-FLAG-NULL
               FROM dbo.Transactions
               WHERE TX_ID = :SQL-REMIT-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-POSTED-FLAG-NULL = -1
               MOVE 'N' TO SQL-POSTED-FLAG
           END-IF.

           EVALUATE SQL-POSTED-FLAG
               WHEN 'Y'
                   EXEC SQL
                       UPDATE dbo.LegalOrders
                       SET STATUS = 'M',
                           REMITTED_AMOUNT = RESTRAINED_AMOUNT,
                           RUN_ID = :WS-CURRENT-RUN-ID,
                           UPDATED_TS_UTC = SYSUTCDATETIME()
                       WHERE ORDER_ID = :SQL-ORDER-ID
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO WS-REMITS-CONFIRMED
                       MOVE 'REMITTED' TO WS-REGISTER-ACTION
                       PERFORM WRITE-REGISTER-LINE
                       MOVE 'LEGAL-REMIT' TO SQL-NOTICE-TYPE
                       MOVE 'Restrained funds were paid to the creditor'
                           TO SQL-NOTICE-MESSAGE
                       PERFORM QUEUE-CUSTOMER-NOTICE
                   END-IF
               WHEN 'R'
                   DISPLAY 'WARNING: Remittance for order '
                           FUNCTION TRIM(SQL-ORDER-REF)
                           ' was refused at posting - re-raising'
                   EXEC SQL
                       UPDATE dbo.LegalOrders
                       SET STATUS = 'R',
                           REMIT_TX_ID = NULL,
                           RUN_ID = :WS-CURRENT-RUN-ID,
                           UPDATED_TS_UTC = SYSUTCDATETIME()
                       WHERE ORDER_ID = :SQL-ORDER-ID
                   END-EXEC
                   ADD 1 TO WS-REMITS-REFUSED
                   MOVE 'LEGAL_ORDERS' TO WS-ERR-PROGRAM
                   MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
                   MOVE SQL-ORDER-REF TO WS-ERR-CONTEXT
                   MOVE 'Remittance refused at posting - re-raised'
                       TO WS-ERR-MESSAGE
                   PERFORM LOG-PROCESSING-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       CONFIRM-ONE-REMITTANCE-EXIT.
           EXIT.

      ******************************************************************
      * RESTRAIN-SERVED-ORDERS: Place the restraint for every order
      * loaded and not yet worked
      ******************************************************************
       RESTRAIN-SERVED-ORDERS SECTION.
           EXEC SQL
               OPEN SERVED_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open served-order cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-CURSOR-OPEN.
           PERFORM RESTRAIN-ONE-ORDER
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE SERVED_CURSOR
           END-EXEC.
           MOVE 'N' TO WS-CURSOR-OPEN.
       RESTRAIN-SERVED-ORDERS-EXIT.
           EXIT.

      ******************************************************************
      * RESTRAIN-ONE-ORDER: Work out the protected amount and restrain
      * what is left of the balance, up to the order amount. Funds
      * an earlier order already restrains are not available to this
      * one
      ******************************************************************
       RESTRAIN-ONE-ORDER SECTION.
           EXEC SQL
               FETCH SERVED_CURSOR INTO
                   :SQL-ORDER-ID,
                   :SQL-ORDER-REF,
                   :SQL-ORDER-TYPE,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-ORDER-AMOUNT,
                   :SQL-SERVED-DATE
           END-EXEC.

           IF SQLCODE = 100
               GO TO RESTRAIN-ONE-ORDER-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Served-order fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RESTRAIN-ONE-ORDER-EXIT
           END-IF.

           MOVE ZERO TO SQL-ACCT-BALANCE.
           EXEC SQL
               SELECT BALANCE
               INTO :SQL-ACCT-BALANCE:SQL-ACCT-BALANCE-NULL
               FROM dbo.AccountBalances
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-ACCT-BALANCE-NULL = -1
               MOVE ZERO TO SQL-ACCT-BALANCE
           END-IF.

      *    Funds already under another order's restraint
           MOVE ZERO TO SQL-OTHER-RESTRAINED.
           EXEC SQL
               SELECT SUM(RESTRAINED_AMOUNT)
               INTO :SQL-OTHER-RESTRAINED:SQL-OTHER-RESTRAINED-NULL
               FROM dbo.LegalOrders
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND STATUS IN ('R', 'T')
                 AND ORDER_ID <> :SQL-ORDER-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-OTHER-RESTRAINED-NULL = -1
               MOVE ZERO TO SQL-OTHER-RESTRAINED
           END-IF.

      *    Federal benefit payments credited in the lookback window
      *    before service are protected - up to the balance itself.
      *    A federal agency's own levy is not bound by the protection
           MOVE ZERO TO SQL-PROTECTED-AMOUNT.
           IF SQL-ORDER-TYPE NOT = 'FED-LEVY'
               PERFORM COMPUTE-PROTECTED-AMOUNT
           END-IF.

           COMPUTE SQL-RESTRAINED-AMOUNT =
               SQL-ACCT-BALANCE - SQL-OTHER-RESTRAINED
               - SQL-PROTECTED-AMOUNT.
           IF SQL-RESTRAINED-AMOUNT < ZERO
               MOVE ZERO TO SQL-RESTRAINED-AMOUNT
           END-IF.
           IF SQL-RESTRAINED-AMOUNT > SQL-ORDER-AMOUNT
               MOVE SQL-ORDER-AMOUNT TO SQL-RESTRAINED-AMOUNT
           END-IF.

           IF SQL-RESTRAINED-AMOUNT > ZERO
               MOVE 'R' TO SQL-ORDER-STATUS
           ELSE
               MOVE 'N' TO SQL-ORDER-STATUS
           END-IF.

           EXEC SQL
               UPDATE dbo.LegalOrders
               SET STATUS = :SQL-ORDER-STATUS,
                   PROTECTED_AMOUNT = :SQL-PROTECTED-AMOUNT,
                   RESTRAINED_AMOUNT = :SQL-RESTRAINED-AMOUNT,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE ORDER_ID = :SQL-ORDER-ID
                 AND STATUS = 'L'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Restraint update failed for order '
                       FUNCTION TRIM(SQL-ORDER-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO RESTRAIN-ONE-ORDER-EXIT
           END-IF.

           IF SQL-ORDER-STATUS = 'R'
               ADD 1 TO WS-ORDERS-RESTRAINED
               MOVE 'RESTRAINED' TO WS-REGISTER-ACTION
               MOVE 'LEGAL-ORDER' TO SQL-NOTICE-TYPE
               MOVE 'Funds in your account are restrained under a le
      -            'gal order'
                   TO SQL-NOTICE-MESSAGE
           ELSE
               ADD 1 TO WS-ORDERS-NO-FUNDS
               MOVE 'NO-FUNDS' TO WS-REGISTER-ACTION
               MOVE 'LEGAL-NO-FUNDS' TO SQL-NOTICE-TYPE
               MOVE 'A legal order was served; no funds could be res
      -            'trained'
                   TO SQL-NOTICE-MESSAGE
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM QUEUE-CUSTOMER-NOTICE.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       RESTRAIN-ONE-ORDER-EXIT.
           EXIT.

      ******************************************************************
      * COMPUTE-PROTECTED-AMOUNT: Total the federal benefit deposits
      * posted to the account in the lookback window ending on the
      * service date; the protected amount is that total, capped at
      * the balance
      ******************************************************************
       COMPUTE-PROTECTED-AMOUNT SECTION.
           MOVE SPACES TO SQL-BENEFIT-PATTERN.
           STRING '%' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BENEFIT-NARRATIVE-TAG)
                      DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO SQL-BENEFIT-PATTERN
           END-STRING.
           MOVE WS-BENEFIT-LOOKBACK-DAYS TO SQL-LOOKBACK-DAYS.

           MOVE ZERO TO SQL-BENEFIT-TOTAL.
           EXEC SQL
               SELECT SUM(AMOUNT)
               INTO :SQL-BENEFIT-TOTAL:SQL-BENEFIT-TOTAL-NULL
               FROM dbo.Transactions
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND TX_TYPE = 'DEPOSIT'
                 AND POSTED_FLAG = 'Y'
                 AND AMOUNT > 0
                 AND NARRATIVE LIKE RTRIM(:SQL-BENEFIT-PATTERN)
                 AND COALESCE(VALUE_DATE,
                         CONVERT(CHAR(10), TX_TS_UTC, 120))
                     > CONVERT(CHAR(10),
                         DATEADD(DAY, 0 - :SQL-LOOKBACK-DAYS,
                                 CAST(:SQL-SERVED-DATE AS DATE)), 120)
                 AND COALESCE(VALUE_DATE,
                         CONVERT(CHAR(10), TX_TS_UTC, 120))
                     <= :SQL-SERVED-DATE
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-BENEFIT-TOTAL-NULL = -1
               MOVE ZERO TO SQL-BENEFIT-TOTAL
           END-IF.

           MOVE SQL-BENEFIT-TOTAL TO SQL-PROTECTED-AMOUNT.
           IF SQL-PROTECTED-AMOUNT > SQL-ACCT-BALANCE
               MOVE SQL-ACCT-BALANCE TO SQL-PROTECTED-AMOUNT
           END-IF.
           IF SQL-PROTECTED-AMOUNT < ZERO
               MOVE ZERO TO SQL-PROTECTED-AMOUNT
           END-IF.
       COMPUTE-PROTECTED-AMOUNT-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-DUE-REMITTANCES: Pay the restrained funds over to the
      * creditor for every order whose answer period has ended
      ******************************************************************
       RAISE-DUE-REMITTANCES SECTION.
           EXEC SQL
               OPEN DUE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open due-order cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-CURSOR-OPEN.
           PERFORM RAISE-ONE-REMITTANCE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE DUE_CURSOR
           END-EXEC.
           MOVE 'N' TO WS-CURSOR-OPEN.
       RAISE-DUE-REMITTANCES-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-ONE-REMITTANCE: Insert the remittance TRANSFER, unposted,
      * for tonight's POST_LEDGER run, and carry its TX_ID on the
      * order. POST_LEDGER lets this one TRANSFER draw on the funds
      * its own order restrains
      ******************************************************************
       RAISE-ONE-REMITTANCE SECTION.
           EXEC SQL
               FETCH DUE_CURSOR INTO
                   :SQL-ORDER-ID,
                   :SQL-ORDER-REF,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-RESTRAINED-AMOUNT,
                   :SQL-CREDITOR-ACC-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO RAISE-ONE-REMITTANCE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Due-order fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RAISE-ONE-REMITTANCE-EXIT
           END-IF.

           COMPUTE SQL-TX-AMOUNT = 0 - SQL-RESTRAINED-AMOUNT.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Legal order remittance ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ORDER-REF) DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.

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
                   :SQL-ACC-ID,
                   :SQL-TX-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'TRANSFER',
                   :SQL-CREDITOR-ACC-ID,
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Remittance insert failed for order '
                       FUNCTION TRIM(SQL-ORDER-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'LEGAL_ORDERS' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ORDER-REF TO WS-ERR-CONTEXT
               MOVE 'Remittance TRANSFER insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               MOVE 0 TO SQLCODE
               GO TO RAISE-ONE-REMITTANCE-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-REMIT-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-REMIT-TX-ID
           END-IF.

           EXEC SQL
               UPDATE dbo.LegalOrders
               SET STATUS = 'T',
                   REMIT_TX_ID = :SQL-REMIT-TX-ID,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE ORDER_ID = :SQL-ORDER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Order update failed after remittance '
                       'for order ' FUNCTION TRIM(SQL-ORDER-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO RAISE-ONE-REMITTANCE-EXIT
           END-IF.

           ADD 1 TO WS-REMITS-RAISED.
           MOVE 'REMIT-RAISED' TO WS-REGISTER-ACTION.
           PERFORM WRITE-REGISTER-LINE.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       RAISE-ONE-REMITTANCE-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-CUSTOMER-NOTICE: Queue the customer notice for the
      * current order on dbo.CustomerNotifications for NOTIFY_EXTRACT
      ******************************************************************
       QUEUE-CUSTOMER-NOTICE SECTION.
           MOVE SQL-ORDER-ID TO WS-ORDER-ID-DISP.
           MOVE SPACES TO SQL-NOTICE-REF.
           STRING FUNCTION TRIM(WS-ORDER-ID-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ORDER-REF) DELIMITED BY SIZE
               INTO SQL-NOTICE-REF
           END-STRING.

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
                       'order ' FUNCTION TRIM(SQL-ORDER-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       QUEUE-CUSTOMER-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-REGISTER-LINE: Append one order action to the register
      ******************************************************************
       WRITE-REGISTER-LINE SECTION.
           IF NOT REGISTER-RPT-OK
               GO TO WRITE-REGISTER-LINE-EXIT
           END-IF.

           MOVE SQL-ORDER-ID TO WS-ORDER-ID-DISP.
           MOVE SQL-RESTRAINED-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING FUNCTION TRIM(WS-ORDER-ID-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ORDER-REF) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REGISTER-ACTION) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-REGISTER-LINE
           END-STRING.
           WRITE REGISTER-RPT-RECORD FROM WS-REGISTER-LINE.
       WRITE-REGISTER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-ORDER-REGISTER: Close the register report
      ******************************************************************
       CLOSE-ORDER-REGISTER SECTION.
           IF NOT REGISTER-RPT-OK
               GO TO CLOSE-ORDER-REGISTER-EXIT
           END-IF.

           CLOSE ORDER-REGISTER-RPT.
           DISPLAY 'Legal order register written to '
                   '"data/out/legal_orders_register.csv"'.
       CLOSE-ORDER-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if anything was loaded, restrained or remitted
           IF WS-ROWS-VALID = ZERO
               AND WS-ORDERS-RESTRAINED = ZERO
               AND WS-REMITS-RAISED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'LEGAL_ORDERS' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'legal_orders.csv' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'ACTION,ORDER_REF,ORDER_TYPE,ACC_ID,CURRENCY,'
                  DELIMITED BY SIZE
                  'ORDER_AMOUNT,CREDITOR_ACC_ID,SERVED_DATE,'
                  DELIMITED BY SIZE
                  'ANSWER_DAYS' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'LegalOrders,Transactions' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'ORDER_REF,ACC_ID,PROTECTED_AMOUNT,'
                  DELIMITED BY SIZE
                  'RESTRAINED_AMOUNT,STATUS,REMIT_TX_ID'
                  DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Restrain balance less protected; remit at answer'
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
           COMPUTE WS-TOTAL-ROWS-PROCESSED = WS-ROW-NUMBER - 1.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Total rows processed:   ' WS-TOTAL-ROWS-PROCESSED.
           DISPLAY '  Rows applied:           ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped:   ' WS-ROWS-INVALID.
           DISPLAY '  Orders released:        ' WS-ORDERS-RELEASED.
           DISPLAY '  Orders restrained:      ' WS-ORDERS-RESTRAINED.
           DISPLAY '  Orders with no funds:   ' WS-ORDERS-NO-FUNDS.
           DISPLAY '  Remittances raised:     ' WS-REMITS-RAISED.
           DISPLAY '  Remittances confirmed:  ' WS-REMITS-CONFIRMED.
           DISPLAY '  Remittances refused:    ' WS-REMITS-REFUSED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM LEGAL-ORDERS.
