       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALYSIS-PRICE-MAINT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * ANALYSIS_PRICE_MAINT - Account Analysis Price Sheet Maintenance
      ******************************************************************
      * Purpose: Load an approved account analysis price sheet into
      *          dbo.AnalysisUnitPrices, the effective-dated table
      *          ACCT_ANALYSIS prices business accounts' monthly
      *          activity against. Each sheet row names an ACC_TYPE,
      *          a SERVICE_CODE and its unit price:
      *            MAINT   - per account per month
      *            DEPOSIT - per deposit credited
      *            ITEM    - per check paid
      *            ACH     - per ACH origination
      *            WIRE    - per outgoing wire
      *            ECR     - the earnings credit rate, carried in
      *                      UNIT_PRICE as an annual decimal rate
      *                      (0.015 for 1.5%)
      *          with an effective-from date and optional
      *          effective-to. An ACC_TYPE with any price in effect
      *          is priced on account analysis instead of the flat
      *          FEE_ASSESS schedule. Loading a row closes out any
      *          still-open prior price for the same type and
      *          service the day before the new one takes effect, so
      *          the full price history is retained and any analysis
      *          date maps to exactly one price.
      * Input:   data/in/analysis_prices.csv (CSV format)
      * Output:  dbo.AnalysisUnitPrices table (SQL Server)
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=ANALYSIS_PRICE_MAINT
      * LINEAGE: SRC=csv.filesystem.analysis_prices.csv(ACC_TYPE,
      *               SERVICE_CODE,UNIT_PRICE,EFF_FROM_DATE,
      *               EFF_TO_DATE)
      * LINEAGE: TGT=sqlserver.dbo.AnalysisUnitPrices(same columns)
      * LINEAGE: MAP=EFF_FROM_DATE -> EFF_TO_DATE [CLOSE OUT PRIOR
      *               OPEN PRICE AT EFF_FROM - 1 DAY]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT PRICE-REJECTS-CSV
               ASSIGN TO "data/out/analysis_prices_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  PRICE-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.

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
               VALUE 'data/in/analysis_prices.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 5 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed price sheet fields
       01  WS-CSV-ACC-TYPE             PIC X(16).
       01  WS-CSV-SERVICE-CODE         PIC X(8).
       01  WS-CSV-UNIT-PRICE-STR       PIC X(20).
       01  WS-CSV-EFF-FROM             PIC X(10).
       01  WS-CSV-EFF-TO               PIC X(10).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-SUPERSEDED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(21)
                                        VALUE 'ANALYSIS_PRICE_MAINT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-SERVICE-CODE            PIC X(8).
       01  SQL-UNIT-PRICE              PIC S9(5)V9(6) COMP-3.
       01  SQL-EFF-FROM-DATE           PIC X(10).
       01  SQL-EFF-TO-DATE             PIC X(10).
       01  SQL-DUP-COUNT               PIC S9(9) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator for the optional EFF_TO_DATE column
       01  SQL-EFF-TO-DATE-NULL        PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'ANALYSIS_PRICE_MAINT - Analysis Price Maintenance'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM PROCESS-CSV-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'ANALYSIS_PRICE_MAINT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE ZERO TO WS-ROWS-SUPERSEDED.
           MOVE 1 TO WS-ROW-NUMBER.

      *    Allow the price sheet path to be overridden from the
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
      * PROCESS-CSV-FILE: Read and process all CSV rows
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT PRICE-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ PRICE-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE PRICE-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE PRICE-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the analysis_prices_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT PRICE-REJECTS-CSV.
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
           MOVE 'ANALYSIS_PRICE_MAINT' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the analysis_prices_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE PRICE-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single price sheet row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ PRICE-CSV INTO WS-CSV-LINE
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
               PERFORM CHECK-DUPLICATE-PRICE-ROW
           END-IF.

           IF ROW-IS-VALID
               PERFORM SUPERSEDE-PRIOR-PRICE
           END-IF.

           IF ROW-IS-VALID
               PERFORM INSERT-PRICE-ROW
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-ACC-TYPE.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-SERVICE-CODE.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-UNIT-PRICE-STR.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-EFF-FROM.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-EFF-TO.
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
           IF WS-CSV-FIELD-IDX > 5
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
      * VALIDATE-CSV-FIELDS: Apply validation rules to parsed data
      ******************************************************************
       VALIDATE-CSV-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-CSV-ACC-TYPE = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_TYPE is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_TYPE is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CSV-ACC-TYPE)
               TO WS-CSV-ACC-TYPE.

      *    The service must be one ACCT_ANALYSIS prices
           MOVE FUNCTION UPPER-CASE(WS-CSV-SERVICE-CODE)
               TO WS-CSV-SERVICE-CODE.
           EVALUATE WS-CSV-SERVICE-CODE
               WHEN 'MAINT'
               WHEN 'DEPOSIT'
               WHEN 'ITEM'
               WHEN 'ACH'
               WHEN 'WIRE'
               WHEN 'ECR'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - unknown SERVICE_CODE: '
                           WS-CSV-SERVICE-CODE
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Unknown SERVICE_CODE' TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
           END-EVALUATE.

      *    The unit price (or ECR rate) must be numeric and not
      *    negative
           IF FUNCTION TEST-NUMVAL(WS-CSV-UNIT-PRICE-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - UNIT_PRICE is not numeric: '
                       WS-CSV-UNIT-PRICE-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'UNIT_PRICE is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           COMPUTE SQL-UNIT-PRICE =
               FUNCTION NUMVAL(WS-CSV-UNIT-PRICE-STR).
           IF SQL-UNIT-PRICE < 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - UNIT_PRICE must not be negative'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'UNIT_PRICE must not be negative'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    An ECR of 1 or more is a percentage keyed as a whole
      *    number
           IF WS-CSV-SERVICE-CODE = 'ECR' AND SQL-UNIT-PRICE >= 1
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ECR must be a decimal rate below 1'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ECR must be a decimal rate below 1'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Validate EFF_FROM_DATE (required, YYYY-MM-DD shape)
           IF WS-CSV-EFF-FROM = SPACES
               OR WS-CSV-EFF-FROM (5:1) NOT = '-'
               OR WS-CSV-EFF-FROM (8:1) NOT = '-'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - EFF_FROM_DATE must be YYYY-MM-DD: '
                       WS-CSV-EFF-FROM
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'EFF_FROM_DATE must be YYYY-MM-DD'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    EFF_TO_DATE is optional, but when present must not precede
      *    EFF_FROM_DATE
           IF WS-CSV-EFF-TO NOT = SPACES
               IF WS-CSV-EFF-TO < WS-CSV-EFF-FROM
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - EFF_TO_DATE precedes EFF_FROM_DATE'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'EFF_TO_DATE precedes EFF_FROM_DATE'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-DUPLICATE-PRICE-ROW: Refuse a row identical in type,
      * service and effective-from to one already on file -
      * re-loading the same approved sheet must be a no-op
      ******************************************************************
       CHECK-DUPLICATE-PRICE-ROW SECTION.
           MOVE WS-CSV-ACC-TYPE TO SQL-ACC-TYPE.
           MOVE WS-CSV-SERVICE-CODE TO SQL-SERVICE-CODE.
           MOVE WS-CSV-EFF-FROM TO SQL-EFF-FROM-DATE.
           MOVE ZERO TO SQL-DUP-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DUP-COUNT
               FROM dbo.AnalysisUnitPrices
               WHERE ACC_TYPE = :SQL-ACC-TYPE
                 AND SERVICE_CODE = :SQL-SERVICE-CODE
                 AND EFF_FROM_DATE = :SQL-EFF-FROM-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Row ' WS-ROW-NUMBER
                       ' - Duplicate check failed, SQLCODE: ' SQLCODE
               GO TO CHECK-DUPLICATE-PRICE-ROW-EXIT
           END-IF.

           IF SQL-DUP-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Price row already on file, skipping'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Price row already on file'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-DUPLICATE-PRICE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * SUPERSEDE-PRIOR-PRICE: Close out any still-open price for
      * the same type and service the day before the new one takes
      * effect, keeping the full price history
      ******************************************************************
       SUPERSEDE-PRIOR-PRICE SECTION.
           EXEC SQL
               UPDATE dbo.AnalysisUnitPrices
               SET EFF_TO_DATE = CONVERT(CHAR(10),
                       DATEADD(DAY, -1,
                           CAST(:SQL-EFF-FROM-DATE AS DATE)), 120)
               WHERE ACC_TYPE = :SQL-ACC-TYPE
                 AND SERVICE_CODE = :SQL-SERVICE-CODE
                 AND EFF_TO_DATE IS NULL
                 AND EFF_FROM_DATE < :SQL-EFF-FROM-DATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-SUPERSEDED
               GO TO SUPERSEDE-PRIOR-PRICE-EXIT
           END-IF.

      *    SQLCODE 100 just means there was no open prior price
           IF SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Prior price close-out failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Prior price close-out failed'
                   TO WS-REJECT-REASON
           END-IF.
       SUPERSEDE-PRIOR-PRICE-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-PRICE-ROW: Insert the validated price sheet row
      ******************************************************************
       INSERT-PRICE-ROW SECTION.
           IF WS-CSV-EFF-TO = SPACES
               MOVE SPACES TO SQL-EFF-TO-DATE
               MOVE -1 TO SQL-EFF-TO-DATE-NULL
           ELSE
               MOVE WS-CSV-EFF-TO TO SQL-EFF-TO-DATE
               MOVE 0 TO SQL-EFF-TO-DATE-NULL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.AnalysisUnitPrices (
                   ACC_TYPE,
                   SERVICE_CODE,
                   UNIT_PRICE,
                   EFF_FROM_DATE,
                   EFF_TO_DATE,
                   LOADED_TS_UTC
               ) VALUES (
                   :SQL-ACC-TYPE,
                   :SQL-SERVICE-CODE,
                   :SQL-UNIT-PRICE,
                   :SQL-EFF-FROM-DATE,
                   :SQL-EFF-TO-DATE:SQL-EFF-TO-DATE-NULL,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Price insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Price insert failed' TO WS-REJECT-REASON
           END-IF.
       INSERT-PRICE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we loaded at least one price row
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'ANALYSIS_PRICE_MAINT' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'analysis_prices.csv' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'ACC_TYPE,SERVICE_CODE,UNIT_PRICE,'
                  DELIMITED BY SIZE
                  'EFF_FROM_DATE,EFF_TO_DATE' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'AnalysisUnitPrices' TO WS-LIN-TGT-TABLE.
           MOVE WS-LIN-SRC-COLS TO WS-LIN-TGT-COLS.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Price sheet load; prior open prices closed out'
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
           COMPUTE WS-TOTAL-ROWS-PROCESSED = WS-ROW-NUMBER - 1.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Total rows processed:      '
                   WS-TOTAL-ROWS-PROCESSED.
           DISPLAY '  Price rows loaded:         ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped:      ' WS-ROWS-INVALID.
           DISPLAY '  Prior prices superseded:   '
                   WS-ROWS-SUPERSEDED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM ANALYSIS-PRICE-MAINT.
