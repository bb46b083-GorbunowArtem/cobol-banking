       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECAY-RATE-MAINT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * DECAY_RATE_MAINT - Non-Maturity Deposit Decay Maintenance
      ******************************************************************
      * Purpose: Load the asset-liability committee's decay
      *          assumptions for non-maturity deposits into
      *          dbo.DepositDecayRates, the effective-dated table
      *          REPRICING_GAP spreads checking, savings and money
      *          market balances across the repricing buckets with.
      *          Each row names an ACC_TYPE, a repricing bucket code
      *          from GAP-BUCKETS.cpy, and DECAY_PCT, the decimal
      *          share of the product's balance assumed to reprice
      *          in that bucket (0.25 for a quarter), with an
      *          effective-from date and optional effective-to.
      *          Loading a row closes out any still-open prior
      *          share for the same type and bucket the day before
      *          the new one takes effect, so the assumption history
      *          is retained and any as-of date maps to exactly one
      *          decay profile.
      * Input:   data/in/deposit_decay.csv (CSV format)
      * Output:  dbo.DepositDecayRates table (SQL Server)
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=DECAY_RATE_MAINT
      * LINEAGE: SRC=csv.filesystem.deposit_decay.csv(ACC_TYPE,
      *               BUCKET_CODE,DECAY_PCT,EFF_FROM_DATE,EFF_TO_DATE)
      * LINEAGE: TGT=sqlserver.dbo.DepositDecayRates(same columns)
      * LINEAGE: MAP=EFF_FROM_DATE -> EFF_TO_DATE [CLOSE OUT PRIOR
      *               OPEN SHARE AT EFF_FROM - 1 DAY]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECAY-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT DECAY-REJECTS-CSV
               ASSIGN TO "data/out/deposit_decay_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECAY-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  DECAY-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY GAP-BUCKETS.

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
               VALUE 'data/in/deposit_decay.csv'.
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

      * Parsed decay assumption fields
       01  WS-CSV-ACC-TYPE             PIC X(16).
       01  WS-CSV-BUCKET-CODE          PIC X(6).
       01  WS-CSV-DECAY-PCT-STR        PIC X(20).
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
           05  FILLER                  PIC X(17)
                                        VALUE 'DECAY_RATE_MAINT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-BUCKET-CODE             PIC X(6).
       01  SQL-DECAY-PCT               PIC S9(1)V9(6) COMP-3.
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
           DISPLAY 'DECAY_RATE_MAINT - Deposit Decay Maintenance'.
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
           DISPLAY 'DECAY_RATE_MAINT completed successfully'.
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

      *    Allow the decay file path to be overridden from the
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

           OPEN INPUT DECAY-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ DECAY-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE DECAY-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE DECAY-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the deposit_decay_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT DECAY-REJECTS-CSV.
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
           MOVE 'DECAY_RATE_MAINT' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the deposit_decay_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE DECAY-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single decay row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ DECAY-CSV INTO WS-CSV-LINE
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
               PERFORM CHECK-DUPLICATE-DECAY-ROW
           END-IF.

           IF ROW-IS-VALID
               PERFORM SUPERSEDE-PRIOR-SHARE
           END-IF.

           IF ROW-IS-VALID
               PERFORM INSERT-DECAY-ROW
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
           MOVE WS-CSV-FIELD (2) TO WS-CSV-BUCKET-CODE.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-DECAY-PCT-STR.
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

      *    ACC_TYPE is required. CD and LOAN reprice on their own
      *    contractual dates and take no decay assumption
           IF WS-CSV-ACC-TYPE = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_TYPE is required'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_TYPE is required' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-ACC-TYPE = 'CD' OR WS-CSV-ACC-TYPE = 'LOAN'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ' FUNCTION TRIM(WS-CSV-ACC-TYPE)
                       ' reprices contractually'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_TYPE reprices contractually, no decay'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-ACC-TYPE TO SQL-ACC-TYPE.

      *    BUCKET_CODE must name one of the committee's buckets
           SET WS-GAP-BKT-IDX TO 1.
           SEARCH WS-GAP-BUCKET-ENTRY
               AT END
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - Unknown BUCKET_CODE: '
                           WS-CSV-BUCKET-CODE
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Unknown BUCKET_CODE' TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               WHEN WS-GAP-BKT-CODE (WS-GAP-BKT-IDX)
                       = WS-CSV-BUCKET-CODE
                   MOVE WS-CSV-BUCKET-CODE TO SQL-BUCKET-CODE
           END-SEARCH.

      *    The share is a decimal fraction of the balance - a value
      *    above 1 is a percentage keyed as a whole number
           IF WS-CSV-DECAY-PCT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-DECAY-PCT-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - DECAY_PCT is not numeric: '
                       WS-CSV-DECAY-PCT-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'DECAY_PCT is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF FUNCTION NUMVAL(WS-CSV-DECAY-PCT-STR) < 0
               OR FUNCTION NUMVAL(WS-CSV-DECAY-PCT-STR) > 1
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - DECAY_PCT must be a share from 0 to 1'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'DECAY_PCT must be a share from 0 to 1'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-DECAY-PCT =
               FUNCTION NUMVAL(WS-CSV-DECAY-PCT-STR).

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
      * CHECK-DUPLICATE-DECAY-ROW: Refuse a row identical in type,
      * bucket and effective-from to one already on file -
      * re-loading the same approved assumptions must be a no-op
      ******************************************************************
       CHECK-DUPLICATE-DECAY-ROW SECTION.
           MOVE WS-CSV-EFF-FROM TO SQL-EFF-FROM-DATE.
           MOVE ZERO TO SQL-DUP-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DUP-COUNT
               FROM dbo.DepositDecayRates
               WHERE ACC_TYPE = :SQL-ACC-TYPE
                 AND BUCKET_CODE = :SQL-BUCKET-CODE
                 AND EFF_FROM_DATE = :SQL-EFF-FROM-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Row ' WS-ROW-NUMBER
                       ' - Duplicate check failed, SQLCODE: ' SQLCODE
               GO TO CHECK-DUPLICATE-DECAY-ROW-EXIT
           END-IF.

           IF SQL-DUP-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Decay share already on file, skipping'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Decay share already on file'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-DUPLICATE-DECAY-ROW-EXIT.
           EXIT.

      ******************************************************************
      * SUPERSEDE-PRIOR-SHARE: Close out any still-open share for the
      * same type and bucket the day before the new one takes
      * effect, keeping the full assumption history
      ******************************************************************
       SUPERSEDE-PRIOR-SHARE SECTION.
           EXEC SQL
               UPDATE dbo.DepositDecayRates
               SET EFF_TO_DATE = CONVERT(CHAR(10),
                       DATEADD(DAY, -1,
                           CAST(:SQL-EFF-FROM-DATE AS DATE)), 120)
               WHERE ACC_TYPE = :SQL-ACC-TYPE
                 AND BUCKET_CODE = :SQL-BUCKET-CODE
                 AND EFF_TO_DATE IS NULL
                 AND EFF_FROM_DATE < :SQL-EFF-FROM-DATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-SUPERSEDED
               GO TO SUPERSEDE-PRIOR-SHARE-EXIT
           END-IF.

      *    SQLCODE 100 just means there was no open prior share
           IF SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Prior share close-out failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Prior share close-out failed'
                   TO WS-REJECT-REASON
           END-IF.
       SUPERSEDE-PRIOR-SHARE-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-DECAY-ROW: Insert the validated decay share
      ******************************************************************
       INSERT-DECAY-ROW SECTION.
           IF WS-CSV-EFF-TO = SPACES
               MOVE SPACES TO SQL-EFF-TO-DATE
               MOVE -1 TO SQL-EFF-TO-DATE-NULL
           ELSE
               MOVE WS-CSV-EFF-TO TO SQL-EFF-TO-DATE
               MOVE 0 TO SQL-EFF-TO-DATE-NULL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.DepositDecayRates (
                   ACC_TYPE,
                   BUCKET_CODE,
                   DECAY_PCT,
                   EFF_FROM_DATE,
                   EFF_TO_DATE,
                   LOADED_TS_UTC
               ) VALUES (
                   :SQL-ACC-TYPE,
                   :SQL-BUCKET-CODE,
                   :SQL-DECAY-PCT,
                   :SQL-EFF-FROM-DATE,
                   :SQL-EFF-TO-DATE:SQL-EFF-TO-DATE-NULL,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Decay share insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Decay share insert failed' TO WS-REJECT-REASON
           END-IF.
       INSERT-DECAY-ROW-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we loaded at least one decay share
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'DECAY_RATE_MAINT' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'deposit_decay.csv' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'ACC_TYPE,BUCKET_CODE,DECAY_PCT,'
                  'EFF_FROM_DATE,EFF_TO_DATE'
               DELIMITED BY SIZE INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'DepositDecayRates' TO WS-LIN-TGT-TABLE.
           MOVE WS-LIN-SRC-COLS TO WS-LIN-TGT-COLS.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Decay share load; prior open shares closed out'
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
           DISPLAY '  Decay shares loaded:       ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped:      ' WS-ROWS-INVALID.
           DISPLAY '  Prior shares superseded:   '
                   WS-ROWS-SUPERSEDED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM DECAY-RATE-MAINT.
