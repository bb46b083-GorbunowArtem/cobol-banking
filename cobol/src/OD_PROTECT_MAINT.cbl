       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-PROTECT-MAINT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * OD_PROTECT_MAINT - Overdraft Protection Enrollment Maintenance
      ******************************************************************
      * Purpose: Enroll (or cancel) a protecting account for an
      *          account/currency on dbo.OverdraftProtection. When a
      *          debit would take the protected account past its
      *          overdraft limit, POST_LEDGER transfers just enough
      *          from the protecting account to cover the shortfall
      *          and charges the protection transfer fee instead of
      *          the NSF fee. The protecting account must be open,
      *          in the same customer's name (owner or active
      *          PRIMARY/JOINT holder), and a SAVINGS, MONEY_MARKET
      *          or CREDIT_LINE account - a line of credit lends up
      *          to its own overdraft limit. An account carries one
      *          live enrollment per currency; enrolling again
      *          supersedes the standing one, and every change keeps
      *          its approving officer on record.
      * Input:   data/in/overdraft_protection.csv (CSV format)
      * Output:  dbo.OverdraftProtection table (SQL Server)
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=OD_PROTECT_MAINT
      * LINEAGE: SRC=csv.filesystem.overdraft_protection.csv(ACC_ID,
      *               CURRENCY,PROTECT_ACC_ID,ACTION,OFFICER_ID)
      * LINEAGE: TGT=sqlserver.dbo.OverdraftProtection(ACC_ID,
      *               CURRENCY,PROTECT_ACC_ID,STATUS,ENROLLED_DATE,
      *               CANCELLED_DATE,OFFICER_ID,RUN_ID)
      * LINEAGE: MAP=ACTION -> STATUS [VALIDATE, DERIVE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTECT-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT PROTECT-REJECTS-CSV
               ASSIGN TO "data/out/overdraft_protection_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROTECT-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  PROTECT-REJECTS-CSV.
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
               VALUE 'data/in/overdraft_protection.csv'.
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

      * Parsed enrollment fields
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-CURRENCY             PIC X(3).
       01  WS-CSV-PROTECT-ACC-ID       PIC X(32).
       01  WS-CSV-ACTION               PIC X(8).
           88  CSV-ACTION-ENROLL       VALUE 'ENROLL'.
           88  CSV-ACTION-CANCEL       VALUE 'CANCEL'.
       01  WS-CSV-OFFICER-ID           PIC X(32).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ENROLLMENTS-ADDED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ENROLLMENTS-CANCELLED    PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(17)
                                        VALUE 'OD_PROTECT_MAINT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-PROTECT-ACC-ID          PIC X(32).
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-ACCT-STATUS             PIC X(1).
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-RUN-ID                  PIC X(64).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'OD_PROTECT_MAINT - Overdraft Protection Enrollment'.
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
           DISPLAY 'OD_PROTECT_MAINT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE 1 TO WS-ROW-NUMBER.
           MOVE ZERO TO WS-ENROLLMENTS-ADDED.
           MOVE ZERO TO WS-ENROLLMENTS-CANCELLED.

      *    Allow the enrollment CSV path to be overridden from the
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
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.
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

           OPEN INPUT PROTECT-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ PROTECT-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE PROTECT-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE PROTECT-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the protection reject CSV
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT PROTECT-REJECTS-CSV.
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
           MOVE 'OD_PROTECT_MAINT' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the protection reject CSV
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE PROTECT-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single enrollment row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ PROTECT-CSV INTO WS-CSV-LINE
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
               PERFORM APPLY-ENROLLMENT-ROW
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-CURRENCY.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-PROTECT-ACC-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (4)) TO WS-CSV-ACTION.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-OFFICER-ID.
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

      *    Validate ACC_ID (non-empty, open on the account master)
           IF WS-CSV-ACC-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE SPACES TO SQL-ACCT-STATUS.
           MOVE SPACES TO SQL-CUSTOMER-ID.
           EXEC SQL
               SELECT STATUS, COALESCE(CUSTOMER_ID, '')
               INTO :SQL-ACCT-STATUS, :SQL-CUSTOMER-ID
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_ID not on account master: '
                       WS-CSV-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID not on account master' TO WS-REJECT-REASON
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
           MOVE WS-CSV-CURRENCY TO SQL-CURRENCY.

      *    Validate ACTION
           IF NOT CSV-ACTION-ENROLL AND NOT CSV-ACTION-CANCEL
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACTION must be ENROLL or CANCEL: '
                       WS-CSV-ACTION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACTION must be ENROLL or CANCEL'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Every enrollment change must name its approving officer
           IF WS-CSV-OFFICER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - OFFICER_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OFFICER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-OFFICER-ID TO SQL-OFFICER-ID.

      *    A cancellation needs nothing further
           IF CSV-ACTION-CANCEL
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF SQL-ACCT-STATUS NOT = 'O'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_ID is not open: ' WS-CSV-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is not open' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Validate PROTECT_ACC_ID (present, not the account itself)
           IF WS-CSV-PROTECT-ACC-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - PROTECT_ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'PROTECT_ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-PROTECT-ACC-ID = WS-CSV-ACC-ID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Account cannot protect itself'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Account cannot protect itself' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           MOVE WS-CSV-PROTECT-ACC-ID TO SQL-PROTECT-ACC-ID.
           MOVE SPACES TO SQL-ACCT-STATUS.
           MOVE SPACES TO SQL-ACC-TYPE.
           EXEC SQL
               SELECT STATUS, COALESCE(ACC_TYPE, '')
               INTO :SQL-ACCT-STATUS, :SQL-ACC-TYPE
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-PROTECT-ACC-ID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - PROTECT_ACC_ID not on account master: '
                       WS-CSV-PROTECT-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'PROTECT_ACC_ID not on account master'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF SQL-ACCT-STATUS NOT = 'O'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - PROTECT_ACC_ID is not open: '
                       WS-CSV-PROTECT-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'PROTECT_ACC_ID is not open' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Only a savings-type account or a line of credit may protect
           EVALUATE SQL-ACC-TYPE
               WHEN 'SAVINGS'
               WHEN 'MONEY_MARKET'
               WHEN 'CREDIT_LINE'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - PROTECT_ACC_ID type not eligible: '
                           SQL-ACC-TYPE
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'PROTECT_ACC_ID type not eligible'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
           END-EVALUATE.

      *    Funds may only move between the same customer's accounts:
      *    the protected account's owner must own the protecting
      *    account or be an active primary/joint holder on it
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Accounts P
               WHERE P.ACC_ID = :SQL-PROTECT-ACC-ID
                 AND (P.CUSTOMER_ID = :SQL-CUSTOMER-ID
                      OR EXISTS (
                          SELECT 1 FROM dbo.AccountHolders H
                          WHERE H.ACC_ID = P.ACC_ID
                            AND H.CUSTOMER_ID = :SQL-CUSTOMER-ID
                            AND H.STATUS = 'A'
                            AND H.HOLDER_ROLE IN ('PRIMARY',
                                                  'JOINT')))
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-EXISTS-COUNT = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - PROTECT_ACC_ID belongs to another customer'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'PROTECT_ACC_ID belongs to another customer'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ENROLLMENT-ROW: Close out the standing enrollment for
      * the account/currency, then (for ENROLL) record the new one.
      * Rows are never deleted, so each change and its approving
      * officer stay on record
      ******************************************************************
       APPLY-ENROLLMENT-ROW SECTION.
           EXEC SQL
               UPDATE dbo.OverdraftProtection
               SET STATUS = 'C',
                   CANCELLED_DATE = CAST(SYSUTCDATETIME() AS DATE),
                   RUN_ID = :SQL-RUN-ID,
                   TS_UTC = SYSUTCDATETIME()
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 100 AND CSV-ACTION-CANCEL
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - No active enrollment to cancel'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No active enrollment to cancel'
                   TO WS-REJECT-REASON
               GO TO APPLY-ENROLLMENT-ROW-EXIT
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Enrollment close-out failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Enrollment close-out failed' TO WS-REJECT-REASON
               GO TO APPLY-ENROLLMENT-ROW-EXIT
           END-IF.

           IF CSV-ACTION-CANCEL
               ADD 1 TO WS-ENROLLMENTS-CANCELLED
               GO TO APPLY-ENROLLMENT-ROW-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.OverdraftProtection (
                   ACC_ID,
                   CURRENCY,
                   PROTECT_ACC_ID,
                   STATUS,
                   ENROLLED_DATE,
                   OFFICER_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-PROTECT-ACC-ID,
                   'A',
                   CAST(SYSUTCDATETIME() AS DATE),
                   :SQL-OFFICER-ID,
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Enrollment insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Enrollment insert failed' TO WS-REJECT-REASON
               GO TO APPLY-ENROLLMENT-ROW-EXIT
           END-IF.

           ADD 1 TO WS-ENROLLMENTS-ADDED.
       APPLY-ENROLLMENT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we applied at least one enrollment row
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'OD_PROTECT_MAINT' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'overdraft_protection.csv' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'ACC_ID,CURRENCY,PROTECT_ACC_ID,ACTION,'
                  DELIMITED BY SIZE
                  'OFFICER_ID' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'OverdraftProtection' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'ACC_ID,CURRENCY,PROTECT_ACC_ID,STATUS,'
                  DELIMITED BY SIZE
                  'ENROLLED_DATE,CANCELLED_DATE,OFFICER_ID'
                  DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Protection enrollment; superseded rows retained'
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
           DISPLAY '  Total rows processed: ' WS-TOTAL-ROWS-PROCESSED.
           DISPLAY '  Rows applied:         ' WS-ROWS-VALID.
           DISPLAY '  Enrollments added:    ' WS-ENROLLMENTS-ADDED.
           DISPLAY '  Enrollments ended:    ' WS-ENROLLMENTS-CANCELLED.
           DISPLAY '  Invalid rows skipped: ' WS-ROWS-INVALID.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM OD-PROTECT-MAINT.
