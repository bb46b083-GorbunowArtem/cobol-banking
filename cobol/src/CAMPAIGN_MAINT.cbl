       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-MAINT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * CAMPAIGN_MAINT - Account-Opening Bonus Campaign Maintenance
      ******************************************************************
      * Purpose: Load Marketing's approved campaign sheet into
      *          dbo.BonusCampaigns - the table BONUS_PAYOUT enrolls,
      *          qualifies and pays from - so an "open a checking
      *          account and get a bonus" offer is data instead of a
      *          paper list kept at each branch. Each row names the
      *          campaign, the eligible ACC_TYPE and the open-date
      *          window, the qualifying activity (ACHCREDIT: a number
      *          of incoming ACH credits of at least a minimum amount;
      *          BALANCE: a minimum end-of-day balance held for a
      *          number of consecutive days), how many days after
      *          opening the account has to qualify, the bonus and
      *          its currency, the clawback window and an optional
      *          referral bonus. Re-loading a campaign amends it;
      *          once a bonus has been paid under a campaign its terms
      *          are locked and only the open-date window may move.
      * Input:   data/in/bonus_campaigns.csv (CSV format)
      * Output:  dbo.BonusCampaigns table (SQL Server)
      *          data/out/bonus_campaigns_rejects.csv
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=CAMPAIGN_MAINT
      * LINEAGE: SRC=csv.filesystem.bonus_campaigns.csv(CAMPAIGN_ID,
      *               ACC_TYPE,OPEN_FROM_DATE,OPEN_TO_DATE,QUAL_TYPE,
      *               QUAL_COUNT,QUAL_MIN_AMOUNT,QUAL_WINDOW_DAYS,
      *               BONUS_AMOUNT,CURRENCY,CLAWBACK_DAYS,
      *               REFERRAL_BONUS)
      * LINEAGE: TGT=sqlserver.dbo.BonusCampaigns(same columns)
      * LINEAGE: MAP=CAMPAIGN_ID -> CAMPAIGN_ID [UPSERT; TERMS LOCKED
      *               ONCE PAID]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMP-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT CAMP-REJECTS-CSV
               ASSIGN TO "data/out/bonus_campaigns_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMP-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  CAMP-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY ISO-4217.

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
               VALUE 'data/in/bonus_campaigns.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 12 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed campaign sheet fields
       01  WS-CSV-CAMPAIGN-ID          PIC X(16).
       01  WS-CSV-ACC-TYPE             PIC X(16).
       01  WS-CSV-OPEN-FROM            PIC X(10).
       01  WS-CSV-OPEN-TO              PIC X(10).
       01  WS-CSV-QUAL-TYPE            PIC X(10).
       01  WS-CSV-QUAL-COUNT-STR       PIC X(20).
       01  WS-CSV-QUAL-MIN-STR         PIC X(20).
       01  WS-CSV-QUAL-WINDOW-STR      PIC X(20).
       01  WS-CSV-BONUS-STR            PIC X(20).
       01  WS-CSV-CURRENCY             PIC X(3).
       01  WS-CSV-CLAWBACK-STR         PIC X(20).
       01  WS-CSV-REFERRAL-STR         PIC X(20).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-AMENDED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(15)
                                        VALUE 'CAMPAIGN_MAINT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CAMPAIGN-ID             PIC X(16).
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-OPEN-FROM-DATE          PIC X(10).
       01  SQL-OPEN-TO-DATE            PIC X(10).
       01  SQL-QUAL-TYPE               PIC X(10).
       01  SQL-QUAL-COUNT              PIC S9(9) COMP-5.
       01  SQL-QUAL-MIN-AMOUNT         PIC S9(13)V99 COMP-3.
       01  SQL-QUAL-WINDOW-DAYS        PIC S9(9) COMP-5.
       01  SQL-BONUS-AMOUNT            PIC S9(13)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-CLAWBACK-DAYS           PIC S9(9) COMP-5.
       01  SQL-REFERRAL-BONUS          PIC S9(13)V99 COMP-3.
       01  SQL-EXISTING-COUNT          PIC S9(9) COMP-5.
       01  SQL-PAID-COUNT              PIC S9(9) COMP-5.
       01  SQL-TERMS-CHANGED           PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator for the optional OPEN_TO_DATE column
       01  SQL-OPEN-TO-DATE-NULL       PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'CAMPAIGN_MAINT - Bonus Campaign Maintenance'.
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
           DISPLAY 'CAMPAIGN_MAINT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE ZERO TO WS-ROWS-AMENDED.
           MOVE 1 TO WS-ROW-NUMBER.

      *    Allow the campaign sheet path to be overridden from the
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

           OPEN INPUT CAMP-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ CAMP-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE CAMP-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE CAMP-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the bonus_campaigns_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT CAMP-REJECTS-CSV.
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
           MOVE 'CAMPAIGN_MAINT' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the bonus_campaigns_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE CAMP-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single campaign sheet row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ CAMP-CSV INTO WS-CSV-LINE
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
               PERFORM CHECK-CAMPAIGN-TERMS-LOCKED
           END-IF.

           IF ROW-IS-VALID
               PERFORM UPSERT-CAMPAIGN-ROW
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-CAMPAIGN-ID.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-ACC-TYPE.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-OPEN-FROM.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-OPEN-TO.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-QUAL-TYPE.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-QUAL-COUNT-STR.
           MOVE WS-CSV-FIELD (7) TO WS-CSV-QUAL-MIN-STR.
           MOVE WS-CSV-FIELD (8) TO WS-CSV-QUAL-WINDOW-STR.
           MOVE WS-CSV-FIELD (9) TO WS-CSV-BONUS-STR.
           MOVE WS-CSV-FIELD (10) TO WS-CSV-CURRENCY.
           MOVE WS-CSV-FIELD (11) TO WS-CSV-CLAWBACK-STR.
           MOVE WS-CSV-FIELD (12) TO WS-CSV-REFERRAL-STR.
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
           IF WS-CSV-FIELD-IDX > 12
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

           MOVE FUNCTION UPPER-CASE(WS-CSV-CAMPAIGN-ID)
               TO WS-CSV-CAMPAIGN-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-ACC-TYPE)
               TO WS-CSV-ACC-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-QUAL-TYPE)
               TO WS-CSV-QUAL-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-CURRENCY)
               TO WS-CSV-CURRENCY.

           IF WS-CSV-CAMPAIGN-ID = SPACES
               OR WS-CSV-ACC-TYPE = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CAMPAIGN_ID and ACC_TYPE are required'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CAMPAIGN_ID and ACC_TYPE are required'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Validate OPEN_FROM_DATE (required, YYYY-MM-DD shape)
           IF WS-CSV-OPEN-FROM = SPACES
               OR WS-CSV-OPEN-FROM (5:1) NOT = '-'
               OR WS-CSV-OPEN-FROM (8:1) NOT = '-'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - OPEN_FROM_DATE must be YYYY-MM-DD: '
                       WS-CSV-OPEN-FROM
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OPEN_FROM_DATE must be YYYY-MM-DD'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    OPEN_TO_DATE is optional (an open-ended campaign), but
      *    when present must not precede OPEN_FROM_DATE
           IF WS-CSV-OPEN-TO NOT = SPACES
               IF WS-CSV-OPEN-TO (5:1) NOT = '-'
                   OR WS-CSV-OPEN-TO (8:1) NOT = '-'
                   OR WS-CSV-OPEN-TO < WS-CSV-OPEN-FROM
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - OPEN_TO_DATE invalid or before '
                           'OPEN_FROM_DATE'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'OPEN_TO_DATE invalid or before OPEN_FROM'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           END-IF.

           IF WS-CSV-QUAL-TYPE NOT = 'ACHCREDIT'
               AND WS-CSV-QUAL-TYPE NOT = 'BALANCE'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - QUAL_TYPE must be ACHCREDIT or BALANCE'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'QUAL_TYPE must be ACHCREDIT or BALANCE'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    A blank referral bonus means the campaign pays none
           IF WS-CSV-REFERRAL-STR = SPACES
               MOVE '0' TO WS-CSV-REFERRAL-STR
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-CSV-QUAL-COUNT-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CSV-QUAL-MIN-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CSV-QUAL-WINDOW-STR)
                  NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CSV-BONUS-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CSV-CLAWBACK-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CSV-REFERRAL-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - campaign figures must all be numeric'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Campaign figures must all be numeric'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           COMPUTE SQL-QUAL-COUNT =
               FUNCTION NUMVAL(WS-CSV-QUAL-COUNT-STR).
           COMPUTE SQL-QUAL-MIN-AMOUNT =
               FUNCTION NUMVAL(WS-CSV-QUAL-MIN-STR).
           COMPUTE SQL-QUAL-WINDOW-DAYS =
               FUNCTION NUMVAL(WS-CSV-QUAL-WINDOW-STR).
           COMPUTE SQL-BONUS-AMOUNT =
               FUNCTION NUMVAL(WS-CSV-BONUS-STR).
           COMPUTE SQL-CLAWBACK-DAYS =
               FUNCTION NUMVAL(WS-CSV-CLAWBACK-STR).
           COMPUTE SQL-REFERRAL-BONUS =
               FUNCTION NUMVAL(WS-CSV-REFERRAL-STR).

      *    The count, window and bonus must be positive; the
      *    minimum, clawback window and referral bonus may be zero
           IF SQL-QUAL-COUNT <= 0 OR SQL-QUAL-WINDOW-DAYS <= 0
               OR SQL-BONUS-AMOUNT <= 0
               OR SQL-QUAL-MIN-AMOUNT < 0 OR SQL-CLAWBACK-DAYS < 0
               OR SQL-REFERRAL-BONUS < 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - campaign figures out of range'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Campaign figures out of range'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    The bonus currency defaults to the base currency
           IF WS-CSV-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CSV-CURRENCY
           END-IF.
           SET WS-ISO-4217-IDX TO 1.
           SEARCH WS-ISO-4217-ENTRY
               AT END
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - CURRENCY not in ISO 4217 list: '
                           WS-CSV-CURRENCY
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'CURRENCY not in ISO 4217 list'
                       TO WS-REJECT-REASON
               WHEN WS-ISO-4217-CODE (WS-ISO-4217-IDX)
                       = WS-CSV-CURRENCY
                   CONTINUE
           END-SEARCH.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-CAMPAIGN-TERMS-LOCKED: Once a bonus has been paid under
      * a campaign, a re-load may only move its open-date window -
      * every account already paid must have been paid on the terms
      * the campaign still shows
      ******************************************************************
       CHECK-CAMPAIGN-TERMS-LOCKED SECTION.
           MOVE WS-CSV-CAMPAIGN-ID TO SQL-CAMPAIGN-ID.
           MOVE WS-CSV-ACC-TYPE TO SQL-ACC-TYPE.
           MOVE WS-CSV-OPEN-FROM TO SQL-OPEN-FROM-DATE.
           MOVE WS-CSV-QUAL-TYPE TO SQL-QUAL-TYPE.
           MOVE WS-CSV-CURRENCY TO SQL-CURRENCY.
           MOVE ZERO TO SQL-EXISTING-COUNT SQL-PAID-COUNT
                        SQL-TERMS-CHANGED.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN C.ACC_TYPE <> :SQL-ACC-TYPE
                        OR C.QUAL_TYPE <> :SQL-QUAL-TYPE
                        OR C.QUAL_COUNT <> :SQL-QUAL-COUNT
                        OR C.QUAL_MIN_AMOUNT <> :SQL-QUAL-MIN-AMOUNT
                        OR C.QUAL_WINDOW_DAYS <> :SQL-QUAL-WINDOW-DAYS
                        OR C.BONUS_AMOUNT <> :SQL-BONUS-AMOUNT
                        OR C.CURRENCY <> :SQL-CURRENCY
                        OR C.CLAWBACK_DAYS <> :SQL-CLAWBACK-DAYS
                        OR C.REFERRAL_BONUS <> :SQL-REFERRAL-BONUS
                                    THEN 1 ELSE 0 END), 0)
               INTO :SQL-EXISTING-COUNT, :SQL-TERMS-CHANGED
               FROM dbo.BonusCampaigns C
               WHERE C.CAMPAIGN_ID = :SQL-CAMPAIGN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Row ' WS-ROW-NUMBER
                       ' - Campaign lookup failed, SQLCODE: ' SQLCODE
               GO TO CHECK-CAMPAIGN-TERMS-LOCKED-EXIT
           END-IF.

           IF SQL-EXISTING-COUNT = ZERO OR SQL-TERMS-CHANGED = ZERO
               GO TO CHECK-CAMPAIGN-TERMS-LOCKED-EXIT
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PAID-COUNT
               FROM dbo.BonusEnrollments
               WHERE CAMPAIGN_ID = :SQL-CAMPAIGN-ID
                 AND STATUS IN ('Q', 'C')
           END-EXEC.

           IF SQLCODE = 0 AND SQL-PAID-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - bonuses already paid under '
                       FUNCTION TRIM(WS-CSV-CAMPAIGN-ID)
                       '; only the open-date window may change'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Terms locked - bonuses already paid'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-CAMPAIGN-TERMS-LOCKED-EXIT.
           EXIT.

      ******************************************************************
      * UPSERT-CAMPAIGN-ROW: Insert a new campaign or amend the one
      * on file
      ******************************************************************
       UPSERT-CAMPAIGN-ROW SECTION.
           IF WS-CSV-OPEN-TO = SPACES
               MOVE SPACES TO SQL-OPEN-TO-DATE
               MOVE -1 TO SQL-OPEN-TO-DATE-NULL
           ELSE
               MOVE WS-CSV-OPEN-TO TO SQL-OPEN-TO-DATE
               MOVE 0 TO SQL-OPEN-TO-DATE-NULL
           END-IF.

           EXEC SQL
               MERGE dbo.BonusCampaigns AS target
               USING (SELECT :SQL-CAMPAIGN-ID AS CAMPAIGN_ID)
                   AS source
               ON (target.CAMPAIGN_ID = source.CAMPAIGN_ID)
               WHEN MATCHED THEN
                   UPDATE SET
                       ACC_TYPE = :SQL-ACC-TYPE,
                       OPEN_FROM_DATE = :SQL-OPEN-FROM-DATE,
                       OPEN_TO_DATE =
                           :SQL-OPEN-TO-DATE:SQL-OPEN-TO-DATE-NULL,
                       QUAL_TYPE = :SQL-QUAL-TYPE,
                       QUAL_COUNT = :SQL-QUAL-COUNT,
                       QUAL_MIN_AMOUNT = :SQL-QUAL-MIN-AMOUNT,
                       QUAL_WINDOW_DAYS = :SQL-QUAL-WINDOW-DAYS,
                       BONUS_AMOUNT = :SQL-BONUS-AMOUNT,
                       CURRENCY = :SQL-CURRENCY,
                       CLAWBACK_DAYS = :SQL-CLAWBACK-DAYS,
                       REFERRAL_BONUS = :SQL-REFERRAL-BONUS,
                       LOADED_TS_UTC = SYSUTCDATETIME()
               WHEN NOT MATCHED THEN
                   INSERT (CAMPAIGN_ID, ACC_TYPE, OPEN_FROM_DATE,
                           OPEN_TO_DATE, QUAL_TYPE, QUAL_COUNT,
                           QUAL_MIN_AMOUNT, QUAL_WINDOW_DAYS,
                           BONUS_AMOUNT, CURRENCY, CLAWBACK_DAYS,
                           REFERRAL_BONUS, LOADED_TS_UTC)
                   VALUES (:SQL-CAMPAIGN-ID, :SQL-ACC-TYPE,
                           :SQL-OPEN-FROM-DATE,
                           :SQL-OPEN-TO-DATE:SQL-OPEN-TO-DATE-NULL,
                           :SQL-QUAL-TYPE, :SQL-QUAL-COUNT,
                           :SQL-QUAL-MIN-AMOUNT, :SQL-QUAL-WINDOW-DAYS,
                           :SQL-BONUS-AMOUNT, :SQL-CURRENCY,
                           :SQL-CLAWBACK-DAYS, :SQL-REFERRAL-BONUS,
                           SYSUTCDATETIME())
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Campaign upsert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Campaign upsert failed' TO WS-REJECT-REASON
               GO TO UPSERT-CAMPAIGN-ROW-EXIT
           END-IF.

           IF SQL-EXISTING-COUNT > ZERO
               ADD 1 TO WS-ROWS-AMENDED
           END-IF.
       UPSERT-CAMPAIGN-ROW-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we loaded at least one campaign row
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'CAMPAIGN_MAINT' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'bonus_campaigns.csv' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'CAMPAIGN_ID,ACC_TYPE,OPEN_FROM_DATE,OPEN_TO_DATE,'
                  DELIMITED BY SIZE
                  'QUAL_TYPE,QUAL_COUNT,QUAL_MIN_AMOUNT,'
                  DELIMITED BY SIZE
                  'QUAL_WINDOW_DAYS,BONUS_AMOUNT,CURRENCY,'
                  DELIMITED BY SIZE
                  'CLAWBACK_DAYS,REFERRAL_BONUS' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'BonusCampaigns' TO WS-LIN-TGT-TABLE.
           MOVE WS-LIN-SRC-COLS TO WS-LIN-TGT-COLS.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Campaign sheet upsert; terms locked once paid'
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
           DISPLAY '  Campaign rows loaded:      ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped:      ' WS-ROWS-INVALID.
           DISPLAY '  Existing campaigns amended:'
                   WS-ROWS-AMENDED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM CAMPAIGN-MAINT.
