       IDENTIFICATION DIVISION.
       PROGRAM-ID. FTP-CURVE-MAINT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * FTP_CURVE_MAINT - Funds Transfer Pricing Curve Maintenance
      ******************************************************************
      * Purpose: Load the treasury-approved funds transfer pricing
      *          curve into dbo.FtpRateCurve, the effective-dated
      *          table PROFITABILITY prices every account's average
      *          balance against. Each curve row names a tenor point
      *          in TERM_MONTHS and its FTP_RATE, an annual decimal
      *          rate (0.0425 for 4.25%), with an effective-from
      *          date and optional effective-to. Tenor 0 is the
      *          overnight point. Loading a row closes out any
      *          still-open prior rate for the same tenor the day
      *          before the new one takes effect, so the full curve
      *          history is retained and any report month maps to
      *          exactly one curve.
      * Input:   data/in/ftp_curve.csv (CSV format)
      * Output:  dbo.FtpRateCurve table (SQL Server)
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=FTP_CURVE_MAINT
      * LINEAGE: SRC=csv.filesystem.ftp_curve.csv(TERM_MONTHS,
      *               FTP_RATE,EFF_FROM_DATE,EFF_TO_DATE)
      * LINEAGE: TGT=sqlserver.dbo.FtpRateCurve(same columns)
      * LINEAGE: MAP=EFF_FROM_DATE -> EFF_TO_DATE [CLOSE OUT PRIOR
      *               OPEN RATE AT EFF_FROM - 1 DAY]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURVE-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT CURVE-REJECTS-CSV
               ASSIGN TO "data/out/ftp_curve_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURVE-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  CURVE-REJECTS-CSV.
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
               VALUE 'data/in/ftp_curve.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 4 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed curve fields
       01  WS-CSV-TERM-MONTHS-STR      PIC X(8).
       01  WS-CSV-FTP-RATE-STR         PIC X(20).
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
           05  FILLER                  PIC X(16)
                                        VALUE 'FTP_CURVE_MAINT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-TERM-MONTHS             PIC S9(4) COMP-5.
       01  SQL-FTP-RATE                PIC S9(3)V9(6) COMP-3.
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
           DISPLAY 'FTP_CURVE_MAINT - FTP Rate Curve Maintenance'.
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
           DISPLAY 'FTP_CURVE_MAINT completed successfully'.
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

      *    Allow the curve file path to be overridden from the
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

           OPEN INPUT CURVE-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ CURVE-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE CURVE-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE CURVE-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the ftp_curve_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT CURVE-REJECTS-CSV.
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
           MOVE 'FTP_CURVE_MAINT' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the ftp_curve_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE CURVE-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single curve row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ CURVE-CSV INTO WS-CSV-LINE
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
               PERFORM CHECK-DUPLICATE-CURVE-ROW
           END-IF.

           IF ROW-IS-VALID
               PERFORM SUPERSEDE-PRIOR-RATE
           END-IF.

           IF ROW-IS-VALID
               PERFORM INSERT-CURVE-ROW
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-TERM-MONTHS-STR.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-FTP-RATE-STR.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-EFF-FROM.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-EFF-TO.
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
           IF WS-CSV-FIELD-IDX > 4
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

      *    The tenor point must be a whole number of months
           IF WS-CSV-TERM-MONTHS-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-TERM-MONTHS-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - TERM_MONTHS is not numeric: '
                       WS-CSV-TERM-MONTHS-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'TERM_MONTHS is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF FUNCTION NUMVAL(WS-CSV-TERM-MONTHS-STR) < 0
               OR FUNCTION NUMVAL(WS-CSV-TERM-MONTHS-STR) > 600
               OR FUNCTION NUMVAL(WS-CSV-TERM-MONTHS-STR) NOT =
                  FUNCTION INTEGER-PART(
                      FUNCTION NUMVAL(WS-CSV-TERM-MONTHS-STR))
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - TERM_MONTHS must be 0 to 600 whole months'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'TERM_MONTHS must be 0 to 600 whole months'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-TERM-MONTHS =
               FUNCTION NUMVAL(WS-CSV-TERM-MONTHS-STR).

      *    The rate must be numeric. Negative rates are allowed -
      *    some currencies' curves sit below zero - but a magnitude
      *    of 1 or more is a percentage keyed as a whole number
           IF WS-CSV-FTP-RATE-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-FTP-RATE-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - FTP_RATE is not numeric: '
                       WS-CSV-FTP-RATE-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'FTP_RATE is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           COMPUTE SQL-FTP-RATE =
               FUNCTION NUMVAL(WS-CSV-FTP-RATE-STR).
           IF SQL-FTP-RATE <= -1 OR SQL-FTP-RATE >= 1
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - FTP_RATE must be a decimal rate'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'FTP_RATE must be a decimal rate'
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
      * CHECK-DUPLICATE-CURVE-ROW: Refuse a row identical in tenor
      * and effective-from to one already on file - re-loading the
      * same approved curve must be a no-op
      ******************************************************************
       CHECK-DUPLICATE-CURVE-ROW SECTION.
           MOVE WS-CSV-EFF-FROM TO SQL-EFF-FROM-DATE.
           MOVE ZERO TO SQL-DUP-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DUP-COUNT
               FROM dbo.FtpRateCurve
               WHERE TERM_MONTHS = :SQL-TERM-MONTHS
                 AND EFF_FROM_DATE = :SQL-EFF-FROM-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Row ' WS-ROW-NUMBER
                       ' - Duplicate check failed, SQLCODE: ' SQLCODE
               GO TO CHECK-DUPLICATE-CURVE-ROW-EXIT
           END-IF.

           IF SQL-DUP-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Curve point already on file, skipping'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Curve point already on file'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-DUPLICATE-CURVE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * SUPERSEDE-PRIOR-RATE: Close out any still-open rate for the
      * same tenor the day before the new one takes effect, keeping
      * the full curve history
      ******************************************************************
       SUPERSEDE-PRIOR-RATE SECTION.
           EXEC SQL
               UPDATE dbo.FtpRateCurve
               SET EFF_TO_DATE = CONVERT(CHAR(10),
                       DATEADD(DAY, -1,
                           CAST(:SQL-EFF-FROM-DATE AS DATE)), 120)
               WHERE TERM_MONTHS = :SQL-TERM-MONTHS
                 AND EFF_TO_DATE IS NULL
                 AND EFF_FROM_DATE < :SQL-EFF-FROM-DATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-SUPERSEDED
               GO TO SUPERSEDE-PRIOR-RATE-EXIT
           END-IF.

      *    SQLCODE 100 just means there was no open prior rate
           IF SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Prior rate close-out failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Prior rate close-out failed'
                   TO WS-REJECT-REASON
           END-IF.
       SUPERSEDE-PRIOR-RATE-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-CURVE-ROW: Insert the validated curve point
      ******************************************************************
       INSERT-CURVE-ROW SECTION.
           IF WS-CSV-EFF-TO = SPACES
               MOVE SPACES TO SQL-EFF-TO-DATE
               MOVE -1 TO SQL-EFF-TO-DATE-NULL
           ELSE
               MOVE WS-CSV-EFF-TO TO SQL-EFF-TO-DATE
               MOVE 0 TO SQL-EFF-TO-DATE-NULL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.FtpRateCurve (
                   TERM_MONTHS,
                   FTP_RATE,
                   EFF_FROM_DATE,
                   EFF_TO_DATE,
                   LOADED_TS_UTC
               ) VALUES (
                   :SQL-TERM-MONTHS,
                   :SQL-FTP-RATE,
                   :SQL-EFF-FROM-DATE,
                   :SQL-EFF-TO-DATE:SQL-EFF-TO-DATE-NULL,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Curve insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Curve insert failed' TO WS-REJECT-REASON
           END-IF.
       INSERT-CURVE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we loaded at least one curve point
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'FTP_CURVE_MAINT' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'ftp_curve.csv' TO WS-LIN-SRC-TABLE.
           MOVE 'TERM_MONTHS,FTP_RATE,EFF_FROM_DATE,EFF_TO_DATE'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'FtpRateCurve' TO WS-LIN-TGT-TABLE.
           MOVE WS-LIN-SRC-COLS TO WS-LIN-TGT-COLS.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'FTP curve load; prior open rates closed out'
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
           DISPLAY '  Curve points loaded:       ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped:      ' WS-ROWS-INVALID.
           DISPLAY '  Prior rates superseded:    '
                   WS-ROWS-SUPERSEDED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM FTP-CURVE-MAINT.
