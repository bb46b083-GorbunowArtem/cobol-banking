       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREAU-DISPUTE.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * BUREAU_DISPUTE - Credit Bureau Dispute Maintenance Program
      ******************************************************************
      * Purpose: Record borrower disputes of what BUREAU_EXTRACT
      *          reports for a loan, and their resolution, so the
      *          next monthly cycle carries them to the bureaus. Each
      *          CSV row is one action on a dispute, keyed by the
      *          loan and the bureau's dispute reference:
      *            - OPEN: the dispute is logged as under
      *              investigation; until it is resolved every cycle
      *              reports the account with compliance condition
      *              XB;
      *            - RESOLVE: the investigation outcome (CORRECTED,
      *              VERIFIED or DISAGREE) is recorded and the
      *              dispute waits for the next cycle. A CORRECTED
      *              resolution may name a CORRECTED_MONTH and
      *              CORRECTED_CODE to amend the payment history
      *              reported for that month on
      *              dbo.BureauReportHistory - the next cycle's
      *              payment history profile carries the corrected
      *              code.
      *          The dispute's officer and notes are kept with it.
      * Input:   data/in/bureau_disputes.csv (CSV format)
      * Output:  dbo.BureauDisputes, dbo.BureauReportHistory
      *          (HISTORY_CODE, CORRECTED_FLAG)
      *          data/out/bureau_disputes_rejects.csv
      * Lineage: transform_kind=derive
      ******************************************************************
      * LINEAGE: PROGRAM=BUREAU_DISPUTE
      * LINEAGE: SRC=csv.filesystem.bureau_disputes.csv(ACTION,ACC_ID,
      *               DISPUTE_REF,OUTCOME,CORRECTED_MONTH,
      *               CORRECTED_CODE,OFFICER_ID,NOTES)
      * LINEAGE: TGT=sqlserver.dbo.BureauDisputes(ACC_ID,DISPUTE_REF,
      *               STATUS,OUTCOME,OPENED_DATE,RESOLVED_DATE,
      *               OFFICER_ID,NOTES)
      * LINEAGE: TGT=sqlserver.dbo.BureauReportHistory(HISTORY_CODE,
      *               CORRECTED_FLAG)
      * LINEAGE: MAP=CORRECTED_CODE -> HISTORY_CODE [OFFICER
      *               CORRECTION OF A REPORTED MONTH]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT DISPUTE-REJECTS-CSV
               ASSIGN TO "data/out/bureau_disputes_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  DISPUTE-REJECTS-CSV.
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
               VALUE 'data/in/bureau_disputes.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 8 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed dispute fields
       01  WS-CSV-ACTION               PIC X(10).
           88  ACTION-IS-OPEN          VALUE 'OPEN'.
           88  ACTION-IS-RESOLVE       VALUE 'RESOLVE'.
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-DISPUTE-REF          PIC X(32).
       01  WS-CSV-OUTCOME              PIC X(10).
           88  OUTCOME-IS-VALID        VALUES 'CORRECTED'
                                              'VERIFIED'
                                              'DISAGREE'.
           88  OUTCOME-IS-CORRECTED    VALUE 'CORRECTED'.
       01  WS-CSV-CORRECTED-MONTH      PIC X(10).
       01  WS-CSV-CORRECTED-CODE       PIC X(2).
       01  WS-CSV-OFFICER-ID           PIC X(32).
       01  WS-CSV-NOTES                PIC X(80).

      * A payment history code an officer may correct a month to -
      * the Metro 2 payment history profile values
       01  WS-HISTORY-CODE-CHECK       PIC X(1).
           88  HISTORY-CODE-IS-VALID   VALUES '0' '1' '2' '3' '4'
                                              '5' '6' 'B' 'D' 'E'
                                              'L'.

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DISPUTES-OPENED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DISPUTES-RESOLVED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-HISTORY-CORRECTED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(15)
                                        VALUE 'BUREAU_DISPUTE_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-DISPUTE-REF             PIC X(32).
       01  SQL-DISPUTE-ID              PIC 9(18) COMP-5.
       01  SQL-DISPUTE-STATUS          PIC X(1).
       01  SQL-OUTCOME                 PIC X(10).
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-NOTES                   PIC X(80).
       01  SQL-CYCLE-MONTH             PIC X(7).
       01  SQL-HISTORY-CODE            PIC X(1).
       01  SQL-RUN-ID                  PIC X(64).
       01  SQL-ROW-COUNT               PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'BUREAU_DISPUTE - Credit Bureau Disputes'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM PROCESS-CSV-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'BUREAU_DISPUTE completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE 1 TO WS-ROW-NUMBER.

      *    Allow the dispute CSV path to be overridden from the
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

           OPEN INPUT DISPUTE-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ DISPUTE-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE DISPUTE-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE DISPUTE-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the bureau dispute reject file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT DISPUTE-REJECTS-CSV.
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
           MOVE 'BUREAU_DISPUTE' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE WS-ROW-NUMBER TO WS-ROW-NUMBER-DISPLAY.
           MOVE SPACES TO WS-ERR-CONTEXT.
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

           MOVE SPACES TO WS-REJECT-LINE.
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
      * CLOSE-REJECT-FILE: Close the bureau dispute reject file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE DISPUTE-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single dispute action
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ DISPUTE-CSV INTO WS-CSV-LINE
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
               PERFORM LOOKUP-DISPUTE
           END-IF.

           IF ROW-IS-VALID AND ACTION-IS-OPEN
               PERFORM OPEN-DISPUTE
           END-IF.

           IF ROW-IS-VALID AND ACTION-IS-RESOLVE
               AND WS-CSV-CORRECTED-MONTH NOT = SPACES
               PERFORM CORRECT-REPORTED-HISTORY
           END-IF.

           IF ROW-IS-VALID AND ACTION-IS-RESOLVE
               PERFORM RESOLVE-DISPUTE
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-ACTION.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-DISPUTE-REF.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-OUTCOME.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-CORRECTED-MONTH.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-CORRECTED-CODE.
           MOVE WS-CSV-FIELD (7) TO WS-CSV-OFFICER-ID.
           MOVE WS-CSV-FIELD (8) TO WS-CSV-NOTES.
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
           IF WS-CSV-FIELD-IDX > 8
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
           MOVE FUNCTION UPPER-CASE(WS-CSV-ACTION) TO WS-CSV-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-CSV-OUTCOME) TO WS-CSV-OUTCOME.
           MOVE FUNCTION UPPER-CASE(WS-CSV-CORRECTED-CODE)
               TO WS-CSV-CORRECTED-CODE.

           IF NOT ACTION-IS-OPEN AND NOT ACTION-IS-RESOLVE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACTION must be OPEN or RESOLVE'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-REJECT
           END-IF.

           IF WS-CSV-ACC-ID = SPACES
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-REJECT
           END-IF.

           IF WS-CSV-DISPUTE-REF = SPACES
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'DISPUTE_REF is required' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-REJECT
           END-IF.

           IF WS-CSV-OFFICER-ID = SPACES
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OFFICER_ID is required' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-REJECT
           END-IF.

           IF ACTION-IS-RESOLVE AND NOT OUTCOME-IS-VALID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OUTCOME must be CORRECTED, VERIFIED or DISAGREE'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-REJECT
           END-IF.

      *    A history correction names both the month and its code,
      *    and only rides on a CORRECTED resolution
           IF WS-CSV-CORRECTED-MONTH NOT = SPACES
               OR WS-CSV-CORRECTED-CODE NOT = SPACES
               PERFORM VALIDATE-CORRECTION
           END-IF.
           IF ROW-IS-INVALID
               GO TO VALIDATE-CSV-FIELDS-REJECT
           END-IF.

           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-DISPUTE-REF TO SQL-DISPUTE-REF.
           MOVE WS-CSV-OUTCOME TO SQL-OUTCOME.
           MOVE WS-CSV-OFFICER-ID TO SQL-OFFICER-ID.
           MOVE WS-CSV-NOTES TO SQL-NOTES.
           GO TO VALIDATE-CSV-FIELDS-EXIT.

       VALIDATE-CSV-FIELDS-REJECT.
           DISPLAY 'ERROR: Row ' WS-ROW-NUMBER ' - '
                   FUNCTION TRIM(WS-REJECT-REASON).
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-CORRECTION: CORRECTED_MONTH (YYYY-MM) and
      * CORRECTED_CODE (a payment history profile value) together,
      * on a CORRECTED resolution only
      ******************************************************************
       VALIDATE-CORRECTION SECTION.
           IF NOT ACTION-IS-RESOLVE OR NOT OUTCOME-IS-CORRECTED
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'History correction needs a CORRECTED resolution'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CORRECTION-EXIT
           END-IF.

           IF WS-CSV-CORRECTED-MONTH (1:4) IS NOT NUMERIC
               OR WS-CSV-CORRECTED-MONTH (5:1) NOT = '-'
               OR WS-CSV-CORRECTED-MONTH (6:2) IS NOT NUMERIC
               OR WS-CSV-CORRECTED-MONTH (8:3) NOT = SPACES
               OR WS-CSV-CORRECTED-MONTH (6:2) < '01'
               OR WS-CSV-CORRECTED-MONTH (6:2) > '12'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CORRECTED_MONTH must be YYYY-MM'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CORRECTION-EXIT
           END-IF.

           MOVE WS-CSV-CORRECTED-CODE (1:1) TO WS-HISTORY-CODE-CHECK.
           IF WS-CSV-CORRECTED-CODE (2:1) NOT = SPACE
               OR NOT HISTORY-CODE-IS-VALID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CORRECTED_CODE must be 0-6, B, D, E or L'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CORRECTION-EXIT
           END-IF.

           MOVE WS-CSV-CORRECTED-MONTH (1:7) TO SQL-CYCLE-MONTH.
           MOVE WS-HISTORY-CODE-CHECK TO SQL-HISTORY-CODE.
       VALIDATE-CORRECTION-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-DISPUTE: The loan must be one we service; OPEN needs a
      * reference not yet on file, RESOLVE an open dispute under it
      ******************************************************************
       LOOKUP-DISPUTE SECTION.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-ROW-COUNT
               FROM dbo.LoanMaster
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Loan lookup failed' TO WS-REJECT-REASON
               GO TO LOOKUP-DISPUTE-REJECT
           END-IF.

           IF SQL-ROW-COUNT = ZERO
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is not a serviced loan' TO WS-REJECT-REASON
               GO TO LOOKUP-DISPUTE-REJECT
           END-IF.

           MOVE SPACES TO SQL-DISPUTE-STATUS.
           EXEC SQL
               SELECT DISPUTE_ID, STATUS
               INTO :SQL-DISPUTE-ID, :SQL-DISPUTE-STATUS
               FROM dbo.BureauDisputes
               WHERE ACC_ID = :SQL-ACC-ID
                 AND DISPUTE_REF = :SQL-DISPUTE-REF
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Dispute lookup failed' TO WS-REJECT-REASON
               GO TO LOOKUP-DISPUTE-REJECT
           END-IF.

           EVALUATE TRUE
               WHEN ACTION-IS-OPEN AND SQLCODE = 0
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'DISPUTE_REF already on file for this loan'
                       TO WS-REJECT-REASON
               WHEN ACTION-IS-RESOLVE AND SQLCODE = 100
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'No dispute on file under DISPUTE_REF'
                       TO WS-REJECT-REASON
               WHEN ACTION-IS-RESOLVE
                   AND SQL-DISPUTE-STATUS NOT = 'O'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Dispute already resolved' TO WS-REJECT-REASON
           END-EVALUATE.

           IF ROW-IS-VALID
               GO TO LOOKUP-DISPUTE-EXIT
           END-IF.

       LOOKUP-DISPUTE-REJECT.
           DISPLAY 'ERROR: Row ' WS-ROW-NUMBER ' - '
                   FUNCTION TRIM(WS-REJECT-REASON).
       LOOKUP-DISPUTE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-DISPUTE: Log the dispute as under investigation from
      * today's business date
      ******************************************************************
       OPEN-DISPUTE SECTION.
           EXEC SQL
               INSERT INTO dbo.BureauDisputes (
                   ACC_ID,
                   DISPUTE_REF,
                   OPENED_DATE,
                   STATUS,
                   OFFICER_ID,
                   NOTES,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-DISPUTE-REF,
                   :SQL-BUS-DATE,
                   'O',
                   :SQL-OFFICER-ID,
                   :SQL-NOTES,
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - dispute insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Dispute insert failed' TO WS-REJECT-REASON
               GO TO OPEN-DISPUTE-EXIT
           END-IF.

           ADD 1 TO WS-DISPUTES-OPENED.
       OPEN-DISPUTE-EXIT.
           EXIT.

      ******************************************************************
      * CORRECT-REPORTED-HISTORY: Amend the payment history code
      * reported for the named month; the next cycle's payment
      * history profile picks the corrected code up
      ******************************************************************
       CORRECT-REPORTED-HISTORY SECTION.
           EXEC SQL
               UPDATE dbo.BureauReportHistory
               SET HISTORY_CODE = :SQL-HISTORY-CODE,
                   CORRECTED_FLAG = 'Y'
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CYCLE_MONTH = :SQL-CYCLE-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - history correction failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'History correction failed' TO WS-REJECT-REASON
               GO TO CORRECT-REPORTED-HISTORY-EXIT
           END-IF.

           IF SQLCODE = 100 OR SQLERRD (3) = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - month was never reported'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CORRECTED_MONTH was not reported for this loan'
                   TO WS-REJECT-REASON
               GO TO CORRECT-REPORTED-HISTORY-EXIT
           END-IF.

           ADD 1 TO WS-HISTORY-CORRECTED.
       CORRECT-REPORTED-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * RESOLVE-DISPUTE: Record the outcome; the dispute waits for
      * the next BUREAU_EXTRACT cycle to report it. The open status
      * is re-checked so a duplicate row in the file cannot resolve
      * the same dispute twice
      ******************************************************************
       RESOLVE-DISPUTE SECTION.
           EXEC SQL
               UPDATE dbo.BureauDisputes
               SET STATUS = 'R',
                   OUTCOME = :SQL-OUTCOME,
                   RESOLVED_DATE = :SQL-BUS-DATE,
                   OFFICER_ID = :SQL-OFFICER-ID,
                   NOTES = :SQL-NOTES,
                   RUN_ID = :SQL-RUN-ID
               WHERE DISPUTE_ID = :SQL-DISPUTE-ID
                 AND STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - dispute resolution failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Dispute resolution failed' TO WS-REJECT-REASON
               GO TO RESOLVE-DISPUTE-EXIT
           END-IF.

           ADD 1 TO WS-DISPUTES-RESOLVED.
       RESOLVE-DISPUTE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we applied at least one dispute action
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'BUREAU_DISPUTE' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'bureau_disputes.csv' TO WS-LIN-SRC-TABLE.
           MOVE 'ACTION,ACC_ID,DISPUTE_REF,OUTCOME,CORRECTED_CODE'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'BureauDisputes,BureauReportHistory'
               TO WS-LIN-TGT-TABLE.
           MOVE 'STATUS,OUTCOME,RESOLVED_DATE,HISTORY_CODE'
               TO WS-LIN-TGT-COLS.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Dispute open/resolve; officer history correction'
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
           DISPLAY '  Disputes opened:           ' WS-DISPUTES-OPENED.
           DISPLAY '  Disputes resolved:         '
                   WS-DISPUTES-RESOLVED.
           DISPLAY '  History months corrected:  '
                   WS-HISTORY-CORRECTED.
           DISPLAY '  Invalid rows skipped:      ' WS-ROWS-INVALID.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM BUREAU-DISPUTE.
