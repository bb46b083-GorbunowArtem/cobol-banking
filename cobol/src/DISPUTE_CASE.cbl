       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-CASE.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * DISPUTE_CASE - Consumer Dispute (Error Resolution) Cases
      ******************************************************************
      * Purpose: Track each customer dispute of a posted debit as a
      *          case on dbo.DisputeCases, keyed to the disputed
      *          TX_ID, and run the regulatory clock on it. Each
      *          night the program:
      *          1. loads the disputes desk's CSV - newly opened
      *             cases (acknowledged to the customer, with the
      *             provisional-credit deadline counted in business
      *             days on dbo.BusinessCalendar and the final
      *             investigation deadline in calendar days) and
      *             resolved cases;
      *          2. on resolution in the customer's favour, makes
      *             the provisional credit final - or credits the
      *             account now if none was issued;
      *          3. on resolution in the bank's favour, gives the
      *             customer the reversal notice period and then
      *             raises a REVERSAL of the provisional credit,
      *             which POST_LEDGER offsets through
      *             APPLY-REVERSAL-LOGIC;
      *          4. issues provisional credit as an ADJUSTMENT on
      *             every case still under investigation at its
      *             provisional-credit deadline;
      *          5. writes the aging report of open cases against
      *             their next deadline, and the night's summary row
      *             on dbo.DisputeAgingSummary that OPS_DIGEST folds
      *             into its verdicts.
      *          Each step queues the customer letter on
      *          dbo.CustomerNotifications. Runs in BANKBAT ahead of
      *          POST-LEDGER.
      * Input:   data/in/disputes.csv (CSV format, optional)
      *          dbo.DisputeCases, dbo.Transactions,
      *          dbo.BusinessCalendar
      * Output:  dbo.DisputeCases, dbo.Transactions,
      *          dbo.CustomerNotifications, dbo.DisputeAgingSummary
      *          data/out/dispute_aging_report.txt
      *          data/out/disputes_rejects.csv
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=DISPUTE_CASE
      * LINEAGE: SRC=csv.filesystem.disputes.csv(ACTION,TX_ID,
      *               ACC_ID,DISPUTED_AMOUNT,NOTICE_DATE,
      *               REASON_CODE,RESOLUTION)
      * LINEAGE: SRC=sqlserver.dbo.Transactions(TX_ID,ACC_ID,AMOUNT,
      *               CURRENCY,POSTED_FLAG)
      * LINEAGE: TGT=sqlserver.dbo.DisputeCases(TX_ID,ACC_ID,
      *               CURRENCY,DISPUTED_AMOUNT,REASON_CODE,
      *               NOTICE_DATE,PROVISIONAL_DUE_DATE,
      *               FINAL_DUE_DATE,CREDIT_TX_ID,RESOLUTION,
      *               REVERSAL_DUE_DATE,REVERSAL_TX_ID,STATUS)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,REFERENCE_TX_ID,VALUE_DATE,
      *               NARRATIVE)
      * LINEAGE: TGT=sqlserver.dbo.DisputeAgingSummary(BUS_DATE,
      *               OPEN_CASES,NEARING_CASES,OVERDUE_CASES,
      *               PROVISIONAL_AMOUNT)
      * LINEAGE: MAP=DISPUTED_AMOUNT -> AMOUNT [ADJUSTMENT CREDIT AT
      *               PROVISIONAL_DUE_DATE]
      * LINEAGE: MAP=CREDIT_TX_ID -> REFERENCE_TX_ID [REVERSAL ON
      *               BANK RESOLUTION]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTES-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT DISPUTES-REJECTS-CSV
               ASSIGN TO "data/out/disputes_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT AGING-RPT
               ASSIGN TO "data/out/dispute_aging_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-RPT-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTES-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  DISPUTES-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  AGING-RPT.
       01  AGING-RPT-RECORD            PIC X(132).

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
               VALUE 'data/in/disputes.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 7 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Aging report working storage
       01  WS-AGING-RPT-STATUS         PIC XX.
           88  AGING-RPT-OK            VALUE '00'.
       01  WS-AGING-LINE               PIC X(132).
       01  WS-AGING-BUCKET             PIC X(8).
       01  WS-AGING-PTR                PIC 9(4) COMP-5.
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-CASE-ID-DISP             PIC Z(17)9.
       01  WS-TX-ID-DISP               PIC Z(17)9.
       01  WS-DAYS-LEFT-DISP           PIC -(8)9.
       01  WS-COUNT-DISP               PIC Z(8)9.

      * Input file presence - the disputes file only arrives on the
      * nights the disputes desk has cases to open or close; the
      * credit, reversal and aging phases run every night regardless
       01  WS-INPUT-FILE-FOUND         PIC X VALUE 'N'.
           88  INPUT-FILE-WAS-FOUND    VALUE 'Y'.

      * Parsed dispute fields
       01  WS-CSV-ACTION               PIC X(10).
           88  CSV-ACTION-OPEN         VALUE 'OPEN'.
           88  CSV-ACTION-RESOLVE      VALUE 'RESOLVE'.
       01  WS-CSV-TX-ID-STR            PIC X(20).
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-AMOUNT-STR           PIC X(20).
       01  WS-CSV-NOTICE-DATE          PIC X(10).
       01  WS-CSV-REASON-CODE          PIC X(16).
           88  CSV-REASON-VALID        VALUE 'UNAUTHORIZED'
                                             'WRONG-AMOUNT'
                                             'DUPLICATE'
                                             'NOT-RECEIVED'
                                             'OTHER'.
       01  WS-CSV-RESOLUTION           PIC X(10).
           88  CSV-RESOLVED-CUSTOMER   VALUE 'CUSTOMER'.
           88  CSV-RESOLVED-BANK       VALUE 'BANK'.

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Deadline arithmetic
       01  WS-DAY-COUNT                PIC 9(3) COMP-5.
       01  WS-FROM-YYYYMMDD            PIC 9(8).
       01  WS-DUE-YYYYMMDD             PIC 9(8).
       01  WS-DATE-INTEGER             PIC 9(9) COMP-5.

      * Cursor processing
       01  WS-CURSOR-OPEN              PIC X VALUE 'N'.
           88  CURSOR-IS-OPEN          VALUE 'Y'.
       01  WS-CASE-FAILED              PIC X VALUE 'N'.
           88  CASE-STEP-FAILED        VALUE 'Y'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-OPENED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-FOR-CUSTOMER       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-FOR-BANK           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PROVISIONAL-ISSUED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REVERSALS-RAISED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-AGED               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-NEARING            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASES-OVERDUE            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PROVISIONAL-OUTSTANDING  PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(13)
                                        VALUE 'DISPUTE_CASE_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CASE-ID                 PIC 9(18) COMP-5.
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-TX-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-DISPUTED-AMOUNT         PIC S9(16)V99 COMP-3.
       01  SQL-REASON-CODE             PIC X(16).
       01  SQL-RESOLUTION              PIC X(10).
       01  SQL-NOTICE-DATE             PIC X(10).
       01  SQL-PROVISIONAL-DUE-DATE    PIC X(10).
       01  SQL-FINAL-DUE-DATE          PIC X(10).
       01  SQL-REVERSAL-DUE-DATE       PIC X(10).
       01  SQL-NEXT-DUE-DATE           PIC X(10).
       01  SQL-FROM-DATE               PIC X(10).
       01  SQL-DUE-DATE                PIC X(10).
       01  SQL-CAL-DATE                PIC X(10).
       01  SQL-DAY-COUNT               PIC S9(4) COMP-5.
       01  SQL-CAL-DAYS-FOUND          PIC S9(9) COMP-5.
       01  SQL-BUS-DAYS-LEFT           PIC S9(9) COMP-5.
       01  SQL-CREDIT-TX-ID            PIC 9(18) COMP-5.
       01  SQL-REVERSAL-TX-ID          PIC 9(18) COMP-5.
       01  SQL-CASE-STATUS             PIC X(1).
       01  SQL-NEW-STATUS              PIC X(1).
       01  SQL-TX-TYPE                 PIC X(12).
       01  SQL-POSTED-FLAG             PIC X(1).
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-NOTICE-TYPE             PIC X(16).
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-OPEN-CASES              PIC S9(9) COMP-5.
       01  SQL-NEARING-CASES           PIC S9(9) COMP-5.
       01  SQL-OVERDUE-CASES           PIC S9(9) COMP-5.
       01  SQL-PROVISIONAL-AMOUNT      PIC S9(16)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators for lookups and aggregates that find no rows
       01  SQL-DUE-DATE-NULL           PIC S9(4) COMP-5.
       01  SQL-CAL-DATE-NULL           PIC S9(4) COMP-5.
       01  SQL-POSTED-FLAG-NULL        PIC S9(4) COMP-5.
       01  SQL-CREDIT-TX-ID-NULL       PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Cases resolved in the bank's favour whose reversal notice
      * period has run out
       EXEC SQL
           DECLARE REVERSAL_CURSOR CURSOR FOR
           SELECT CASE_ID, TX_ID, ACC_ID, CURRENCY, DISPUTED_AMOUNT,
                  CREDIT_TX_ID
           FROM dbo.DisputeCases
           WHERE STATUS = 'R'
             AND REVERSAL_DUE_DATE <= :SQL-BUS-DATE
           ORDER BY CASE_ID
       END-EXEC.

      * Cases still under investigation at their provisional-credit
      * deadline
       EXEC SQL
           DECLARE PROVISIONAL_CURSOR CURSOR FOR
           SELECT CASE_ID, TX_ID, ACC_ID, CURRENCY, DISPUTED_AMOUNT
           FROM dbo.DisputeCases
           WHERE STATUS = 'O'
             AND PROVISIONAL_DUE_DATE <= :SQL-BUS-DATE
           ORDER BY CASE_ID
       END-EXEC.

      * Every open case against its next deadline - the provisional
      * credit while none is issued, the final resolution after -
      * with the business days left to it, soonest first
       EXEC SQL
           DECLARE AGING_CURSOR CURSOR FOR
           SELECT D.CASE_ID, D.TX_ID, D.ACC_ID, D.CURRENCY,
                  D.DISPUTED_AMOUNT, D.STATUS,
                  CASE WHEN D.STATUS = 'O'
                       THEN D.PROVISIONAL_DUE_DATE
                       ELSE D.FINAL_DUE_DATE END,
                  (SELECT COUNT(*)
                   FROM dbo.BusinessCalendar C
                   WHERE C.IS_BUSINESS_DAY = 'Y'
                     AND C.CAL_DATE > :SQL-BUS-DATE
                     AND C.CAL_DATE <=
                         CASE WHEN D.STATUS = 'O'
                              THEN D.PROVISIONAL_DUE_DATE
                              ELSE D.FINAL_DUE_DATE END)
           FROM dbo.DisputeCases D
           WHERE D.STATUS IN ('O', 'P')
           ORDER BY 7, D.CASE_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'DISPUTE_CASE - Consumer Dispute Case Processing'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-BUS-DATE.
           MOVE 'DISPUTE_CASE' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.
           PERFORM PROCESS-CSV-FILE.
           PERFORM RAISE-DUE-REVERSALS.
           PERFORM ISSUE-PROVISIONAL-CREDITS.
           PERFORM WRITE-AGING-REPORT.
           PERFORM RECORD-AGING-SUMMARY.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'DISPUTE_CASE completed successfully'.
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

      *    Allow the disputes CSV path to be overridden from the
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
      * PROCESS-CSV-FILE: Read and apply all dispute rows. A missing
      * file is a night with nothing opened or resolved, not an error
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT DISPUTES-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No disputes file tonight - status '
                       WS-CSV-FILE-STATUS
               GO TO PROCESS-CSV-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-INPUT-FILE-FOUND.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row
           READ DISPUTES-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'WARNING: Empty disputes file'
                   CLOSE DISPUTES-CSV
                   PERFORM CLOSE-REJECT-FILE
                   GO TO PROCESS-CSV-FILE-EXIT
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE DISPUTES-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the disputes_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT DISPUTES-REJECTS-CSV.
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
           MOVE 'DISPUTE_CASE' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the disputes_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE DISPUTES-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single dispute row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ DISPUTES-CSV INTO WS-CSV-LINE
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
               IF CSV-ACTION-RESOLVE
                   PERFORM RESOLVE-CASE-ROW
               ELSE
                   PERFORM OPEN-CASE-ROW
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
           MOVE WS-CSV-FIELD (2) TO WS-CSV-TX-ID-STR.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-AMOUNT-STR.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-NOTICE-DATE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (6))
               TO WS-CSV-REASON-CODE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (7))
               TO WS-CSV-RESOLUTION.
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
           IF WS-CSV-FIELD-IDX > 7
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
      * VALIDATE-CSV-FIELDS: Apply validation rules to parsed data.
      * Both actions name the disputed TX_ID and its account; an OPEN
      * row must dispute a posted debit on that account with no case
      * already running, a RESOLVE row must say who the case went for
      ******************************************************************
       VALIDATE-CSV-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT CSV-ACTION-OPEN AND NOT CSV-ACTION-RESOLVE
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Invalid ACTION: ' WS-CSV-ACTION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACTION must be OPEN or RESOLVE'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-TX-ID-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-TX-ID-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - TX_ID is not numeric'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'TX_ID is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-TX-ID = FUNCTION NUMVAL(WS-CSV-TX-ID-STR).

           IF WS-CSV-ACC-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.

           IF CSV-ACTION-RESOLVE
               IF NOT CSV-RESOLVED-CUSTOMER
                   AND NOT CSV-RESOLVED-BANK
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - Invalid RESOLUTION: ' WS-CSV-RESOLUTION
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'RESOLUTION must be CUSTOMER or BANK'
                       TO WS-REJECT-REASON
               END-IF
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    The disputed item must be a posted debit on the account
           MOVE ZERO TO SQL-TX-AMOUNT.
           MOVE SPACES TO SQL-POSTED-FLAG.
           EXEC SQL
               SELECT AMOUNT, CURRENCY, POSTED_FLAG
               INTO :SQL-TX-AMOUNT, :SQL-CURRENCY,
                    :SQL-POSTED-FLAG:SQL-POSTED-FLAG-NULL
               FROM dbo.Transactions
               WHERE TX_ID = :SQL-TX-ID
                 AND ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - TX_ID not found on account: '
                       WS-CSV-TX-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'TX_ID not found on ACC_ID' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF SQL-POSTED-FLAG-NULL = -1 OR SQL-POSTED-FLAG NOT = 'Y'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Disputed item is not posted'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Disputed item is not posted' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF SQL-TX-AMOUNT NOT < ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Disputed item is not a debit'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Disputed item is not a debit' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    DISPUTED_AMOUNT is optional - the whole debit unless the
      *    customer disputes only part of it
           COMPUTE SQL-DISPUTED-AMOUNT = 0 - SQL-TX-AMOUNT.
           IF WS-CSV-AMOUNT-STR NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - DISPUTED_AMOUNT is not numeric'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'DISPUTED_AMOUNT is not numeric'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               COMPUTE SQL-DISPUTED-AMOUNT =
                   FUNCTION NUMVAL(WS-CSV-AMOUNT-STR)
               IF SQL-DISPUTED-AMOUNT NOT > ZERO
                   OR SQL-DISPUTED-AMOUNT > 0 - SQL-TX-AMOUNT
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - DISPUTED_AMOUNT out of range'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'DISPUTED_AMOUNT must be positive and within
      -                ' the debit'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           END-IF.

      *    NOTICE_DATE is optional - the day the customer told us,
      *    where that was before tonight, otherwise the business date
           IF WS-CSV-NOTICE-DATE = SPACES
               MOVE WS-BUS-DATE TO WS-CSV-NOTICE-DATE
           END-IF.
           IF WS-CSV-NOTICE-DATE (5:1) NOT = '-'
               OR WS-CSV-NOTICE-DATE (8:1) NOT = '-'
               OR WS-CSV-NOTICE-DATE (1:4) IS NOT NUMERIC
               OR WS-CSV-NOTICE-DATE (6:2) IS NOT NUMERIC
               OR WS-CSV-NOTICE-DATE (9:2) IS NOT NUMERIC
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - NOTICE_DATE must be YYYY-MM-DD: '
                       WS-CSV-NOTICE-DATE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'NOTICE_DATE must be YYYY-MM-DD'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-NOTICE-DATE > WS-BUS-DATE
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - NOTICE_DATE is after the business date'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'NOTICE_DATE is after the business date'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF NOT CSV-REASON-VALID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Invalid REASON_CODE: ' WS-CSV-REASON-CODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'REASON_CODE is not a recognised error type'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    One running case per disputed item
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.DisputeCases
               WHERE TX_ID = :SQL-TX-ID
                 AND STATUS IN ('O', 'P', 'R')
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Item already under dispute: '
                       WS-CSV-TX-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Item already under dispute' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-CASE-ROW: Record a new dispute under investigation. The
      * provisional-credit deadline is counted in business days from
      * the notice date on dbo.BusinessCalendar; the final deadline
      * is counted in calendar days and rolled onto a business day
      ******************************************************************
       OPEN-CASE-ROW SECTION.
           MOVE WS-CSV-NOTICE-DATE TO SQL-NOTICE-DATE.
           MOVE WS-CSV-REASON-CODE TO SQL-REASON-CODE.

           MOVE SQL-NOTICE-DATE TO SQL-FROM-DATE.
           MOVE WS-DISPUTE-PROVISIONAL-DAYS TO WS-DAY-COUNT.
           PERFORM ADD-BUSINESS-DAYS.
           MOVE SQL-DUE-DATE TO SQL-PROVISIONAL-DUE-DATE.

           MOVE SQL-NOTICE-DATE TO SQL-FROM-DATE.
           MOVE WS-DISPUTE-FINAL-DAYS TO WS-DAY-COUNT.
           PERFORM ADD-CALENDAR-DAYS.
           MOVE SQL-DUE-DATE TO SQL-FINAL-DUE-DATE.

           EXEC SQL
               INSERT INTO dbo.DisputeCases (
                   TX_ID,
                   ACC_ID,
                   CURRENCY,
                   DISPUTED_AMOUNT,
                   REASON_CODE,
                   NOTICE_DATE,
                   PROVISIONAL_DUE_DATE,
                   FINAL_DUE_DATE,
                   STATUS,
                   RUN_ID,
                   OPENED_TS_UTC,
                   UPDATED_TS_UTC
               ) VALUES (
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-DISPUTED-AMOUNT,
                   :SQL-REASON-CODE,
                   :SQL-NOTICE-DATE,
                   :SQL-PROVISIONAL-DUE-DATE,
                   :SQL-FINAL-DUE-DATE,
                   'O',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME(),
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Dispute case insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Dispute case insert failed' TO WS-REJECT-REASON
               GO TO OPEN-CASE-ROW-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-CASE-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-CASE-ID
           END-IF.

           ADD 1 TO WS-CASES-OPENED.
           DISPLAY 'Dispute opened on TX_ID '
                   FUNCTION TRIM(WS-CSV-TX-ID-STR)
                   ', provisional credit due '
                   SQL-PROVISIONAL-DUE-DATE
                   ', resolution due ' SQL-FINAL-DUE-DATE.

           MOVE 'DISPUTE-ACK' TO SQL-NOTICE-TYPE.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'We received your dispute and are investigating; '
                      DELIMITED BY SIZE
                  'we will respond by ' DELIMITED BY SIZE
                  SQL-FINAL-DUE-DATE DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-CUSTOMER-NOTICE.
       OPEN-CASE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * RESOLVE-CASE-ROW: The investigation is complete. For the
      * customer, any provisional credit becomes final (or the
      * account is credited now if none was issued). For the bank,
      * a provisional credit is reversed once the notice period the
      * customer is owed has run; a case with no credit simply closes
      ******************************************************************
       RESOLVE-CASE-ROW SECTION.
           MOVE SPACES TO SQL-CASE-STATUS.
           MOVE ZERO TO SQL-CREDIT-TX-ID.
           EXEC SQL
               SELECT CASE_ID, STATUS, CURRENCY, DISPUTED_AMOUNT,
                      CREDIT_TX_ID
               INTO :SQL-CASE-ID, :SQL-CASE-STATUS, :SQL-CURRENCY,
                    :SQL-DISPUTED-AMOUNT,
                    :SQL-CREDIT-TX-ID:SQL-CREDIT-TX-ID-NULL
               FROM dbo.DisputeCases
               WHERE TX_ID = :SQL-TX-ID
                 AND ACC_ID = :SQL-ACC-ID
                 AND STATUS IN ('O', 'P')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - No open dispute to resolve on TX_ID '
                       WS-CSV-TX-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No open dispute on file for TX_ID'
                   TO WS-REJECT-REASON
               GO TO RESOLVE-CASE-ROW-EXIT
           END-IF.

           MOVE WS-CSV-RESOLUTION TO SQL-RESOLUTION.
           MOVE SPACES TO SQL-REVERSAL-DUE-DATE.
           MOVE 'N' TO WS-CASE-FAILED.

           EVALUATE TRUE
               WHEN CSV-RESOLVED-CUSTOMER AND SQL-CASE-STATUS = 'P'
                   MOVE 'F' TO SQL-NEW-STATUS
               WHEN CSV-RESOLVED-CUSTOMER
                   MOVE 'Dispute credit - case ' TO SQL-NARRATIVE
                   PERFORM ISSUE-CREDIT-ADJUSTMENT
                   MOVE 'F' TO SQL-NEW-STATUS
               WHEN SQL-CASE-STATUS = 'P'
                   MOVE WS-BUS-DATE TO SQL-FROM-DATE
                   MOVE WS-DISPUTE-REVERSAL-DAYS TO WS-DAY-COUNT
                   PERFORM ADD-BUSINESS-DAYS
                   MOVE SQL-DUE-DATE TO SQL-REVERSAL-DUE-DATE
                   MOVE 'R' TO SQL-NEW-STATUS
               WHEN OTHER
                   MOVE 'D' TO SQL-NEW-STATUS
           END-EVALUATE.

           IF CASE-STEP-FAILED
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Dispute credit insert failed' TO WS-REJECT-REASON
               GO TO RESOLVE-CASE-ROW-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.DisputeCases
               SET STATUS = :SQL-NEW-STATUS,
                   RESOLUTION = :SQL-RESOLUTION,
                   RESOLVED_DATE = :SQL-BUS-DATE,
                   CREDIT_TX_ID = :SQL-CREDIT-TX-ID
                       :SQL-CREDIT-TX-ID-NULL,
                   REVERSAL_DUE_DATE = NULLIF(:SQL-REVERSAL-DUE-DATE,
                                              ''),
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE CASE_ID = :SQL-CASE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Dispute resolution update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Dispute resolution update failed'
                   TO WS-REJECT-REASON
               GO TO RESOLVE-CASE-ROW-EXIT
           END-IF.

           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           IF CSV-RESOLVED-CUSTOMER
               ADD 1 TO WS-CASES-FOR-CUSTOMER
               MOVE 'DISPUTE-CREDIT' TO SQL-NOTICE-TYPE
               MOVE 'Your dispute was resolved in your favour; the cr
      -            'edit to your account is final'
                   TO SQL-NOTICE-MESSAGE
           ELSE
               ADD 1 TO WS-CASES-FOR-BANK
               MOVE 'DISPUTE-DENIED' TO SQL-NOTICE-TYPE
               IF SQL-NEW-STATUS = 'R'
                   STRING 'We found no error on the disputed item; '
                              DELIMITED BY SIZE
                          'the provisional credit will be reversed '
                              DELIMITED BY SIZE
                          'on ' DELIMITED BY SIZE
                          SQL-REVERSAL-DUE-DATE DELIMITED BY SIZE
                       INTO SQL-NOTICE-MESSAGE
                   END-STRING
               ELSE
                   MOVE 'We found no error on the disputed item; you m
      -                'ay request the documents we relied on'
                       TO SQL-NOTICE-MESSAGE
               END-IF
           END-IF.
           PERFORM QUEUE-CUSTOMER-NOTICE.

           DISPLAY 'Dispute on TX_ID ' FUNCTION TRIM(WS-CSV-TX-ID-STR)
                   ' resolved for ' FUNCTION TRIM(SQL-RESOLUTION).
       RESOLVE-CASE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * ISSUE-CREDIT-ADJUSTMENT: Credit the disputed amount to the
      * account as an unposted ADJUSTMENT for tonight's POST_LEDGER
      * run, narrated with the case and carried on the case as
      * CREDIT_TX_ID. The caller primes SQL-NARRATIVE with the
      * narrative text; the case number is appended here
      ******************************************************************
       ISSUE-CREDIT-ADJUSTMENT SECTION.
           MOVE 'N' TO WS-CASE-FAILED.
           MOVE SQL-CASE-ID TO WS-CASE-ID-DISP.
           STRING FUNCTION TRIM(SQL-NARRATIVE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CASE-ID-DISP) DELIMITED BY SIZE
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
                   NARRATIVE
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-DISPUTED-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'ADJUSTMENT',
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Credit insert failed for dispute case '
                       FUNCTION TRIM(WS-CASE-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-CASE-FAILED
               MOVE 'DISPUTE_CASE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SPACES TO WS-ERR-CONTEXT
               STRING 'CASE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASE-ID-DISP) DELIMITED BY SIZE
                   INTO WS-ERR-CONTEXT
               END-STRING
               MOVE 'Dispute credit ADJUSTMENT insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO ISSUE-CREDIT-ADJUSTMENT-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-CREDIT-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-CREDIT-TX-ID
           END-IF.
           MOVE 0 TO SQL-CREDIT-TX-ID-NULL.
       ISSUE-CREDIT-ADJUSTMENT-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-DUE-REVERSALS: Reverse the provisional credit on every
      * case resolved for the bank whose notice period has run out
      ******************************************************************
       RAISE-DUE-REVERSALS SECTION.
           EXEC SQL
               OPEN REVERSAL_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open dispute reversal cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-CURSOR-OPEN.
           PERFORM RAISE-ONE-REVERSAL
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE REVERSAL_CURSOR
           END-EXEC.
           MOVE 'N' TO WS-CURSOR-OPEN.
       RAISE-DUE-REVERSALS-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-ONE-REVERSAL: Insert the REVERSAL of the provisional
      * credit, unposted, referencing the credit's TX_ID so
      * POST_LEDGER's APPLY-REVERSAL-LOGIC offsets the credit's own
      * ledger entry. A credit the posting run refused left nothing
      * to reverse and the case simply closes; one not yet posted
      * waits for a later night
      ******************************************************************
       RAISE-ONE-REVERSAL SECTION.
           EXEC SQL
               FETCH REVERSAL_CURSOR INTO
                   :SQL-CASE-ID,
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-DISPUTED-AMOUNT,
                   :SQL-CREDIT-TX-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO RAISE-ONE-REVERSAL-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Dispute reversal fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RAISE-ONE-REVERSAL-EXIT
           END-IF.

           MOVE SQL-CASE-ID TO WS-CASE-ID-DISP.
           MOVE SPACES TO SQL-POSTED-FLAG.
           EXEC SQL
               SELECT POSTED_FLAG
               INTO :SQL-POSTED-FLAG:SQL-POSTED-FLAG-NULL
               FROM dbo.Transactions
               WHERE TX_ID = :SQL-CREDIT-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-POSTED-FLAG-NULL = -1
               MOVE 'N' TO SQL-POSTED-FLAG
           END-IF.

           EVALUATE SQL-POSTED-FLAG
               WHEN 'Y'
                   CONTINUE
               WHEN 'R'
                   DISPLAY 'WARNING: Provisional credit for case '
                           FUNCTION TRIM(WS-CASE-ID-DISP)
                           ' was refused at posting - nothing to '
                           'reverse'
                   EXEC SQL
                       UPDATE dbo.DisputeCases
                       SET STATUS = 'D',
                           RUN_ID = :WS-CURRENT-RUN-ID,
                           UPDATED_TS_UTC = SYSUTCDATETIME()
                       WHERE CASE_ID = :SQL-CASE-ID
                   END-EXEC
                   MOVE 0 TO SQLCODE
                   GO TO RAISE-ONE-REVERSAL-EXIT
               WHEN OTHER
                   MOVE 0 TO SQLCODE
                   GO TO RAISE-ONE-REVERSAL-EXIT
           END-EVALUATE.

           COMPUTE SQL-TX-AMOUNT = 0 - SQL-DISPUTED-AMOUNT.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Provisional credit reversed - case '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CASE-ID-DISP) DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   REFERENCE_TX_ID,
                   VALUE_DATE,
                   NARRATIVE
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-TX-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'REVERSAL',
                   :SQL-CREDIT-TX-ID,
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Reversal insert failed for dispute case '
                       FUNCTION TRIM(WS-CASE-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'DISPUTE_CASE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SPACES TO WS-ERR-CONTEXT
               STRING 'CASE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASE-ID-DISP) DELIMITED BY SIZE
                   INTO WS-ERR-CONTEXT
               END-STRING
               MOVE 'Provisional credit REVERSAL insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               MOVE 0 TO SQLCODE
               GO TO RAISE-ONE-REVERSAL-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-REVERSAL-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-REVERSAL-TX-ID
           END-IF.

           EXEC SQL
               UPDATE dbo.DisputeCases
               SET STATUS = 'V',
                   REVERSAL_TX_ID = :SQL-REVERSAL-TX-ID,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE CASE_ID = :SQL-CASE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Case update failed after reversal '
                       'for case ' FUNCTION TRIM(WS-CASE-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO RAISE-ONE-REVERSAL-EXIT
           END-IF.

           ADD 1 TO WS-REVERSALS-RAISED.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       RAISE-ONE-REVERSAL-EXIT.
           EXIT.

      ******************************************************************
      * ISSUE-PROVISIONAL-CREDITS: Credit every case still under
      * investigation at its provisional-credit deadline
      ******************************************************************
       ISSUE-PROVISIONAL-CREDITS SECTION.
           EXEC SQL
               OPEN PROVISIONAL_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open provisional-credit '
                       'cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-CURSOR-OPEN.
           PERFORM ISSUE-ONE-PROVISIONAL-CREDIT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE PROVISIONAL_CURSOR
           END-EXEC.
           MOVE 'N' TO WS-CURSOR-OPEN.
       ISSUE-PROVISIONAL-CREDITS-EXIT.
           EXIT.

      ******************************************************************
      * ISSUE-ONE-PROVISIONAL-CREDIT: Credit one case and notify the
      * customer that the credit is provisional
      ******************************************************************
       ISSUE-ONE-PROVISIONAL-CREDIT SECTION.
           EXEC SQL
               FETCH PROVISIONAL_CURSOR INTO
                   :SQL-CASE-ID,
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-DISPUTED-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
               GO TO ISSUE-ONE-PROVISIONAL-CREDIT-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Provisional-credit fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO ISSUE-ONE-PROVISIONAL-CREDIT-EXIT
           END-IF.

           MOVE 'Provisional credit - case ' TO SQL-NARRATIVE.
           PERFORM ISSUE-CREDIT-ADJUSTMENT.
           IF CASE-STEP-FAILED
               MOVE 0 TO SQLCODE
               GO TO ISSUE-ONE-PROVISIONAL-CREDIT-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.DisputeCases
               SET STATUS = 'P',
                   CREDIT_TX_ID = :SQL-CREDIT-TX-ID,
                   PROVISIONAL_DATE = :SQL-BUS-DATE,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE CASE_ID = :SQL-CASE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Case update failed after provisional '
                       'credit for case ' FUNCTION TRIM(WS-CASE-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO ISSUE-ONE-PROVISIONAL-CREDIT-EXIT
           END-IF.

           ADD 1 TO WS-PROVISIONAL-ISSUED.
           MOVE 'DISPUTE-PROVCR' TO SQL-NOTICE-TYPE.
           MOVE 'Provisional credit was made to your account while w
      -        'e complete our investigation'
               TO SQL-NOTICE-MESSAGE.
           PERFORM QUEUE-CUSTOMER-NOTICE.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       ISSUE-ONE-PROVISIONAL-CREDIT-EXIT.
           EXIT.

      ******************************************************************
      * ADD-BUSINESS-DAYS: SQL-DUE-DATE is the WS-DAY-COUNT'th
      * business day after SQL-FROM-DATE on dbo.BusinessCalendar.
      * Where the calendar is not loaded that far ahead, the count
      * falls back to calendar days - never later than the real
      * business-day deadline
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

           PERFORM ADD-CALENDAR-DAYS.
       ADD-BUSINESS-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * ADD-CALENDAR-DAYS: SQL-DUE-DATE is SQL-FROM-DATE plus
      * WS-DAY-COUNT calendar days, rolled forward onto the next
      * business day on dbo.BusinessCalendar
      ******************************************************************
       ADD-CALENDAR-DAYS SECTION.
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
       ADD-CALENDAR-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-AGING-REPORT: One line per open case against its next
      * deadline, bucketed OVERDUE (deadline missed), NEARING (within
      * the warning window of business days) or OK
      ******************************************************************
       WRITE-AGING-REPORT SECTION.
           MOVE ZERO TO WS-CASES-AGED.
           MOVE ZERO TO WS-CASES-NEARING.
           MOVE ZERO TO WS-CASES-OVERDUE.
           MOVE ZERO TO WS-PROVISIONAL-OUTSTANDING.

           OPEN OUTPUT AGING-RPT.
           IF NOT AGING-RPT-OK
               DISPLAY 'WARNING: Could not open dispute aging report'
               DISPLAY 'File status: ' WS-AGING-RPT-STATUS
           END-IF.

           MOVE SPACES TO WS-AGING-LINE.
           STRING 'DISPUTE CASE AGING - BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-AGING-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE ALL '=' TO WS-AGING-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE 'BUCKET   CASE_ID  TX_ID  ACC_ID  CCY  AMOUNT  STAGE  D
      -        'UE_DATE  BUS_DAYS_LEFT'
               TO WS-AGING-LINE.
           PERFORM WRITE-AGING-LINE.

           EXEC SQL
               OPEN AGING_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open dispute aging cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-AGING-REPORT-CLOSE
           END-IF.

           MOVE 'Y' TO WS-CURSOR-OPEN.
           PERFORM WRITE-ONE-AGING-LINE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE AGING_CURSOR
           END-EXEC.
           MOVE 'N' TO WS-CURSOR-OPEN.

           MOVE SPACES TO WS-AGING-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-CASES-AGED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-AGING-LINE.
           STRING 'Open cases: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-AGING-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-CASES-NEARING TO WS-COUNT-DISP.
           MOVE SPACES TO WS-AGING-LINE.
           STRING 'Nearing deadline: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-AGING-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-CASES-OVERDUE TO WS-COUNT-DISP.
           MOVE SPACES TO WS-AGING-LINE.
           STRING 'Past deadline: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-AGING-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
       WRITE-AGING-REPORT-CLOSE.
           IF AGING-RPT-OK
               CLOSE AGING-RPT
               DISPLAY 'Dispute aging report written to '
                       '"data/out/dispute_aging_report.txt"'
           END-IF.
       WRITE-AGING-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-AGING-LINE: Bucket and report one open case. A case
      * awaiting provisional credit is past its deadline from the due
      * date itself - tonight's credit pass should already have
      * cleared it; a case awaiting resolution is past it the day
      * after
      ******************************************************************
       WRITE-ONE-AGING-LINE SECTION.
           EXEC SQL
               FETCH AGING_CURSOR INTO
                   :SQL-CASE-ID,
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-DISPUTED-AMOUNT,
                   :SQL-CASE-STATUS,
                   :SQL-NEXT-DUE-DATE,
                   :SQL-BUS-DAYS-LEFT
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-AGING-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Dispute aging fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-AGING-LINE-EXIT
           END-IF.

           ADD 1 TO WS-CASES-AGED.
           IF SQL-CASE-STATUS = 'P'
               ADD SQL-DISPUTED-AMOUNT TO WS-PROVISIONAL-OUTSTANDING
           END-IF.

           EVALUATE TRUE
               WHEN SQL-CASE-STATUS = 'O'
                       AND SQL-NEXT-DUE-DATE NOT > WS-BUS-DATE
                   MOVE 'OVERDUE' TO WS-AGING-BUCKET
                   ADD 1 TO WS-CASES-OVERDUE
               WHEN SQL-NEXT-DUE-DATE < WS-BUS-DATE
                   MOVE 'OVERDUE' TO WS-AGING-BUCKET
                   ADD 1 TO WS-CASES-OVERDUE
               WHEN SQL-BUS-DAYS-LEFT NOT > WS-DISPUTE-WARN-DAYS
                   MOVE 'NEARING' TO WS-AGING-BUCKET
                   ADD 1 TO WS-CASES-NEARING
               WHEN OTHER
                   MOVE 'OK' TO WS-AGING-BUCKET
           END-EVALUATE.

           MOVE SQL-CASE-ID TO WS-CASE-ID-DISP.
           MOVE SQL-TX-ID TO WS-TX-ID-DISP.
           MOVE SQL-DISPUTED-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SQL-BUS-DAYS-LEFT TO WS-DAYS-LEFT-DISP.
           MOVE SPACES TO WS-AGING-LINE.
           MOVE 1 TO WS-AGING-PTR.
           STRING WS-AGING-BUCKET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CASE-ID-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-ID-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-AGING-LINE
               WITH POINTER WS-AGING-PTR
           END-STRING.
           IF SQL-CASE-STATUS = 'O'
               STRING '  PROVISIONAL  ' DELIMITED BY SIZE
                   INTO WS-AGING-LINE
                   WITH POINTER WS-AGING-PTR
               END-STRING
           ELSE
               STRING '  RESOLUTION  ' DELIMITED BY SIZE
                   INTO WS-AGING-LINE
                   WITH POINTER WS-AGING-PTR
               END-STRING
           END-IF.
           STRING SQL-NEXT-DUE-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-LEFT-DISP) DELIMITED BY SIZE
               INTO WS-AGING-LINE
               WITH POINTER WS-AGING-PTR
           END-STRING.
           PERFORM WRITE-AGING-LINE.
       WRITE-ONE-AGING-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-AGING-LINE: Write the current line if the report opened
      ******************************************************************
       WRITE-AGING-LINE SECTION.
           IF AGING-RPT-OK
               WRITE AGING-RPT-RECORD FROM WS-AGING-LINE
           END-IF.
       WRITE-AGING-LINE-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-AGING-SUMMARY: Tonight's aging counts on
      * dbo.DisputeAgingSummary, read by the morning operations
      * digest
      ******************************************************************
       RECORD-AGING-SUMMARY SECTION.
           MOVE WS-CASES-AGED TO SQL-OPEN-CASES.
           MOVE WS-CASES-NEARING TO SQL-NEARING-CASES.
           MOVE WS-CASES-OVERDUE TO SQL-OVERDUE-CASES.
           MOVE WS-PROVISIONAL-OUTSTANDING TO SQL-PROVISIONAL-AMOUNT.

           EXEC SQL
               INSERT INTO dbo.DisputeAgingSummary (
                   BUS_DATE,
                   OPEN_CASES,
                   NEARING_CASES,
                   OVERDUE_CASES,
                   PROVISIONAL_AMOUNT,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-BUS-DATE,
                   :SQL-OPEN-CASES,
                   :SQL-NEARING-CASES,
                   :SQL-OVERDUE-CASES,
                   :SQL-PROVISIONAL-AMOUNT,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Dispute aging summary insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       RECORD-AGING-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-CUSTOMER-NOTICE: Queue the customer letter for the
      * current case on dbo.CustomerNotifications for NOTIFY_EXTRACT
      ******************************************************************
       QUEUE-CUSTOMER-NOTICE SECTION.
           MOVE SQL-CASE-ID TO WS-CASE-ID-DISP.
           MOVE SQL-TX-ID TO WS-TX-ID-DISP.
           MOVE SPACES TO SQL-NOTICE-REF.
           STRING FUNCTION TRIM(WS-CASE-ID-DISP) DELIMITED BY SIZE
                  ' TX ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-ID-DISP) DELIMITED BY SIZE
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
                       'dispute case ' FUNCTION TRIM(WS-CASE-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       QUEUE-CUSTOMER-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if anything was loaded, credited or reversed
           IF WS-ROWS-VALID = ZERO
               AND WS-PROVISIONAL-ISSUED = ZERO
               AND WS-REVERSALS-RAISED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'DISPUTE_CASE' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'disputes.csv' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'ACTION,TX_ID,ACC_ID,DISPUTED_AMOUNT,NOTICE_DATE,'
                  DELIMITED BY SIZE
                  'REASON_CODE,RESOLUTION' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'DisputeCases,Transactions' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'TX_ID,ACC_ID,DISPUTED_AMOUNT,STATUS,'
                  DELIMITED BY SIZE
                  'CREDIT_TX_ID,REVERSAL_TX_ID' DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Provisional credit at deadline; final or reversed'
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
           DISPLAY '  Cases opened:           ' WS-CASES-OPENED.
           DISPLAY '  Resolved for customer:  ' WS-CASES-FOR-CUSTOMER.
           DISPLAY '  Resolved for bank:      ' WS-CASES-FOR-BANK.
           DISPLAY '  Provisional credits:    ' WS-PROVISIONAL-ISSUED.
           DISPLAY '  Reversals raised:       ' WS-REVERSALS-RAISED.
           DISPLAY '  Open cases aged:        ' WS-CASES-AGED.
           DISPLAY '  Nearing deadline:       ' WS-CASES-NEARING.
           DISPLAY '  Past deadline:          ' WS-CASES-OVERDUE.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM DISPUTE-CASE.
