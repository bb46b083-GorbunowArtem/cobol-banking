       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-REFUND.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * FEE_REFUND - Customer Fee Refund Program
      ******************************************************************
      * Purpose: Apply officer-approved refunds of fees FEE_ASSESS and
      *          ACCT_ANALYSIS assessed. Each CSV row cites the FEE
      *          transaction being refunded - the TX_ID the customer
      *          sees on their statement - with the approving officer
      *          and a reason code:
      *            GOODWILL - customer relationship
      *            RETAIN   - retention offer
      *            HARDSHIP - customer hardship
      *            DISPUTE  - fee disputed by the customer
      *            BANK-ERR - fee charged in error
      *          The fee must be on dbo.FeeAssessmentLog as an
      *          assessment, its FEE transaction posted, and not
      *          already refunded or otherwise reversed. Except for
      *          BANK-ERR, a refund draws on the customer's annual
      *          allowance (WS-FEE-REFUND-ANNUAL-COUNT refunds and
      *          WS-FEE-REFUND-ANNUAL-AMOUNT in total per calendar
      *          year, across all their accounts), and the officer is
      *          held to their FEE-REFUND approval authority - a
      *          refund beyond it is escalated (OFFICER-AUTH.cpy).
      *          The refund is raised as an unposted REVERSAL of the
      *          FEE transaction for tonight's POST_LEDGER run, which
      *          credits the account and posts it under the
      *          fee-refund GL code, and is kept on dbo.FeeRefunds for
      *          FEE_REPORT's monthly refund report.
      * Input:   data/in/fee_refunds.csv (CSV format)
      *          dbo.FeeAssessmentLog, dbo.Transactions, dbo.Accounts
      * Output:  dbo.Transactions (REVERSAL rows), dbo.FeeRefunds
      *          data/out/fee_refunds_rejects.csv
      * Lineage: transform_kind=derive
      ******************************************************************
      * LINEAGE: PROGRAM=FEE_REFUND
      * LINEAGE: SRC=csv.filesystem.fee_refunds.csv(FEE_TX_ID,
      *               OFFICER_ID,REASON_CODE)
      * LINEAGE: SRC=sqlserver.dbo.FeeAssessmentLog(LOG_ID,TX_ID,
      *               ACC_ID,CURRENCY,BRANCH_ID,FEE_TYPE,
      *               AMOUNT_ASSESSED)
      * LINEAGE: TGT=sqlserver.dbo.FeeRefunds(LOG_ID,FEE_TX_ID,
      *               REFUND_TX_ID,CUSTOMER_ID,BRANCH_ID,
      *               AMOUNT_REFUNDED,OFFICER_ID,REASON_CODE)
      * LINEAGE: MAP=TX_ID -> REFERENCE_TX_ID [REVERSAL OF THE FEE]
      * LINEAGE: MAP=AMOUNT_ASSESSED -> AMOUNT_REFUNDED
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT REFUND-REJECTS-CSV
               ASSIGN TO "data/out/fee_refunds_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  REFUND-REJECTS-CSV.
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
       COPY OFFICER-AUTH.

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
               VALUE 'data/in/fee_refunds.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 3 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed refund request fields
       01  WS-CSV-FEE-TX-ID-STR        PIC X(20).
       01  WS-CSV-OFFICER-ID           PIC X(32).
       01  WS-CSV-REASON-CODE          PIC X(20).
           88  REFUND-REASON-KNOWN     VALUES 'GOODWILL' 'RETAIN'
                                              'HARDSHIP' 'DISPUTE'
                                              'BANK-ERR'.
           88  REFUND-FOR-BANK-ERROR   VALUE 'BANK-ERR'.

      * Allowance check working fields
       01  WS-ALLOWANCE-AFTER          PIC S9(16)V99 COMP-3.
       01  WS-TX-ID-DISP               PIC Z(17)9.

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-ESCALATED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-OVER-ALLOWANCE      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-REFUNDED           PIC S9(16)V99 COMP-3
                                        VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(11)
                                        VALUE 'FEE_REFUND_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-FEE-TX-ID               PIC 9(18) COMP-5.
       01  SQL-LOG-ID                  PIC 9(18) COMP-5.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-FEE-TYPE                PIC X(24).
       01  SQL-AMOUNT-ASSESSED         PIC S9(16)V99 COMP-3.
       01  SQL-POSTED-FLAG             PIC X(1).
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-REASON-CODE             PIC X(8).
       01  SQL-PRIOR-REFUNDS           PIC S9(9) COMP-3.
       01  SQL-PRIOR-REVERSALS         PIC S9(9) COMP-3.
       01  SQL-YEAR-PREFIX             PIC X(6).
       01  SQL-YEAR-REFUND-COUNT       PIC S9(9) COMP-3.
       01  SQL-YEAR-REFUND-AMOUNT      PIC S9(16)V99 COMP-3.
       01  SQL-REFUND-TX-ID            PIC 9(18) COMP-5.
       01  SQL-NARRATIVE               PIC X(80).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'FEE_REFUND - Customer Fee Refunds'.
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
           DISPLAY 'FEE_REFUND completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE ZERO TO WS-ROWS-ESCALATED.
           MOVE ZERO TO WS-ROWS-OVER-ALLOWANCE.
           MOVE 1 TO WS-ROW-NUMBER.

      *    Allow the refund CSV path to be overridden from the
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

           OPEN INPUT REFUND-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ REFUND-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE REFUND-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE REFUND-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the fee refund reject file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT REFUND-REJECTS-CSV.
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
           MOVE 'FEE_REFUND' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the fee refund reject file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE REFUND-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single refund request
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ REFUND-CSV INTO WS-CSV-LINE
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
               PERFORM LOOKUP-ASSESSED-FEE
           END-IF.

           IF ROW-IS-VALID
               PERFORM CHECK-ALREADY-REFUNDED
           END-IF.

           IF ROW-IS-VALID AND NOT REFUND-FOR-BANK-ERROR
               PERFORM CHECK-ANNUAL-ALLOWANCE
           END-IF.

           IF ROW-IS-VALID
               PERFORM CHECK-REFUND-AUTHORITY
           END-IF.

           IF ROW-IS-VALID
               PERFORM RAISE-REFUND-REVERSAL
           END-IF.

           IF ROW-IS-VALID
               PERFORM INSERT-REFUND-ROW
           END-IF.

           IF ROW-IS-VALID
               PERFORM RECORD-OFFICER-DECISION
               ADD 1 TO WS-ROWS-VALID
               ADD SQL-AMOUNT-ASSESSED TO WS-TOTAL-REFUNDED
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-FEE-TX-ID-STR.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-OFFICER-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (3))
               TO WS-CSV-REASON-CODE.
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
           IF WS-CSV-FIELD-IDX > 3
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

           IF WS-CSV-FEE-TX-ID-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-FEE-TX-ID-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - FEE_TX_ID must be numeric'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'FEE_TX_ID must be numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-FEE-TX-ID =
               FUNCTION NUMVAL(WS-CSV-FEE-TX-ID-STR).
           IF SQL-FEE-TX-ID = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - FEE_TX_ID must be positive'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'FEE_TX_ID must be positive' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Every refund carries the approving officer and a reason
      *    code the monthly report can roll up by
           IF WS-CSV-OFFICER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - OFFICER_ID is required'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OFFICER_ID is required' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF NOT REFUND-REASON-KNOWN
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Unknown REASON_CODE: '
                       FUNCTION TRIM(WS-CSV-REASON-CODE)
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Unknown REASON_CODE' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           MOVE WS-CSV-OFFICER-ID TO SQL-OFFICER-ID.
           MOVE WS-CSV-REASON-CODE TO SQL-REASON-CODE.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-ASSESSED-FEE: Find the assessment the cited FEE
      * transaction was logged under, with the account's customer,
      * and check the fee has posted. An account with no customer
      * on the master is its own customer for the allowance
      ******************************************************************
       LOOKUP-ASSESSED-FEE SECTION.
           EXEC SQL
               SELECT L.LOG_ID, L.ACC_ID, L.CURRENCY,
                      COALESCE(L.BRANCH_ID, '000'), L.FEE_TYPE,
                      L.AMOUNT_ASSESSED,
                      COALESCE(A.CUSTOMER_ID, L.ACC_ID),
                      COALESCE(T.POSTED_FLAG, 'N')
               INTO :SQL-LOG-ID, :SQL-ACC-ID, :SQL-CURRENCY,
                    :SQL-BRANCH-ID, :SQL-FEE-TYPE,
                    :SQL-AMOUNT-ASSESSED,
                    :SQL-CUSTOMER-ID,
                    :SQL-POSTED-FLAG
               FROM dbo.FeeAssessmentLog L
               JOIN dbo.Transactions T
                 ON T.TX_ID = L.TX_ID
                AND T.TX_TYPE = 'FEE'
               LEFT JOIN dbo.Accounts A
                 ON A.ACC_ID = L.ACC_ID
               WHERE L.TX_ID = :SQL-FEE-TX-ID
                 AND L.AMOUNT_ASSESSED > 0
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - no assessed fee on file for this TX_ID'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No assessed fee on file for this transaction'
                   TO WS-REJECT-REASON
               GO TO LOOKUP-ASSESSED-FEE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - assessed fee lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Assessed fee lookup failed' TO WS-REJECT-REASON
               GO TO LOOKUP-ASSESSED-FEE-EXIT
           END-IF.

      *    Only a fee that actually came off the account is refunded;
      *    one still waiting to post is resubmitted once it has
           EVALUATE SQL-POSTED-FLAG
               WHEN 'Y'
                   CONTINUE
               WHEN 'R'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Fee was refused at posting - nothing to refund'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Fee not yet posted - resubmit once posted'
                       TO WS-REJECT-REASON
           END-EVALUATE.

           IF ROW-IS-INVALID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER ' - '
                       FUNCTION TRIM(WS-REJECT-REASON)
           END-IF.
       LOOKUP-ASSESSED-FEE-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-ALREADY-REFUNDED: A fee is refunded once - refused if
      * a refund is already on file, or if the fee has been reversed
      * some other way (a dispute, a whole-file backout)
      ******************************************************************
       CHECK-ALREADY-REFUNDED SECTION.
           MOVE ZERO TO SQL-PRIOR-REFUNDS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-PRIOR-REFUNDS
               FROM dbo.FeeRefunds
               WHERE FEE_TX_ID = :SQL-FEE-TX-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - prior refund lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Prior refund lookup failed' TO WS-REJECT-REASON
               GO TO CHECK-ALREADY-REFUNDED-EXIT
           END-IF.

           IF SQL-PRIOR-REFUNDS > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - fee already refunded'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Fee already refunded' TO WS-REJECT-REASON
               GO TO CHECK-ALREADY-REFUNDED-EXIT
           END-IF.

           MOVE ZERO TO SQL-PRIOR-REVERSALS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-PRIOR-REVERSALS
               FROM dbo.Transactions
               WHERE TX_TYPE = 'REVERSAL'
                 AND REFERENCE_TX_ID = :SQL-FEE-TX-ID
                 AND COALESCE(POSTED_FLAG, 'N') <> 'R'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - prior reversal lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Prior reversal lookup failed' TO WS-REJECT-REASON
               GO TO CHECK-ALREADY-REFUNDED-EXIT
           END-IF.

           IF SQL-PRIOR-REVERSALS > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - fee already reversed'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Fee already reversed' TO WS-REJECT-REASON
           END-IF.
       CHECK-ALREADY-REFUNDED-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-ANNUAL-ALLOWANCE: The customer's goodwill refunds so far
      * this calendar year, across all their accounts, plus this one
      * must stay within both the count and the amount allowance
      ******************************************************************
       CHECK-ANNUAL-ALLOWANCE SECTION.
           MOVE SPACES TO SQL-YEAR-PREFIX.
           STRING SQL-BUS-DATE (1:4) DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO SQL-YEAR-PREFIX
           END-STRING.

           MOVE ZERO TO SQL-YEAR-REFUND-COUNT.
           MOVE ZERO TO SQL-YEAR-REFUND-AMOUNT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT_REFUNDED), 0)
               INTO :SQL-YEAR-REFUND-COUNT,
                    :SQL-YEAR-REFUND-AMOUNT
               FROM dbo.FeeRefunds
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND REFUND_DATE LIKE :SQL-YEAR-PREFIX
                 AND REASON_CODE <> 'BANK-ERR'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - refund allowance lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Refund allowance lookup failed'
                   TO WS-REJECT-REASON
               GO TO CHECK-ANNUAL-ALLOWANCE-EXIT
           END-IF.

           COMPUTE WS-ALLOWANCE-AFTER =
               SQL-YEAR-REFUND-AMOUNT + SQL-AMOUNT-ASSESSED.

           EVALUATE TRUE
               WHEN SQL-YEAR-REFUND-COUNT
                       >= WS-FEE-REFUND-ANNUAL-COUNT
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Annual refund allowance used - count'
                       TO WS-REJECT-REASON
               WHEN WS-ALLOWANCE-AFTER > WS-FEE-REFUND-ANNUAL-AMOUNT
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Annual refund allowance exceeded - amount'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF ROW-IS-INVALID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER ' - customer '
                       FUNCTION TRIM(SQL-CUSTOMER-ID) ' - '
                       FUNCTION TRIM(WS-REJECT-REASON)
               ADD 1 TO WS-ROWS-OVER-ALLOWANCE
           END-IF.
       CHECK-ANNUAL-ALLOWANCE-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-REFUND-AUTHORITY: Hold the officer to their FEE-REFUND
      * approval authority for the fee's currency and amount; a
      * refund beyond it is refused and escalated
      ******************************************************************
       CHECK-REFUND-AUTHORITY SECTION.
           MOVE 'FEE_REFUND' TO WS-OA-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-OA-RUN-ID.
           MOVE SQL-OFFICER-ID TO WS-OA-OFFICER-ID.
           MOVE 'FEE-REFUND' TO WS-OA-ACTION-CLASS.
           MOVE SQL-CURRENCY TO WS-OA-CURRENCY.
           MOVE SQL-AMOUNT-ASSESSED TO WS-OA-AMOUNT.
           MOVE SQL-FEE-TX-ID TO WS-TX-ID-DISP.
           MOVE SPACES TO WS-OA-REFERENCE.
           STRING 'FEE TX ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-ID-DISP) DELIMITED BY SIZE
               INTO WS-OA-REFERENCE
           END-STRING.

           PERFORM CHECK-OFFICER-AUTHORITY.

           IF OFFICER-LACKS-AUTHORITY
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ' FUNCTION TRIM(WS-OA-REASON)
                       ' - escalated'
               MOVE 'N' TO WS-ROW-VALID
               MOVE SPACES TO WS-REJECT-REASON
               STRING FUNCTION TRIM(WS-OA-REASON) DELIMITED BY SIZE
                      ' - escalated' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               ADD 1 TO WS-ROWS-ESCALATED
           END-IF.
       CHECK-REFUND-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-REFUND-REVERSAL: Refund the fee with an unposted
      * REVERSAL of its FEE transaction - POST_LEDGER credits the
      * account, backs the amount out of the fee-income contra and
      * posts it under the fee-refund GL code
      ******************************************************************
       RAISE-REFUND-REVERSAL SECTION.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Refund of ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-FEE-TYPE) DELIMITED BY SIZE
                  ' fee - ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-REASON-CODE) DELIMITED BY SIZE
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
                   :SQL-AMOUNT-ASSESSED,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'REVERSAL',
                   :SQL-FEE-TX-ID,
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - refund reversal insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Refund reversal insert failed'
                   TO WS-REJECT-REASON
               GO TO RAISE-REFUND-REVERSAL-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-REFUND-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-REFUND-TX-ID
           END-IF.
       RAISE-REFUND-REVERSAL-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-REFUND-ROW: Keep the refund on dbo.FeeRefunds - the
      * already-refunded guard, the allowance history and the
      * monthly refund report's source
      ******************************************************************
       INSERT-REFUND-ROW SECTION.
           EXEC SQL
               INSERT INTO dbo.FeeRefunds (
                   LOG_ID,
                   FEE_TX_ID,
                   REFUND_TX_ID,
                   ACC_ID,
                   CUSTOMER_ID,
                   CURRENCY,
                   BRANCH_ID,
                   FEE_TYPE,
                   AMOUNT_REFUNDED,
                   OFFICER_ID,
                   REASON_CODE,
                   REFUND_DATE,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-LOG-ID,
                   :SQL-FEE-TX-ID,
                   :SQL-REFUND-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-CURRENCY,
                   :SQL-BRANCH-ID,
                   :SQL-FEE-TYPE,
                   :SQL-AMOUNT-ASSESSED,
                   :SQL-OFFICER-ID,
                   :SQL-REASON-CODE,
                   :SQL-BUS-DATE,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - refund record insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Refund record insert failed' TO WS-REJECT-REASON
           END-IF.
       INSERT-REFUND-ROW-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we applied at least one refund
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'FEE_REFUND' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'fee_refunds.csv' TO WS-LIN-SRC-TABLE.
           MOVE 'FEE_TX_ID,OFFICER_ID,REASON_CODE'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'FeeRefunds' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'LOG_ID,FEE_TX_ID,REFUND_TX_ID,CUSTOMER_ID,'
                  DELIMITED BY SIZE
                  'BRANCH_ID,AMOUNT_REFUNDED,OFFICER_ID,REASON_CODE'
                  DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Officer refund of assessed fee; FEE reversed'
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
           DISPLAY '  Refunds raised:            ' WS-ROWS-VALID.
           DISPLAY '  Amount refunded:           ' WS-TOTAL-REFUNDED.
           DISPLAY '  Over annual allowance:     '
                   WS-ROWS-OVER-ALLOWANCE.
           DISPLAY '  Escalated (authority):     ' WS-ROWS-ESCALATED.
           DISPLAY '  Invalid rows skipped:      ' WS-ROWS-INVALID.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM FEE-REFUND.
