       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICER-AUTH-MAINT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * OFFICER_AUTH_MAINT - Officer Approval Authority Maintenance
      ******************************************************************
      * Purpose: Maintain dbo.OfficerAuthority, the approval authority
      *          each officer holds - per action class and currency,
      *          a maximum amount and the dates it is valid for - that
      *          OD_LIMIT_MAINT, STOP_PAY_MAINT, FRAUD_REVIEW,
      *          SANCTION_REVIEW, SAR_REVIEW, ACCOUNT_MASTER and
      *          FEE_REFUND's
      *          approvals are held to through OFFICER-AUTH.cpy.
      *          Action classes:
      *            OD-LIMIT        - overdraft limit granted
      *            STOP-PAY        - stop payment placed
      *            FRAUD-RELEASE   - fraud-queue item released
      *            FEE-REFUND      - assessed fee refunded
      *            SANCTION-CLEAR  - watchlist hit cleared (XXX)
      *            SAR-NOFILE      - suspicious activity case closed
      *                              without a filing (XXX)
      *            ACCT-OPEN, ACCT-UPDATE, ACCT-CLOSE,
      *            ACCT-ADDHOLDER, ACCT-REMHOLDER,
      *            ACCT-ODOPTIN    - account change approved (XXX)
      *          The non-monetary classes are granted in currency XXX
      *          with a zero maximum - the grant is the authority.
      *          Each CSV row GRANTs authority or REVOKEs it from an
      *          effective date; rows are only ever inserted, so the
      *          grant in effect on any date, and who granted it, stay
      *          on record. Nobody grants authority to themselves.
      *          Run with PARM REPORT, it instead writes audit's
      *          monthly report of the month's decisions made within
      *          WS-AUTH-NEAR-LIMIT-PCT percent of the officer's
      *          limit, per officer, and of every escalation with
      *          whether it has been cleared - on the last processing
      *          day of the month only (REPORT NOW runs it on any
      *          date, for the month to date).
      *          PARM/command line: REPORT [NOW], or the path of the
      *          authority CSV to load
      * Input:   data/in/officer_authority.csv (CSV format)
      *          dbo.OfficerDecisions (report run)
      * Output:  dbo.OfficerAuthority table (SQL Server)
      *          data/out/officer_authority_rejects.csv
      *          data/out/officer_authority_report_<YYYY-MM>.txt
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=OFFICER_AUTH_MAINT
      * LINEAGE: SRC=csv.filesystem.officer_authority.csv(OFFICER_ID,
      *               ACTION_CLASS,CURRENCY,MAX_AMOUNT,EFF_FROM_DATE,
      *               EFF_TO_DATE,GRANTED_BY,ACTION)
      * LINEAGE: TGT=sqlserver.dbo.OfficerAuthority(OFFICER_ID,
      *               ACTION_CLASS,CURRENCY,MAX_AMOUNT,STATUS,
      *               EFF_FROM_DATE,EFF_TO_DATE,GRANTED_BY)
      * LINEAGE: MAP=ACTION -> STATUS [GRANT=A, REVOKE=V]
      * LINEAGE: SRC=sqlserver.dbo.OfficerDecisions(OFFICER_ID,
      *               ACTION_CLASS,REFERENCE,CURRENCY,AMOUNT,
      *               AUTHORITY_AMOUNT,OUTCOME,ESCALATION_STATUS)
      * LINEAGE: TGT=file.filesystem.officer_authority_report.txt
      * LINEAGE: MAP=decisions -> near-limit and escalation report
      *               [FILTER, AGGREGATE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT AUTHORITY-REJECTS-CSV
               ASSIGN TO "data/out/officer_authority_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT AUTHORITY-RPT
               ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-RPT-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  AUTHORITY-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  AUTHORITY-RPT.
       01  AUTHORITY-RPT-RECORD        PIC X(250).

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

       01  WS-AUTHORITY-RPT-STATUS     PIC XX.
           88  AUTHORITY-RPT-OK        VALUE '00'.

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
               VALUE 'data/in/officer_authority.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * Command-line / PARM parsing: REPORT selects the month-end
      * audit report, REPORT NOW forces it on any date
       01  WS-PARM-TEXT                PIC X(256).
       01  WS-PARM-OPTION              PIC X(8).
       01  WS-PARM-VALID               PIC X VALUE 'Y'.
           88  PARM-IS-VALID           VALUE 'Y'.
       01  WS-RUN-MODE                 PIC X VALUE 'G'.
           88  RUN-MODE-GRANTS         VALUE 'G'.
           88  RUN-MODE-REPORT         VALUE 'R'.
       01  WS-FORCE-RUN-FLAG           PIC X VALUE 'N'.
           88  FORCE-RUN               VALUE 'Y'.
       01  WS-RUN-DUE-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-DUE              VALUE 'Y'.

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

      * Parsed authority fields
       01  WS-CSV-OFFICER-ID           PIC X(32).
       01  WS-CSV-ACTION-CLASS         PIC X(16).
       01  WS-CSV-CURRENCY             PIC X(3).
       01  WS-CSV-MAX-AMOUNT-STR       PIC X(20).
       01  WS-CSV-EFF-FROM             PIC X(10).
       01  WS-CSV-EFF-TO               PIC X(10).
       01  WS-CSV-GRANTED-BY           PIC X(32).
       01  WS-CSV-ACTION               PIC X(8).

      * Action class kind: monetary classes carry a real currency and
      * maximum, the rest are granted at XXX with a zero maximum
       01  WS-CLASS-KIND               PIC X VALUE SPACE.
           88  CLASS-IS-MONETARY       VALUE 'M'.
           88  CLASS-IS-NON-MONETARY   VALUE 'N'.

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-GRANTED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-REVOKED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Audit report working storage
       01  WS-REPORT-FILE-NAME         PIC X(64).
       01  WS-RPT-LINE                 PIC X(250).
       01  WS-RPT-PTR                  PIC 9(3) COMP-5.
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-COUNT-DISP               PIC Z(8)9.
       01  WS-PCT-DISP                 PIC ZZ9.99.
       01  WS-OFFICERS-REPORTED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NEAR-LIMIT-LINES         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ESCALATION-LINES         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ESCALATIONS-OPEN         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(19)
                                        VALUE 'OFFICER_AUTH_MAINT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-ACTION-CLASS            PIC X(16).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-MAX-AMOUNT              PIC S9(16)V99 COMP-3.
       01  SQL-STATUS                  PIC X(1).
       01  SQL-EFF-FROM-DATE           PIC X(10).
       01  SQL-EFF-TO-DATE             PIC X(10).
       01  SQL-GRANTED-BY              PIC X(32).
       01  SQL-DUP-COUNT               PIC S9(9) COMP-3.
       01  SQL-NEAR-LIMIT-PCT          PIC S9(4) COMP-5.
       01  SQL-MONTH-START             PIC X(10).
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-LAST-PROC-DATE          PIC X(10).
       01  SQL-PROGRAM                 PIC X(32).
       01  SQL-REFERENCE               PIC X(64).
       01  SQL-AMOUNT                  PIC S9(16)V99 COMP-3.
       01  SQL-AUTHORITY-AMOUNT        PIC S9(16)V99 COMP-3.
       01  SQL-DECISION-BUS-DATE       PIC X(10).
       01  SQL-ESCALATION-STATUS       PIC X(1).
       01  SQL-ESCALATION-REASON       PIC X(80).
       01  SQL-CLEARED-BY              PIC X(32).
       01  SQL-DECISION-COUNT          PIC S9(9) COMP-3.
       01  SQL-NEAR-COUNT              PIC S9(9) COMP-3.
       01  SQL-ESCALATED-COUNT         PIC S9(9) COMP-3.
       01  SQL-HIGH-PCT                PIC S9(3)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
       01  SQL-EFF-TO-DATE-NULL        PIC S9(4) COMP-5.
       01  SQL-LAST-PROC-DATE-NULL     PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Per-officer summary for the month: decisions taken within
      * authority, how many of them came near the limit and the
      * highest share of the limit used, alongside the officer's
      * escalations
       EXEC SQL
           DECLARE OFFICER_CURSOR CURSOR FOR
           SELECT OFFICER_ID,
                  SUM(CASE WHEN OUTCOME = 'A' THEN 1 ELSE 0 END),
                  SUM(CASE WHEN OUTCOME = 'A'
                            AND AUTHORITY_AMOUNT > 0
                            AND AMOUNT * 100 >=
                                AUTHORITY_AMOUNT * :SQL-NEAR-LIMIT-PCT
                           THEN 1 ELSE 0 END),
                  SUM(CASE WHEN OUTCOME = 'E' THEN 1 ELSE 0 END),
                  COALESCE(MAX(CASE WHEN OUTCOME = 'A'
                                     AND AUTHORITY_AMOUNT > 0
                                    THEN AMOUNT * 100 /
                                         AUTHORITY_AMOUNT END), 0)
           FROM dbo.OfficerDecisions
           WHERE BUS_DATE >= :SQL-MONTH-START
             AND BUS_DATE <= :SQL-BUS-DATE
           GROUP BY OFFICER_ID
           ORDER BY OFFICER_ID
       END-EXEC.

      * The month's in-authority decisions at or above the near-limit
      * share of the officer's maximum
       EXEC SQL
           DECLARE NEAR_LIMIT_CURSOR CURSOR FOR
           SELECT OFFICER_ID, BUS_DATE, PROGRAM, ACTION_CLASS,
                  REFERENCE, CURRENCY, AMOUNT, AUTHORITY_AMOUNT
           FROM dbo.OfficerDecisions
           WHERE BUS_DATE >= :SQL-MONTH-START
             AND BUS_DATE <= :SQL-BUS-DATE
             AND OUTCOME = 'A'
             AND AUTHORITY_AMOUNT > 0
             AND AMOUNT * 100 >= AUTHORITY_AMOUNT * :SQL-NEAR-LIMIT-PCT
           ORDER BY OFFICER_ID, BUS_DATE, DECISION_ID
       END-EXEC.

      * The month's escalations and whether they have been cleared
       EXEC SQL
           DECLARE ESCALATION_CURSOR CURSOR FOR
           SELECT OFFICER_ID, BUS_DATE, PROGRAM, ACTION_CLASS,
                  REFERENCE, CURRENCY, AMOUNT,
                  COALESCE(ESCALATION_STATUS, 'O'),
                  COALESCE(ESCALATION_REASON, ' '),
                  COALESCE(CLEARED_BY_OFFICER_ID, ' ')
           FROM dbo.OfficerDecisions
           WHERE BUS_DATE >= :SQL-MONTH-START
             AND BUS_DATE <= :SQL-BUS-DATE
             AND OUTCOME = 'E'
           ORDER BY OFFICER_ID, BUS_DATE, DECISION_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'OFFICER_AUTH_MAINT - Approval Authority'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: OFFICER_AUTH_MAINT [REPORT [NOW]'
                       ' | input-csv]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.

           IF RUN-MODE-REPORT
               PERFORM CHECK-REPORT-DUE
               IF RUN-IS-DUE
                   PERFORM WRITE-AUTHORITY-REPORT
               END-IF
           ELSE
               PERFORM PROCESS-CSV-FILE
           END-IF.

           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'OFFICER_AUTH_MAINT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM and set up the run
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-GRANTED.
           MOVE ZERO TO WS-ROWS-REVOKED.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE 1 TO WS-ROW-NUMBER.
           MOVE 'Y' TO WS-PARM-VALID.
           MOVE 'G' TO WS-RUN-MODE.
           MOVE 'N' TO WS-FORCE-RUN-FLAG.
           MOVE 'N' TO WS-RUN-DUE-FLAG.

      *    REPORT [NOW] selects the audit report run; anything else on
      *    the command line (or JCL PARM) overrides the CSV path, the
      *    same convention the other CSV ingesters use
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
               TO WS-PARM-TEXT.
           IF WS-PARM-TEXT (1:6) = 'REPORT'
               AND WS-PARM-TEXT (7:1) = SPACE
               MOVE 'R' TO WS-RUN-MODE
               MOVE FUNCTION TRIM(WS-PARM-TEXT (7:))
                   TO WS-PARM-OPTION
               EVALUATE WS-PARM-OPTION
                   WHEN SPACES
                       CONTINUE
                   WHEN 'NOW'
                       MOVE 'Y' TO WS-FORCE-RUN-FLAG
                   WHEN OTHER
                       MOVE 'N' TO WS-PARM-VALID
                       GO TO INITIALIZE-PROGRAM-EXIT
               END-EVALUATE
               DISPLAY 'Run mode: monthly approval authority report'
           ELSE
               IF WS-COMMAND-LINE NOT = SPACES
                   MOVE WS-COMMAND-LINE TO WS-INPUT-FILE-NAME
               END-IF
               DISPLAY 'Input file: ' WS-INPUT-FILE-NAME
           END-IF.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TIMESTAMP FROM TIME.
           MOVE WS-RUN-ID-TIMESTAMP TO WS-RUN-ID-TS.
           MOVE WS-AUTH-NEAR-LIMIT-PCT TO SQL-NEAR-LIMIT-PCT.
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

           OPEN INPUT AUTHORITY-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ AUTHORITY-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE AUTHORITY-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE AUTHORITY-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the officer_authority_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT AUTHORITY-REJECTS-CSV.
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
           MOVE 'OFFICER_AUTH_MAINT' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the officer_authority_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE AUTHORITY-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single authority row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ AUTHORITY-CSV INTO WS-CSV-LINE
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
               PERFORM CHECK-DUPLICATE-GRANT
           END-IF.

           IF ROW-IS-VALID
               PERFORM INSERT-AUTHORITY-ROW
           END-IF.

           IF ROW-IS-VALID
               IF SQL-STATUS = 'A'
                   ADD 1 TO WS-ROWS-GRANTED
               ELSE
                   ADD 1 TO WS-ROWS-REVOKED
               END-IF
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-OFFICER-ID.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-ACTION-CLASS.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-CURRENCY.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-MAX-AMOUNT-STR.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-EFF-FROM.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-EFF-TO.
           MOVE WS-CSV-FIELD (7) TO WS-CSV-GRANTED-BY.
           MOVE WS-CSV-FIELD (8) TO WS-CSV-ACTION.
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

      *    Validate OFFICER_ID (non-empty)
           IF WS-CSV-OFFICER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - OFFICER_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OFFICER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Validate ACTION_CLASS against the classes the approving
      *    programs check
           MOVE FUNCTION UPPER-CASE(WS-CSV-ACTION-CLASS)
               TO WS-CSV-ACTION-CLASS.
           EVALUATE WS-CSV-ACTION-CLASS
               WHEN 'OD-LIMIT'
               WHEN 'STOP-PAY'
               WHEN 'FRAUD-RELEASE'
               WHEN 'FEE-REFUND'
                   MOVE 'M' TO WS-CLASS-KIND
               WHEN 'SANCTION-CLEAR'
               WHEN 'SAR-NOFILE'
               WHEN 'ACCT-OPEN'
               WHEN 'ACCT-UPDATE'
               WHEN 'ACCT-CLOSE'
               WHEN 'ACCT-ADDHOLDER'
               WHEN 'ACCT-REMHOLDER'
               WHEN 'ACCT-ODOPTIN'
                   MOVE 'N' TO WS-CLASS-KIND
               WHEN OTHER
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - Unknown ACTION_CLASS: '
                           WS-CSV-ACTION-CLASS
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Unknown ACTION_CLASS' TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
           END-EVALUATE.

      *    Validate ACTION (GRANT or REVOKE)
           MOVE FUNCTION UPPER-CASE(WS-CSV-ACTION) TO WS-CSV-ACTION.
           EVALUATE WS-CSV-ACTION
               WHEN 'GRANT'
                   MOVE 'A' TO SQL-STATUS
               WHEN 'REVOKE'
                   MOVE 'V' TO SQL-STATUS
               WHEN OTHER
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - ACTION must be GRANT or REVOKE: '
                           WS-CSV-ACTION
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'ACTION must be GRANT or REVOKE'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
           END-EVALUATE.

      *    Non-monetary classes are granted at XXX with a zero
      *    maximum; a blank currency or amount defaults to that
           IF CLASS-IS-NON-MONETARY
               IF WS-CSV-CURRENCY = SPACES
                   MOVE 'XXX' TO WS-CSV-CURRENCY
               END-IF
               IF WS-CSV-MAX-AMOUNT-STR = SPACES
                   MOVE '0' TO WS-CSV-MAX-AMOUNT-STR
               END-IF
           END-IF.

      *    Validate CURRENCY (3 chars; XXX for non-monetary classes
      *    and only for them)
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
           IF (CLASS-IS-NON-MONETARY AND WS-CSV-CURRENCY NOT = 'XXX')
               OR (CLASS-IS-MONETARY AND WS-CSV-CURRENCY = 'XXX')
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CURRENCY XXX is for non-monetary classes '
                       'only'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CURRENCY XXX is for non-monetary classes only'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Validate MAX_AMOUNT (numeric, not negative). A revocation
      *    carries no amount of its own
           IF WS-CSV-MAX-AMOUNT-STR = SPACES
               AND SQL-STATUS = 'V'
               MOVE '0' TO WS-CSV-MAX-AMOUNT-STR
           END-IF.
           IF WS-CSV-MAX-AMOUNT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-MAX-AMOUNT-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - MAX_AMOUNT is not numeric: '
                       WS-CSV-MAX-AMOUNT-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'MAX_AMOUNT is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-MAX-AMOUNT =
               FUNCTION NUMVAL(WS-CSV-MAX-AMOUNT-STR).
           IF SQL-MAX-AMOUNT < 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - MAX_AMOUNT is negative'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'MAX_AMOUNT is negative' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           IF CLASS-IS-NON-MONETARY
               MOVE ZERO TO SQL-MAX-AMOUNT
           END-IF.
           IF CLASS-IS-MONETARY AND SQL-STATUS = 'A'
               AND SQL-MAX-AMOUNT = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - MAX_AMOUNT is zero on a GRANT'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'MAX_AMOUNT is zero on a GRANT' TO WS-REJECT-REASON
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

      *    EFF_TO_DATE is optional (an acting-up grant carries one)
      *    but must not precede EFF_FROM_DATE
           IF WS-CSV-EFF-TO NOT = SPACES
               IF WS-CSV-EFF-TO (5:1) NOT = '-'
                   OR WS-CSV-EFF-TO (8:1) NOT = '-'
                   OR WS-CSV-EFF-TO < WS-CSV-EFF-FROM
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - EFF_TO_DATE invalid or precedes '
                           'EFF_FROM_DATE'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'EFF_TO_DATE invalid or precedes EFF_FROM_DATE'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           END-IF.

      *    Every change names who granted it, and nobody grants
      *    authority to themselves
           IF WS-CSV-GRANTED-BY = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - GRANTED_BY is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'GRANTED_BY is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-GRANTED-BY = WS-CSV-OFFICER-ID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Officer cannot grant their own authority'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Officer cannot grant their own authority'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-DUPLICATE-GRANT: Refuse a row identical in
      * officer, action class, currency and effective-from to one
      * already on file
      ******************************************************************
       CHECK-DUPLICATE-GRANT SECTION.
           MOVE WS-CSV-OFFICER-ID TO SQL-OFFICER-ID.
           MOVE WS-CSV-ACTION-CLASS TO SQL-ACTION-CLASS.
           MOVE WS-CSV-CURRENCY TO SQL-CURRENCY.
           MOVE WS-CSV-EFF-FROM TO SQL-EFF-FROM-DATE.
           MOVE ZERO TO SQL-DUP-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DUP-COUNT
               FROM dbo.OfficerAuthority
               WHERE OFFICER_ID = :SQL-OFFICER-ID
                 AND ACTION_CLASS = :SQL-ACTION-CLASS
                 AND CURRENCY = :SQL-CURRENCY
                 AND EFF_FROM_DATE = :SQL-EFF-FROM-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Row ' WS-ROW-NUMBER
                       ' - Duplicate check failed, SQLCODE: ' SQLCODE
               GO TO CHECK-DUPLICATE-GRANT-EXIT
           END-IF.

           IF SQL-DUP-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Authority row already on file, skipping'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Authority row already on file' TO WS-REJECT-REASON
           END-IF.
       CHECK-DUPLICATE-GRANT-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-AUTHORITY-ROW: Insert the validated grant or revocation
      * - rows are never updated or deleted, so the authority in
      * effect on any date and who granted it stay on record
      ******************************************************************
       INSERT-AUTHORITY-ROW SECTION.
           MOVE WS-CSV-GRANTED-BY TO SQL-GRANTED-BY.
           IF WS-CSV-EFF-TO = SPACES
               MOVE SPACES TO SQL-EFF-TO-DATE
               MOVE -1 TO SQL-EFF-TO-DATE-NULL
           ELSE
               MOVE WS-CSV-EFF-TO TO SQL-EFF-TO-DATE
               MOVE 0 TO SQL-EFF-TO-DATE-NULL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.OfficerAuthority (
                   OFFICER_ID,
                   ACTION_CLASS,
                   CURRENCY,
                   MAX_AMOUNT,
                   STATUS,
                   EFF_FROM_DATE,
                   EFF_TO_DATE,
                   GRANTED_BY,
                   LOADED_TS_UTC
               ) VALUES (
                   :SQL-OFFICER-ID,
                   :SQL-ACTION-CLASS,
                   :SQL-CURRENCY,
                   :SQL-MAX-AMOUNT,
                   :SQL-STATUS,
                   :SQL-EFF-FROM-DATE,
                   :SQL-EFF-TO-DATE:SQL-EFF-TO-DATE-NULL,
                   :SQL-GRANTED-BY,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Authority insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Authority insert failed' TO WS-REJECT-REASON
           END-IF.
       INSERT-AUTHORITY-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-REPORT-DUE: The audit report runs on the last processing
      * day of the month (dbo.BusinessCalendar), covering the whole
      * month. REPORT NOW forces it, for the month to date
      ******************************************************************
       CHECK-REPORT-DUE SECTION.
           MOVE 'N' TO WS-RUN-DUE-FLAG.

           MOVE SPACES TO SQL-MONTH-START.
           STRING WS-BUS-DATE (1:7) DELIMITED BY SIZE
                  '-01' DELIMITED BY SIZE
               INTO SQL-MONTH-START
           END-STRING.

           IF FORCE-RUN
               MOVE 'Y' TO WS-RUN-DUE-FLAG
               GO TO CHECK-REPORT-DUE-SHOW
           END-IF.

           MOVE SPACES TO SQL-MONTH-PREFIX.
           STRING WS-BUS-DATE (1:7) DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO SQL-MONTH-PREFIX
           END-STRING.

           EXEC SQL
               SELECT MAX(CAL_DATE)
               INTO :SQL-LAST-PROC-DATE:SQL-LAST-PROC-DATE-NULL
               FROM dbo.BusinessCalendar
               WHERE CAL_DATE LIKE :SQL-MONTH-PREFIX
                 AND IS_BUSINESS_DAY = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Month-end lookup failed for '
                       WS-BUS-DATE (1:7)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'OFFICER_AUTH_MAINT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Month-end lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO CHECK-REPORT-DUE-EXIT
           END-IF.

           IF SQL-LAST-PROC-DATE-NULL = -1
               DISPLAY 'ERROR: No processing days on '
                       'dbo.BusinessCalendar for ' WS-BUS-DATE (1:7)
               ADD 1 TO WS-ERRORS
               GO TO CHECK-REPORT-DUE-EXIT
           END-IF.

           IF WS-BUS-DATE NOT = SQL-LAST-PROC-DATE
               DISPLAY 'Business date ' WS-BUS-DATE ' is not the '
                       'last processing day of ' WS-BUS-DATE (1:7)
                       ' - no authority report tonight'
               GO TO CHECK-REPORT-DUE-EXIT
           END-IF.

           MOVE 'Y' TO WS-RUN-DUE-FLAG.

       CHECK-REPORT-DUE-SHOW.
           DISPLAY 'Reporting officer decisions ' SQL-MONTH-START
                   ' to ' WS-BUS-DATE.
       CHECK-REPORT-DUE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-AUTHORITY-REPORT: Audit's monthly report - a summary
      * line per officer, then every in-authority decision that used
      * WS-AUTH-NEAR-LIMIT-PCT percent or more of the officer's limit,
      * then every escalation with whether it has been cleared
      ******************************************************************
       WRITE-AUTHORITY-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING 'data/out/officer_authority_report_'
                      DELIMITED BY SIZE
                  WS-BUS-DATE (1:7) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.

           OPEN OUTPUT AUTHORITY-RPT.
           IF NOT AUTHORITY-RPT-OK
               DISPLAY 'ERROR: Could not open authority report'
               DISPLAY 'File status: ' WS-AUTHORITY-RPT-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-AUTHORITY-REPORT-EXIT
           END-IF.

           MOVE WS-AUTH-NEAR-LIMIT-PCT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OFFICER APPROVAL AUTHORITY REPORT - '
                      DELIMITED BY SIZE
                  SQL-MONTH-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '  NEAR LIMIT AT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  '% OF AUTHORITY' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           MOVE ALL '=' TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

      *    Officer summary
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE 'OFFICER SUMMARY' TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OFFICER_ID  DECISIONS  NEAR_LIMIT  '
                      DELIMITED BY SIZE
                  'HIGHEST_PCT_OF_LIMIT  ESCALATED' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           EXEC SQL
               OPEN OFFICER_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open officer summary cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           ELSE
               PERFORM WRITE-OFFICER-LINE
                   UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL
                   CLOSE OFFICER_CURSOR
               END-EXEC
           END-IF.

      *    Decisions near the officer's limit
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE 'DECISIONS NEAR THE OFFICER LIMIT' TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OFFICER_ID  BUS_DATE  PROGRAM  ACTION_CLASS  '
                      DELIMITED BY SIZE
                  'REFERENCE  CCY  AMOUNT  AUTHORITY  PCT_OF_LIMIT'
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           EXEC SQL
               OPEN NEAR_LIMIT_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open near-limit cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           ELSE
               PERFORM WRITE-NEAR-LIMIT-LINE
                   UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL
                   CLOSE NEAR_LIMIT_CURSOR
               END-EXEC
           END-IF.
           IF WS-NEAR-LIMIT-LINES = ZERO
               MOVE '  (none)' TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

      *    Escalations
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE 'DECISIONS ESCALATED ABOVE OFFICER AUTHORITY'
               TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'OFFICER_ID  BUS_DATE  PROGRAM  ACTION_CLASS  '
                      DELIMITED BY SIZE
                  'REFERENCE  CCY  AMOUNT  STATUS  CLEARED_BY  '
                      DELIMITED BY SIZE
                  'REASON' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           EXEC SQL
               OPEN ESCALATION_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open escalation cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           ELSE
               PERFORM WRITE-ESCALATION-LINE
                   UNTIL SQLCODE = 100 OR SQLCODE < 0
               EXEC SQL
                   CLOSE ESCALATION_CURSOR
               END-EXEC
           END-IF.
           IF WS-ESCALATION-LINES = ZERO
               MOVE '  (none)' TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

      *    Trailer
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-OFFICERS-REPORTED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           STRING 'OFFICERS: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
           MOVE WS-NEAR-LIMIT-LINES TO WS-COUNT-DISP.
           STRING '  NEAR LIMIT: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
           MOVE WS-ESCALATION-LINES TO WS-COUNT-DISP.
           STRING '  ESCALATED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
           MOVE WS-ESCALATIONS-OPEN TO WS-COUNT-DISP.
           STRING '  STILL OPEN: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           CLOSE AUTHORITY-RPT.
           DISPLAY 'Authority report written to '
                   FUNCTION TRIM(WS-REPORT-FILE-NAME).
       WRITE-AUTHORITY-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-OFFICER-LINE: One officer's summary for the month
      ******************************************************************
       WRITE-OFFICER-LINE SECTION.
           EXEC SQL
               FETCH OFFICER_CURSOR INTO
                   :SQL-OFFICER-ID,
                   :SQL-DECISION-COUNT,
                   :SQL-NEAR-COUNT,
                   :SQL-ESCALATED-COUNT,
                   :SQL-HIGH-PCT
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-OFFICER-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Officer summary fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-OFFICER-LINE-EXIT
           END-IF.

           ADD 1 TO WS-OFFICERS-REPORTED.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           MOVE SQL-DECISION-COUNT TO WS-COUNT-DISP.
           STRING FUNCTION TRIM(SQL-OFFICER-ID) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
           MOVE SQL-NEAR-COUNT TO WS-COUNT-DISP.
           MOVE SQL-HIGH-PCT TO WS-PCT-DISP.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
           MOVE SQL-ESCALATED-COUNT TO WS-COUNT-DISP.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
           PERFORM WRITE-RPT-LINE.
       WRITE-OFFICER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-NEAR-LIMIT-LINE: One decision near the officer's limit
      ******************************************************************
       WRITE-NEAR-LIMIT-LINE SECTION.
           EXEC SQL
               FETCH NEAR_LIMIT_CURSOR INTO
                   :SQL-OFFICER-ID,
                   :SQL-DECISION-BUS-DATE,
                   :SQL-PROGRAM,
                   :SQL-ACTION-CLASS,
                   :SQL-REFERENCE,
                   :SQL-CURRENCY,
                   :SQL-AMOUNT,
                   :SQL-AUTHORITY-AMOUNT
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-NEAR-LIMIT-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Near-limit fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-NEAR-LIMIT-LINE-EXIT
           END-IF.

           ADD 1 TO WS-NEAR-LIMIT-LINES.
           PERFORM BUILD-DECISION-LINE.
           MOVE SQL-AUTHORITY-AMOUNT TO WS-AMOUNT-DISP.
           COMPUTE WS-PCT-DISP ROUNDED =
               SQL-AMOUNT * 100 / SQL-AUTHORITY-AMOUNT.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
           PERFORM WRITE-RPT-LINE.
       WRITE-NEAR-LIMIT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ESCALATION-LINE: One escalated decision - OPEN until an
      * officer with the authority decides the same reference
      ******************************************************************
       WRITE-ESCALATION-LINE SECTION.
           EXEC SQL
               FETCH ESCALATION_CURSOR INTO
                   :SQL-OFFICER-ID,
                   :SQL-DECISION-BUS-DATE,
                   :SQL-PROGRAM,
                   :SQL-ACTION-CLASS,
                   :SQL-REFERENCE,
                   :SQL-CURRENCY,
                   :SQL-AMOUNT,
                   :SQL-ESCALATION-STATUS,
                   :SQL-ESCALATION-REASON,
                   :SQL-CLEARED-BY
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ESCALATION-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Escalation fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ESCALATION-LINE-EXIT
           END-IF.

           ADD 1 TO WS-ESCALATION-LINES.
           PERFORM BUILD-DECISION-LINE.
           IF SQL-ESCALATION-STATUS = 'C'
               STRING '  CLEARED  ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-CLEARED-BY) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   WITH POINTER WS-RPT-PTR
               END-STRING
           ELSE
               ADD 1 TO WS-ESCALATIONS-OPEN
               STRING '  OPEN  -' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ESCALATION-REASON) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
           PERFORM WRITE-RPT-LINE.
       WRITE-ESCALATION-LINE-EXIT.
           EXIT.

      ******************************************************************
      * BUILD-DECISION-LINE: Officer, date, program, class, reference,
      * currency and amount common to both decision listings, leaving
      * WS-RPT-PTR after the amount
      ******************************************************************
       BUILD-DECISION-LINE SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           MOVE SQL-AMOUNT TO WS-AMOUNT-DISP.
           STRING FUNCTION TRIM(SQL-OFFICER-ID) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SQL-DECISION-BUS-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-PROGRAM) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACTION-CLASS) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-REFERENCE) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING.
       BUILD-DECISION-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-RPT-LINE: Write the current line if the report opened
      ******************************************************************
       WRITE-RPT-LINE SECTION.
           IF AUTHORITY-RPT-OK
               WRITE AUTHORITY-RPT-RECORD FROM WS-RPT-LINE
           END-IF.
       WRITE-RPT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           IF RUN-MODE-REPORT
               IF NOT RUN-IS-DUE
                   GO TO LOG-LINEAGE-EVENT-EXIT
               END-IF
               MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE
               MOVE 'dbo' TO WS-LIN-SRC-SCHEMA
               MOVE 'OfficerDecisions' TO WS-LIN-SRC-TABLE
               MOVE SPACES TO WS-LIN-SRC-COLS
               STRING 'OFFICER_ID,ACTION_CLASS,REFERENCE,CURRENCY,'
                      DELIMITED BY SIZE
                      'AMOUNT,AUTHORITY_AMOUNT,OUTCOME,'
                      DELIMITED BY SIZE
                      'ESCALATION_STATUS' DELIMITED BY SIZE
                   INTO WS-LIN-SRC-COLS
               END-STRING
               MOVE 'file' TO WS-LIN-TGT-ENGINE
               MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA
               MOVE 'officer_authority_report.txt' TO WS-LIN-TGT-TABLE
               MOVE SPACES TO WS-LIN-TGT-COLS
               STRING 'OFFICER_ID,DECISIONS,NEAR_LIMIT,'
                      DELIMITED BY SIZE
                      'HIGHEST_PCT_OF_LIMIT,ESCALATED' DELIMITED BY SIZE
                   INTO WS-LIN-TGT-COLS
               END-STRING
               MOVE 'report' TO WS-LIN-TRANSFORM-KIND
               MOVE 'Monthly near-limit and escalation audit report'
                   TO WS-LIN-TRANSFORM-EXPR
           ELSE
               IF WS-ROWS-GRANTED = ZERO AND WS-ROWS-REVOKED = ZERO
                   GO TO LOG-LINEAGE-EVENT-EXIT
               END-IF
               MOVE 'csv' TO WS-LIN-SRC-ENGINE
               MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA
               MOVE 'officer_authority.csv' TO WS-LIN-SRC-TABLE
               MOVE SPACES TO WS-LIN-SRC-COLS
               STRING 'OFFICER_ID,ACTION_CLASS,CURRENCY,MAX_AMOUNT,'
                      DELIMITED BY SIZE
                      'EFF_FROM_DATE,EFF_TO_DATE,GRANTED_BY,ACTION'
                      DELIMITED BY SIZE
                   INTO WS-LIN-SRC-COLS
               END-STRING
               MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE
               MOVE 'dbo' TO WS-LIN-TGT-SCHEMA
               MOVE 'OfficerAuthority' TO WS-LIN-TGT-TABLE
               MOVE SPACES TO WS-LIN-TGT-COLS
               STRING 'OFFICER_ID,ACTION_CLASS,CURRENCY,MAX_AMOUNT,'
                      DELIMITED BY SIZE
                      'STATUS,EFF_FROM_DATE,EFF_TO_DATE,GRANTED_BY'
                      DELIMITED BY SIZE
                   INTO WS-LIN-TGT-COLS
               END-STRING
               MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND
               MOVE 'Authority grant load; full history retained'
                   TO WS-LIN-TRANSFORM-EXPR
           END-IF.
           MOVE 'OFFICER_AUTH_MAINT' TO WS-LIN-PROGRAM.
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
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           IF RUN-MODE-REPORT
               DISPLAY '  Officers reported:    ' WS-OFFICERS-REPORTED
               DISPLAY '  Near-limit decisions: ' WS-NEAR-LIMIT-LINES
               DISPLAY '  Escalations:          ' WS-ESCALATION-LINES
               DISPLAY '  Escalations open:     ' WS-ESCALATIONS-OPEN
           ELSE
               COMPUTE WS-TOTAL-ROWS-PROCESSED = WS-ROW-NUMBER - 1
               DISPLAY '  Total rows processed: '
                       WS-TOTAL-ROWS-PROCESSED
               DISPLAY '  Grants loaded:        ' WS-ROWS-GRANTED
               DISPLAY '  Revocations loaded:   ' WS-ROWS-REVOKED
               DISPLAY '  Invalid rows skipped: ' WS-ROWS-INVALID
           END-IF.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM OFFICER-AUTH-MAINT.
