       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-REVIEW.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * SAR_REVIEW - Suspicious Activity Case Decisions
      ******************************************************************
      * Purpose: Apply compliance analysts' decisions to the
      *          dbo.SuspiciousActivityCases queue STRUCTURING_SCAN
      *          opens, the same way SANCTION_REVIEW applies
      *          dispositions to dbo.WatchlistHits. Each CSV row
      *          carries the case ID, the decision, the analyst's
      *          ID and a note:
      *            FILE   - a SAR is to be filed (note optional);
      *                     the case stays on the aging report
      *                     until the filing is recorded
      *            NOFILE - no SAR; the note must give the
      *                     rationale examiners will ask for
      *            FILED  - the SAR on a FILE case was submitted;
      *                     the note carries the filing reference
      *                     and the business date is the filed date
      *          A pending case only takes FILE or NOFILE, and only
      *          a FILE case not yet filed takes FILED, so a decision
      *          is never silently overwritten. Closing a case
      *          without filing needs SAR-NOFILE authority on
      *          dbo.OfficerAuthority; a NOFILE decision from an
      *          analyst without it leaves the case pending and is
      *          escalated on dbo.OfficerDecisions. A filing
      *          recorded after the case's deadline is accepted but
      *          reported as late.
      * Input:   data/in/sar_decisions.csv (CSV format)
      * Output:  dbo.SuspiciousActivityCases (decision stamped)
      *          data/out/sar_decisions_rejects.csv
      *          dbo.OfficerDecisions (no-file decisions and
      *          escalations)
      * Lineage: transform_kind=disposition
      ******************************************************************
      * LINEAGE: PROGRAM=SAR_REVIEW
      * LINEAGE: SRC=csv.filesystem.sar_decisions.csv(CASE_ID,
      *               DECISION,ANALYST_ID,NOTE)
      * LINEAGE: TGT=sqlserver.dbo.SuspiciousActivityCases(
      *               DISPOSITION,ANALYST_ID,DISPOSITION_TS_UTC,
      *               DECISION_NOTE,FILED_DATE,FILING_REF)
      * LINEAGE: MAP=DECISION -> DISPOSITION [FILE -> F, NOFILE -> N]
      * LINEAGE: MAP=NOTE -> FILING_REF [FILED]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONS-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT DECISIONS-REJECTS-CSV
               ASSIGN TO "data/out/sar_decisions_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISIONS-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  DECISIONS-REJECTS-CSV.
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
               VALUE 'data/in/sar_decisions.csv'.
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

      * Parsed decision fields
       01  WS-CSV-CASE-ID-STR          PIC X(18).
       01  WS-CSV-DECISION             PIC X(16).
       01  WS-CSV-ANALYST-ID           PIC X(32).
       01  WS-CSV-NOTE                 PIC X(80).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-TO-FILE             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-NOT-FILED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-FILED               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-FILED-LATE          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-ESCALATED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(11)
                                        VALUE 'SAR_REVIEW_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CASE-ID                 PIC 9(18) COMP-5.
       01  SQL-DISPOSITION             PIC X(1).
       01  SQL-ANALYST-ID              PIC X(32).
       01  SQL-NOTE                    PIC X(80).
       01  SQL-CUR-DISPOSITION         PIC X(1).
       01  SQL-FILING-DUE-DATE         PIC X(10).
       01  SQL-FILED-DATE              PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator - FILED_DATE is NULL until the SAR is filed
       01  SQL-FILED-DATE-NULL         PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'SAR_REVIEW - Suspicious Activity Decisions'.
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
           DISPLAY 'SAR_REVIEW completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE 1 TO WS-ROW-NUMBER.

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
      * PROCESS-CSV-FILE: Read and process all decision rows
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT DECISIONS-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No decisions file - nothing to apply'
               GO TO PROCESS-CSV-FILE-EXIT
           END-IF.

           PERFORM OPEN-REJECT-FILE.

           READ DECISIONS-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE DECISIONS-CSV
                   PERFORM CLOSE-REJECT-FILE
                   GO TO PROCESS-CSV-FILE-EXIT
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE DECISIONS-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the decisions reject file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT DECISIONS-REJECTS-CSV.
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
           MOVE 'SAR_REVIEW' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the decisions reject file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE DECISIONS-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single decision row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ DECISIONS-CSV INTO WS-CSV-LINE
               AT END
                   SET CSV-END-OF-FILE TO TRUE
                   GO TO PROCESS-CSV-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.
           MOVE 'Y' TO WS-ROW-VALID.

           PERFORM SPLIT-CSV-LINE.
           PERFORM VALIDATE-CSV-FIELDS.

           IF ROW-IS-VALID
               PERFORM STAMP-CASE-DECISION
           END-IF.

           IF ROW-IS-INVALID
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-CASE-ID-STR.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-DECISION.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-ANALYST-ID.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-NOTE.
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

           IF WS-CSV-CASE-ID-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-CASE-ID-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CASE_ID is not numeric'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CASE_ID is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-CSV-DECISION)
               TO WS-CSV-DECISION.
           IF WS-CSV-DECISION NOT = 'FILE'
               AND WS-CSV-DECISION NOT = 'NOFILE'
               AND WS-CSV-DECISION NOT = 'FILED'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - DECISION must be FILE, NOFILE or FILED: '
                       WS-CSV-DECISION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'DECISION must be FILE, NOFILE or FILED'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-ANALYST-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ANALYST_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ANALYST_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    A no-file decision must say why; a filing must say where
           IF WS-CSV-NOTE = SPACES
               AND WS-CSV-DECISION NOT = 'FILE'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - NOTE is required for ' WS-CSV-DECISION
               MOVE 'N' TO WS-ROW-VALID
               IF WS-CSV-DECISION = 'NOFILE'
                   MOVE 'NOTE must give the no-file rationale'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE 'NOTE must give the filing reference'
                       TO WS-REJECT-REASON
               END-IF
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * STAMP-CASE-DECISION: Look the case up and apply the decision
      * its current state allows
      ******************************************************************
       STAMP-CASE-DECISION SECTION.
           COMPUTE SQL-CASE-ID =
               FUNCTION NUMVAL(WS-CSV-CASE-ID-STR).
           MOVE WS-CSV-ANALYST-ID TO SQL-ANALYST-ID.
           MOVE WS-CSV-NOTE TO SQL-NOTE.
           MOVE SPACES TO SQL-CUR-DISPOSITION.
           MOVE SPACES TO SQL-FILED-DATE.

           EXEC SQL
               SELECT COALESCE(DISPOSITION, ' '), FILING_DUE_DATE,
                      FILED_DATE
               INTO :SQL-CUR-DISPOSITION, :SQL-FILING-DUE-DATE,
                    :SQL-FILED-DATE:SQL-FILED-DATE-NULL
               FROM dbo.SuspiciousActivityCases
               WHERE CASE_ID = :SQL-CASE-ID
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - No case under CASE_ID '
                       WS-CSV-CASE-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No case under CASE_ID' TO WS-REJECT-REASON
               GO TO STAMP-CASE-DECISION-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Case lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Case lookup failed' TO WS-REJECT-REASON
               GO TO STAMP-CASE-DECISION-EXIT
           END-IF.

           IF WS-CSV-DECISION = 'FILED'
               PERFORM RECORD-SAR-FILING
           ELSE
               PERFORM STAMP-PENDING-CASE
           END-IF.
       STAMP-CASE-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * STAMP-PENDING-CASE: FILE or NOFILE on a case still awaiting
      * its decision - a decided case is refused so a decision can
      * never be silently overwritten
      ******************************************************************
       STAMP-PENDING-CASE SECTION.
           IF SQL-CUR-DISPOSITION NOT = SPACE
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Case already decided: '
                       WS-CSV-CASE-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Case already decided' TO WS-REJECT-REASON
               GO TO STAMP-PENDING-CASE-EXIT
           END-IF.

           IF WS-CSV-DECISION = 'FILE'
               MOVE 'F' TO SQL-DISPOSITION
           ELSE
               MOVE 'N' TO SQL-DISPOSITION
           END-IF.

      *    Only closing a case without a filing is held to the
      *    analyst's authority
           IF SQL-DISPOSITION = 'N'
               PERFORM CHECK-NOFILE-AUTHORITY
               IF ROW-IS-INVALID
                   GO TO STAMP-PENDING-CASE-EXIT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE dbo.SuspiciousActivityCases
               SET DISPOSITION = :SQL-DISPOSITION,
                   ANALYST_ID = :SQL-ANALYST-ID,
                   DISPOSITION_TS_UTC = SYSUTCDATETIME(),
                   DECISION_NOTE = NULLIF(:SQL-NOTE, ' ')
               WHERE CASE_ID = :SQL-CASE-ID
                 AND (DISPOSITION IS NULL OR DISPOSITION = ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Decision update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Decision update failed' TO WS-REJECT-REASON
               GO TO STAMP-PENDING-CASE-EXIT
           END-IF.

           IF SQL-DISPOSITION = 'F'
               ADD 1 TO WS-ROWS-TO-FILE
               DISPLAY 'Case ' FUNCTION TRIM(WS-CSV-CASE-ID-STR)
                       ' to be FILED by ' SQL-FILING-DUE-DATE
           ELSE
               ADD 1 TO WS-ROWS-NOT-FILED
               PERFORM RECORD-OFFICER-DECISION
           END-IF.
       STAMP-PENDING-CASE-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-SAR-FILING: Record the submitted SAR on a FILE case
      * not yet filed. A filing after the deadline is still recorded
      * - the SAR has gone - but counted and shown as late
      ******************************************************************
       RECORD-SAR-FILING SECTION.
           IF SQL-CUR-DISPOSITION NOT = 'F'
               OR SQL-FILED-DATE-NULL NOT = -1
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Case is not awaiting a filing: '
                       WS-CSV-CASE-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Case is not awaiting a filing'
                   TO WS-REJECT-REASON
               GO TO RECORD-SAR-FILING-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.SuspiciousActivityCases
               SET FILED_DATE = :SQL-BUS-DATE,
                   FILING_REF = :SQL-NOTE
               WHERE CASE_ID = :SQL-CASE-ID
                 AND DISPOSITION = 'F'
                 AND FILED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Filing update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Filing update failed' TO WS-REJECT-REASON
               GO TO RECORD-SAR-FILING-EXIT
           END-IF.

           ADD 1 TO WS-ROWS-FILED.
           IF SQL-BUS-DATE > SQL-FILING-DUE-DATE
               ADD 1 TO WS-ROWS-FILED-LATE
               DISPLAY 'WARNING: Case '
                       FUNCTION TRIM(WS-CSV-CASE-ID-STR)
                       ' filed after its deadline '
                       SQL-FILING-DUE-DATE
           END-IF.
       RECORD-SAR-FILING-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-NOFILE-AUTHORITY: Hold a no-file decision to the
      * analyst's SAR-NOFILE authority. The grant itself is the
      * authority, so the check runs at currency XXX and amount zero.
      * A refused decision leaves the case pending for an officer
      * who holds the authority; their decision clears the escalation
      ******************************************************************
       CHECK-NOFILE-AUTHORITY SECTION.
           MOVE 'SAR_REVIEW' TO WS-OA-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-OA-RUN-ID.
           MOVE WS-CSV-ANALYST-ID TO WS-OA-OFFICER-ID.
           MOVE 'SAR-NOFILE' TO WS-OA-ACTION-CLASS.
           MOVE 'XXX' TO WS-OA-CURRENCY.
           MOVE ZERO TO WS-OA-AMOUNT.
           MOVE SPACES TO WS-OA-REFERENCE.
           STRING 'CASE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CASE-ID-STR) DELIMITED BY SIZE
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
       CHECK-NOFILE-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if at least one decision was applied
           IF WS-ROWS-TO-FILE = ZERO AND WS-ROWS-NOT-FILED = ZERO
               AND WS-ROWS-FILED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'SAR_REVIEW' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'sar_decisions.csv' TO WS-LIN-SRC-TABLE.
           MOVE 'CASE_ID,DECISION,ANALYST_ID,NOTE' TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'SuspiciousActivityCases' TO WS-LIN-TGT-TABLE.
           MOVE 'DISPOSITION,ANALYST_ID,FILED_DATE,FILING_REF'
               TO WS-LIN-TGT-COLS.
           MOVE 'disposition' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Analyst decision FILE -> F, NOFILE -> N; FILED'
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
           DISPLAY '  Total rows processed:  ' WS-TOTAL-ROWS-PROCESSED.
           DISPLAY '  Decided to file (F):   ' WS-ROWS-TO-FILE.
           DISPLAY '  Closed, no filing (N): ' WS-ROWS-NOT-FILED.
           DISPLAY '  SARs filed:            ' WS-ROWS-FILED.
           DISPLAY '  Of which late:         ' WS-ROWS-FILED-LATE.
           DISPLAY '  Invalid rows skipped:  ' WS-ROWS-INVALID.
           DISPLAY '  Of which escalated:    ' WS-ROWS-ESCALATED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM SAR-REVIEW.
