       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVE-UPDATE.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * MOVE_UPDATE - Postal Move-Update Address Processing
      ******************************************************************
      * Purpose: Keep customer mailing addresses current against the
      *          postal service's change-of-address registry, through
      *          the move-update vendor.
      *          Run with PARM EXTRACT (BANKBAT, month-end), it writes
      *          the request file the vendor matches: the name and
      *          mailing address of every active customer - on the
      *          last processing day of the month only (EXTRACT NOW
      *          runs it on any date).
      *          Otherwise it applies the vendor's return file, one
      *          row per customer sent, keyed by CUSTOMER_ID, with a
      *          match code:
      *            C - confirmed move: the new address is written as
      *                an ACTION=ADDRESS row to
      *                data/out/move_update_changes.csv, which
      *                operations then load through CUSTOMER_MASTER
      *                (PARM data/out/move_update_changes.csv) - the
      *                same maintenance path, validation and
      *                change-of-address letters as a branch change;
      *            A - ambiguous match: the customer is queued on
      *                dbo.AddressResearchQueue for a branch to
      *                confirm, as returned mail is;
      *            N - no move on file: counted only.
      *          A confirmed address that already matches the one on
      *          file is skipped. A missing return file is not an
      *          error - the vendor sends one only after an extract.
      *          PARM/command line: EXTRACT [NOW], or the path of the
      *          return file to apply
      * Input:   dbo.Customers, dbo.Accounts
      *          data/in/move_update_return.csv (CSV format)
      * Output:  data/out/move_update_request.dat (extract run)
      *          data/out/move_update_changes.csv (CUSTOMER_MASTER
      *          format), dbo.AddressResearchQueue
      *          data/out/move_update_rejects.csv
      * Lineage: transform_kind=extract
      ******************************************************************
      * LINEAGE: PROGRAM=MOVE_UPDATE
      * LINEAGE: SRC=sqlserver.dbo.Customers(CUSTOMER_ID,NAME,
      *               ADDRESS_LINE1,ADDRESS_LINE2,STATUS)
      * LINEAGE: TGT=file.filesystem.move_update_request.dat
      * LINEAGE: SRC=csv.filesystem.move_update_return.csv(CUSTOMER_ID,
      *               MATCH_CODE,NEW_ADDRESS_LINE1,NEW_ADDRESS_LINE2,
      *               MOVE_DATE)
      * LINEAGE: TGT=csv.filesystem.move_update_changes.csv(
      *               CUSTOMER_ID,NAME,ADDRESS_LINE1,ADDRESS_LINE2,
      *               ACTION)
      * LINEAGE: TGT=sqlserver.dbo.AddressResearchQueue(CUSTOMER_ID,
      *               ACC_ID,REASON,STATUS)
      * LINEAGE: MAP=MATCH_CODE -> C=ADDRESS ROW, A=RESEARCH ITEM
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT RETURN-REJECTS-CSV
               ASSIGN TO "data/out/move_update_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT CHANGES-CSV
               ASSIGN TO "data/out/move_update_changes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGES-FILE-STATUS.

           SELECT REQUEST-FILE
               ASSIGN TO "data/out/move_update_request.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  RETURN-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  CHANGES-CSV.
       01  CHANGES-CSV-RECORD          PIC X(400).

       FD  REQUEST-FILE.
       01  REQUEST-FILE-RECORD         PIC X(250).

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
           88  CSV-FILE-NOT-FOUND      VALUE '35'.

       01  WS-REJECT-FILE-STATUS       PIC XX.
           88  REJECT-FILE-OK          VALUE '00'.

       01  WS-CHANGES-FILE-STATUS      PIC XX.
           88  CHANGES-FILE-OK         VALUE '00'.

       01  WS-REQUEST-FILE-STATUS      PIC XX.
           88  REQUEST-FILE-OK         VALUE '00'.

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
               VALUE 'data/in/move_update_return.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * Command-line / PARM parsing: EXTRACT selects the month-end
      * request file, EXTRACT NOW forces it on any date
       01  WS-PARM-TEXT                PIC X(256).
       01  WS-PARM-OPTION              PIC X(8).
       01  WS-PARM-VALID               PIC X VALUE 'Y'.
           88  PARM-IS-VALID           VALUE 'Y'.
       01  WS-RUN-MODE                 PIC X VALUE 'A'.
           88  RUN-MODE-APPLY          VALUE 'A'.
           88  RUN-MODE-EXTRACT        VALUE 'E'.
       01  WS-FORCE-RUN-FLAG           PIC X VALUE 'N'.
           88  FORCE-RUN               VALUE 'Y'.
       01  WS-RUN-DUE-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-DUE              VALUE 'Y'.

      * Vendor request file records (fixed width, header and trailer
      * pipe-delimited as on the correspondence batch)
       01  WS-REQUEST-LINE             PIC X(250).
       01  WS-REQUEST-DETAIL-REC.
           05  FILLER                  PIC X(1) VALUE 'D'.
           05  WS-MR-CUSTOMER-ID       PIC X(32).
           05  WS-MR-NAME              PIC X(64).
           05  WS-MR-ADDR1             PIC X(64).
           05  WS-MR-ADDR2             PIC X(64).
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  WS-REQUESTS-DISP            PIC Z(8)9.

      * CUSTOMER_MASTER-format change row
       01  WS-CHANGE-LINE              PIC X(400).
       01  WS-CHANGE-NAME              PIC X(64).
       01  WS-CHANGE-ADDR1             PIC X(64).
       01  WS-CHANGE-ADDR2             PIC X(64).

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

      * Parsed return-file fields
       01  WS-CSV-CUSTOMER-ID          PIC X(32).
       01  WS-CSV-MATCH-CODE           PIC X(1).
           88  MATCH-CONFIRMED         VALUE 'C'.
           88  MATCH-AMBIGUOUS         VALUE 'A'.
           88  MATCH-NO-MOVE           VALUE 'N'.
       01  WS-CSV-NEW-ADDR1            PIC X(64).
       01  WS-CSV-NEW-ADDR2            PIC X(64).
       01  WS-CSV-MOVE-DATE            PIC X(10).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-MOVES-WRITTEN            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-MOVES-UNCHANGED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RESEARCH-QUEUED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RESEARCH-PENDING         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NO-MOVE-ROWS             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REQUESTS-WRITTEN         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(12)
                                        VALUE 'MOVE_UPDATE_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-NAME                    PIC X(64).
       01  SQL-ADDR1                   PIC X(64).
       01  SQL-ADDR2                   PIC X(64).
       01  SQL-CUST-STATUS             PIC X(1).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-RESEARCH-REASON         PIC X(80).
       01  SQL-PENDING-COUNT           PIC 9(9) COMP-5.
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-LAST-PROC-DATE          PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators - no open account / no processing day found
       01  SQL-ACC-ID-NULL             PIC S9(4) COMP-5.
       01  SQL-LAST-PROC-DATE-NULL     PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Active customers with a mailing address, for the request file
       EXEC SQL
           DECLARE MOVE_REQUEST_CURSOR CURSOR FOR
           SELECT CUSTOMER_ID,
                  COALESCE(NAME, ' '),
                  ADDRESS_LINE1,
                  COALESCE(ADDRESS_LINE2, ' ')
           FROM dbo.Customers
           WHERE STATUS = 'A'
             AND ADDRESS_LINE1 IS NOT NULL
             AND ADDRESS_LINE1 <> ' '
           ORDER BY CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'MOVE_UPDATE - Postal Move-Update Processing'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: MOVE_UPDATE [EXTRACT [NOW]'
                       ' | return-csv]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.

           IF RUN-MODE-EXTRACT
               PERFORM CHECK-EXTRACT-DUE
               IF RUN-IS-DUE
                   PERFORM WRITE-REQUEST-FILE
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
           DISPLAY 'MOVE_UPDATE completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM and set up the run
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE 1 TO WS-ROW-NUMBER.
           MOVE 'Y' TO WS-PARM-VALID.
           MOVE 'A' TO WS-RUN-MODE.
           MOVE 'N' TO WS-FORCE-RUN-FLAG.
           MOVE 'N' TO WS-RUN-DUE-FLAG.

      *    EXTRACT [NOW] selects the request file run; anything else
      *    on the command line (or JCL PARM) overrides the return
      *    file path, the same convention the other CSV ingesters use
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
               TO WS-PARM-TEXT.
           IF WS-PARM-TEXT (1:7) = 'EXTRACT'
               AND WS-PARM-TEXT (8:1) = SPACE
               MOVE 'E' TO WS-RUN-MODE
               MOVE FUNCTION TRIM(WS-PARM-TEXT (8:))
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
               DISPLAY 'Run mode: move-update request extract'
           ELSE
               IF WS-COMMAND-LINE NOT = SPACES
                   MOVE WS-COMMAND-LINE TO WS-INPUT-FILE-NAME
               END-IF
               DISPLAY 'Input file: ' WS-INPUT-FILE-NAME
           END-IF.

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
      * CHECK-EXTRACT-DUE: The request file goes to the vendor on the
      * last processing day of the month, unless EXTRACT NOW forced
      * the run
      ******************************************************************
       CHECK-EXTRACT-DUE SECTION.
           MOVE 'N' TO WS-RUN-DUE-FLAG.

           IF FORCE-RUN
               MOVE 'Y' TO WS-RUN-DUE-FLAG
               GO TO CHECK-EXTRACT-DUE-EXIT
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
               MOVE 'MOVE_UPDATE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Month-end lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO CHECK-EXTRACT-DUE-EXIT
           END-IF.

           IF SQL-LAST-PROC-DATE-NULL = -1
               DISPLAY 'ERROR: No processing days on '
                       'dbo.BusinessCalendar for ' WS-BUS-DATE (1:7)
               ADD 1 TO WS-ERRORS
               GO TO CHECK-EXTRACT-DUE-EXIT
           END-IF.

           IF WS-BUS-DATE NOT = SQL-LAST-PROC-DATE
               DISPLAY 'Business date ' WS-BUS-DATE ' is not the '
                       'last processing day of ' WS-BUS-DATE (1:7)
                       ' - no move-update extract tonight'
               GO TO CHECK-EXTRACT-DUE-EXIT
           END-IF.

           MOVE 'Y' TO WS-RUN-DUE-FLAG.
       CHECK-EXTRACT-DUE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-REQUEST-FILE: Header, one record per active customer
      * with a mailing address, and a trailer carrying the count the
      * vendor reconciles its return file to
      ******************************************************************
       WRITE-REQUEST-FILE SECTION.
           OPEN OUTPUT REQUEST-FILE.
           IF NOT REQUEST-FILE-OK
               DISPLAY 'ERROR: Could not open move-update request file'
               DISPLAY 'File status: ' WS-REQUEST-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-REQUEST-FILE-EXIT
           END-IF.

           MOVE SPACES TO WS-REQUEST-LINE.
           STRING 'H|MOVE_UPDATE|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-RUN-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-REQUEST-LINE
           END-STRING.
           WRITE REQUEST-FILE-RECORD FROM WS-REQUEST-LINE.

           EXEC SQL
               OPEN MOVE_REQUEST_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open move request cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               CLOSE REQUEST-FILE
               GO TO WRITE-REQUEST-FILE-EXIT
           END-IF.

           PERFORM WRITE-ONE-REQUEST
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE MOVE_REQUEST_CURSOR
           END-EXEC.

           MOVE WS-REQUESTS-WRITTEN TO WS-REQUESTS-DISP.
           MOVE SPACES TO WS-REQUEST-LINE.
           STRING 'T|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQUESTS-DISP) DELIMITED BY SIZE
               INTO WS-REQUEST-LINE
           END-STRING.
           WRITE REQUEST-FILE-RECORD FROM WS-REQUEST-LINE.

           CLOSE REQUEST-FILE.
           DISPLAY 'Move-update request written to '
                   '"data/out/move_update_request.dat"'.
       WRITE-REQUEST-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-REQUEST: Fetch one customer and write its record
      ******************************************************************
       WRITE-ONE-REQUEST SECTION.
           EXEC SQL
               FETCH MOVE_REQUEST_CURSOR INTO
                   :SQL-CUSTOMER-ID,
                   :SQL-NAME,
                   :SQL-ADDR1,
                   :SQL-ADDR2
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-REQUEST-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Move request cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-REQUEST-EXIT
           END-IF.

           MOVE SQL-CUSTOMER-ID TO WS-MR-CUSTOMER-ID.
           MOVE SQL-NAME TO WS-MR-NAME.
           MOVE SQL-ADDR1 TO WS-MR-ADDR1.
           MOVE SQL-ADDR2 TO WS-MR-ADDR2.
           WRITE REQUEST-FILE-RECORD FROM WS-REQUEST-DETAIL-REC.
           ADD 1 TO WS-REQUESTS-WRITTEN.
       WRITE-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-FILE: Apply every row of the vendor's return file
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT RETURN-CSV.
           IF CSV-FILE-NOT-FOUND
               DISPLAY 'No move-update return file - nothing to apply'
               GO TO PROCESS-CSV-FILE-EXIT
           END-IF.

           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO PROCESS-CSV-FILE-EXIT
           END-IF.

      *    Read header row
           READ RETURN-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'Move-update return file is empty'
                   CLOSE RETURN-CSV
                   GO TO PROCESS-CSV-FILE-EXIT
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

           PERFORM OPEN-REJECT-FILE.
           PERFORM OPEN-CHANGES-FILE.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE RETURN-CSV.
           PERFORM CLOSE-REJECT-FILE.
           CLOSE CHANGES-CSV.
           DISPLAY 'CSV file processing complete'.
           IF WS-MOVES-WRITTEN > ZERO
               DISPLAY 'Load "data/out/move_update_changes.csv" '
                       'through CUSTOMER_MASTER to apply the moves'
           END-IF.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-CHANGES-FILE: Create move_update_changes.csv with the
      * CUSTOMER_MASTER header row
      ******************************************************************
       OPEN-CHANGES-FILE SECTION.
           OPEN OUTPUT CHANGES-CSV.
           IF NOT CHANGES-FILE-OK
               DISPLAY 'ERROR: Cannot create move-update changes file'
               DISPLAY 'File status: ' WS-CHANGES-FILE-STATUS
               CLOSE RETURN-CSV
               PERFORM CLOSE-REJECT-FILE
               PERFORM DISCONNECT-DATABASE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CHANGE-LINE.
           STRING 'CUSTOMER_ID,NAME,ADDRESS_LINE1,ADDRESS_LINE2,'
                      DELIMITED BY SIZE
                  'TAX_ID,DATE_OF_BIRTH,PHONE,EMAIL,ACTION'
                      DELIMITED BY SIZE
               INTO WS-CHANGE-LINE
           END-STRING.
           WRITE CHANGES-CSV-RECORD FROM WS-CHANGE-LINE.
       OPEN-CHANGES-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the move_update_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT RETURN-REJECTS-CSV.
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
           MOVE 'MOVE_UPDATE' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the move_update_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE RETURN-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single authority row
      ******************************************************************

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and act on a single return-file row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ RETURN-CSV INTO WS-CSV-LINE
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
               EVALUATE TRUE
                   WHEN MATCH-CONFIRMED
                       PERFORM WRITE-ADDRESS-CHANGE
                   WHEN MATCH-AMBIGUOUS
                       PERFORM QUEUE-RESEARCH-ITEM
                   WHEN OTHER
                       ADD 1 TO WS-NO-MOVE-ROWS
               END-EVALUATE
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-CUSTOMER-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (2))
               TO WS-CSV-MATCH-CODE.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-NEW-ADDR1.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-NEW-ADDR2.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-MOVE-DATE.
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

      *    Validate CUSTOMER_ID (non-empty)
           IF WS-CSV-CUSTOMER-ID = SPACES
               OR WS-CSV-CUSTOMER-ID = LOW-VALUES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CUSTOMER_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CUSTOMER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Validate MATCH_CODE (C, A or N)
           IF (NOT MATCH-CONFIRMED AND NOT MATCH-AMBIGUOUS
                   AND NOT MATCH-NO-MOVE)
               OR WS-CSV-FIELD (2) (2:) NOT = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - MATCH_CODE must be C, A or N: '
                       WS-CSV-FIELD (2) (1:8)
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'MATCH_CODE not C, A or N' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    A confirmed move must carry the new address
           IF MATCH-CONFIRMED AND WS-CSV-NEW-ADDR1 = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - confirmed move has no NEW_ADDRESS_LINE1'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Confirmed move has no NEW_ADDRESS_LINE1'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    The customer must still be on file and active - the vendor
      *    may return a customer closed since the extract
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           EXEC SQL
               SELECT COALESCE(NAME, ' '),
                      COALESCE(ADDRESS_LINE1, ' '),
                      COALESCE(ADDRESS_LINE2, ' '),
                      STATUS
               INTO :SQL-NAME,
                    :SQL-ADDR1,
                    :SQL-ADDR2,
                    :SQL-CUST-STATUS
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - customer not found: ' WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer not found' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - customer lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer lookup failed' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF SQL-CUST-STATUS NOT = 'A' AND NOT MATCH-NO-MOVE
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - customer is not active: ' WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer is not active' TO WS-REJECT-REASON
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ADDRESS-CHANGE: A confirmed move to an address other
      * than the one on file becomes an ACTION=ADDRESS row for
      * CUSTOMER_MASTER. Embedded double quotes are turned into single
      * quotes so the quoted fields stay well-formed
      ******************************************************************
       WRITE-ADDRESS-CHANGE SECTION.
           IF WS-CSV-NEW-ADDR1 = SQL-ADDR1
               AND WS-CSV-NEW-ADDR2 = SQL-ADDR2
               ADD 1 TO WS-MOVES-UNCHANGED
               GO TO WRITE-ADDRESS-CHANGE-EXIT
           END-IF.

           MOVE SQL-NAME TO WS-CHANGE-NAME.
           MOVE WS-CSV-NEW-ADDR1 TO WS-CHANGE-ADDR1.
           MOVE WS-CSV-NEW-ADDR2 TO WS-CHANGE-ADDR2.
           INSPECT WS-CHANGE-NAME REPLACING ALL '"' BY "'".
           INSPECT WS-CHANGE-ADDR1 REPLACING ALL '"' BY "'".
           INSPECT WS-CHANGE-ADDR2 REPLACING ALL '"' BY "'".

           MOVE SPACES TO WS-CHANGE-LINE.
           STRING FUNCTION TRIM(WS-CSV-CUSTOMER-ID) DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-NAME) DELIMITED BY SIZE
                  '","' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-ADDR1) DELIMITED BY SIZE
                  '","' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-ADDR2) DELIMITED BY SIZE
                  '",,,,,ADDRESS' DELIMITED BY SIZE
               INTO WS-CHANGE-LINE
           END-STRING.
           WRITE CHANGES-CSV-RECORD FROM WS-CHANGE-LINE.
           ADD 1 TO WS-MOVES-WRITTEN.
       WRITE-ADDRESS-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-RESEARCH-ITEM: An ambiguous match goes to a branch to
      * confirm with the customer, against their lowest-numbered open
      * account (blank if none) - one pending item per customer, as
      * VENDOR_ACK queues returned mail
      ******************************************************************
       QUEUE-RESEARCH-ITEM SECTION.
           MOVE ZERO TO SQL-PENDING-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PENDING-COUNT
               FROM dbo.AddressResearchQueue
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Research queue lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO QUEUE-RESEARCH-ITEM-EXIT
           END-IF.

           IF SQL-PENDING-COUNT > ZERO
               ADD 1 TO WS-RESEARCH-PENDING
               GO TO QUEUE-RESEARCH-ITEM-EXIT
           END-IF.

           EXEC SQL
               SELECT MIN(ACC_ID)
               INTO :SQL-ACC-ID:SQL-ACC-ID-NULL
               FROM dbo.Accounts
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND STATUS <> 'C'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-ACC-ID-NULL = -1
               MOVE SPACES TO SQL-ACC-ID
           END-IF.

           MOVE SPACES TO SQL-RESEARCH-REASON.
           STRING 'Postal move-update ambiguous match' DELIMITED BY SIZE
                  ' - move date ' DELIMITED BY SIZE
                  WS-CSV-MOVE-DATE DELIMITED BY SIZE
               INTO SQL-RESEARCH-REASON
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.AddressResearchQueue (
                   CUSTOMER_ID,
                   ACC_ID,
                   REASON,
                   STATUS,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-CUSTOMER-ID,
                   :SQL-ACC-ID,
                   :SQL-RESEARCH-REASON,
                   'P',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Research item insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO QUEUE-RESEARCH-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-RESEARCH-QUEUED.
       QUEUE-RESEARCH-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           IF RUN-MODE-EXTRACT
               IF WS-REQUESTS-WRITTEN = ZERO
                   GO TO LOG-LINEAGE-EVENT-EXIT
               END-IF
               MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE
               MOVE 'dbo' TO WS-LIN-SRC-SCHEMA
               MOVE 'Customers' TO WS-LIN-SRC-TABLE
               MOVE SPACES TO WS-LIN-SRC-COLS
               STRING 'CUSTOMER_ID,NAME,ADDRESS_LINE1,'
                      DELIMITED BY SIZE
                      'ADDRESS_LINE2,STATUS' DELIMITED BY SIZE
                   INTO WS-LIN-SRC-COLS
               END-STRING
               MOVE 'file' TO WS-LIN-TGT-ENGINE
               MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA
               MOVE 'move_update_request.dat' TO WS-LIN-TGT-TABLE
               MOVE 'CUSTOMER_ID,NAME,ADDRESS_LINE1,ADDRESS_LINE2'
                   TO WS-LIN-TGT-COLS
               MOVE 'extract' TO WS-LIN-TRANSFORM-KIND
               MOVE 'Active customer addresses for postal move-update'
                   TO WS-LIN-TRANSFORM-EXPR
           ELSE
               IF WS-MOVES-WRITTEN = ZERO AND WS-RESEARCH-QUEUED = ZERO
                   GO TO LOG-LINEAGE-EVENT-EXIT
               END-IF
               MOVE 'csv' TO WS-LIN-SRC-ENGINE
               MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA
               MOVE 'move_update_return.csv' TO WS-LIN-SRC-TABLE
               MOVE SPACES TO WS-LIN-SRC-COLS
               STRING 'CUSTOMER_ID,MATCH_CODE,NEW_ADDRESS_LINE1,'
                      DELIMITED BY SIZE
                      'NEW_ADDRESS_LINE2,MOVE_DATE' DELIMITED BY SIZE
                   INTO WS-LIN-SRC-COLS
               END-STRING
               MOVE 'csv' TO WS-LIN-TGT-ENGINE
               MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA
               MOVE 'move_update_changes.csv' TO WS-LIN-TGT-TABLE
               MOVE SPACES TO WS-LIN-TGT-COLS
               STRING 'CUSTOMER_ID,NAME,ADDRESS_LINE1,'
                      DELIMITED BY SIZE
                      'ADDRESS_LINE2,ACTION' DELIMITED BY SIZE
                   INTO WS-LIN-TGT-COLS
               END-STRING
               MOVE 'derive' TO WS-LIN-TRANSFORM-KIND
               MOVE SPACES TO WS-LIN-TRANSFORM-EXPR
               STRING 'Confirmed moves to ADDRESS rows; ambiguous '
                      DELIMITED BY SIZE
                      'matches to AddressResearchQueue'
                      DELIMITED BY SIZE
                   INTO WS-LIN-TRANSFORM-EXPR
               END-STRING
           END-IF.
           MOVE 'MOVE_UPDATE' TO WS-LIN-PROGRAM.
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
           IF RUN-MODE-EXTRACT
               DISPLAY '  Customers extracted:  ' WS-REQUESTS-WRITTEN
           ELSE
               COMPUTE WS-TOTAL-ROWS-PROCESSED = WS-ROW-NUMBER - 1
               DISPLAY '  Total rows processed: '
                       WS-TOTAL-ROWS-PROCESSED
               DISPLAY '  Address changes:      ' WS-MOVES-WRITTEN
               DISPLAY '  Already current:      ' WS-MOVES-UNCHANGED
               DISPLAY '  Research queued:      ' WS-RESEARCH-QUEUED
               DISPLAY '  Research pending:     ' WS-RESEARCH-PENDING
               DISPLAY '  No move on file:      ' WS-NO-MOVE-ROWS
               DISPLAY '  Invalid rows skipped: ' WS-ROWS-INVALID
           END-IF.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM MOVE-UPDATE.
