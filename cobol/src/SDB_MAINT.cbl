       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDB-MAINT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * SDB_MAINT - Safe Deposit Box Inventory and Rental Maintenance
      ******************************************************************
      * Purpose: Maintain the branches' safe deposit box inventory,
      *          dbo.SafeDepositBoxes, from the box operations CSV in
      *          place of the branch card files. Each row is one
      *          action, every row naming the officer who made it:
      *            ADD       - a new box at a branch: its branch box
      *                        number and size. The box is available.
      *            RENT      - rent an available box to an active
      *                        customer (and optional co-renter), with
      *                        the rent account the annual rent is
      *                        charged to - an open deposit account
      *                        the renter owns or is a primary, joint
      *                        or signing holder on. The first year's
      *                        rent falls due on the rental date, so
      *                        tonight's SDB_BILLING charges it.
      *            TRANSFER  - change the renter, the co-renter (NONE
      *                        removes it) and/or the rent account of
      *                        a rented box. Not while rent is past
      *                        due.
      *            SURRENDER - the renter gives the box up; it is
      *                        available again. Not while rent is past
      *                        due. Rent already charged for the
      *                        current year is not refunded.
      *            PAY       - raise the past-due rent again as a FEE
      *                        on a delinquent or drill-listed box,
      *                        against its rent account or a new one
      *                        named on the row, once the renter has
      *                        funded it. SDB_BILLING settles the box
      *                        when the charge posts.
      *            DRILL     - a drill-listed box has been drilled;
      *                        REFERENCE is the vault inventory
      *                        reference its contents are held under.
      *            CLAIM     - the renter or co-renter has reclaimed a
      *                        drilled box's held contents; the box is
      *                        available again.
      *          Every status change is kept on
      *          dbo.SafeDepositBoxEvents. Annual rent billing, the
      *          delinquency notices and the drilling list are
      *          SDB_BILLING's; unclaimed contents of drilled boxes
      *          are reported by ESCHEATMENT.
      * Input:   data/in/sdb_actions.csv (CSV format), dbo.Accounts,
      *          dbo.AccountBalances, dbo.AccountHolders,
      *          dbo.Customers, dbo.SafeDepositBoxPrices
      * Output:  dbo.SafeDepositBoxes, dbo.SafeDepositBoxEvents,
      *          dbo.Transactions (PAY rent FEE debits)
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=SDB_MAINT
      * LINEAGE: SRC=csv.filesystem.sdb_actions.csv(ACTION,BOX_ID,
      *               BRANCH_ID,BOX_NUMBER,BOX_SIZE,CUSTOMER_ID,
      *               CO_RENTER_ID,RENT_ACC_ID,REFERENCE,OFFICER_ID)
      * LINEAGE: TGT=sqlserver.dbo.SafeDepositBoxes(BOX_ID,BRANCH_ID,
      *               BOX_NUMBER,BOX_SIZE,STATUS,CUSTOMER_ID,
      *               CO_RENTER_ID,RENT_ACC_ID,RENT_CURRENCY,
      *               RENT_DUE_DATE,RENT_TX_ID,INVENTORY_REF,
      *               CONTENTS_STATE)
      * LINEAGE: TGT=sqlserver.dbo.SafeDepositBoxEvents(BOX_ID,
      *               ACTION,OLD_STATUS,NEW_STATUS,CUSTOMER_ID,
      *               REFERENCE,OFFICER_ID)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,NARRATIVE)
      * LINEAGE: MAP=ACTION -> STATUS [VALIDATE, DERIVE]
      * LINEAGE: MAP=ANNUAL_RENT -> AMOUNT [NEGATED, TX_TYPE FEE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDB-ACTIONS-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT SDB-REJECTS-CSV
               ASSIGN TO "data/out/sdb_actions_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SDB-ACTIONS-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  SDB-REJECTS-CSV.
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
               VALUE 'data/in/sdb_actions.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 10 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed box action fields
       01  WS-CSV-ACTION               PIC X(10).
           88  CSV-ACTION-ADD          VALUE 'ADD'.
           88  CSV-ACTION-RENT         VALUE 'RENT'.
           88  CSV-ACTION-TRANSFER     VALUE 'TRANSFER'.
           88  CSV-ACTION-SURRENDER    VALUE 'SURRENDER'.
           88  CSV-ACTION-PAY          VALUE 'PAY'.
           88  CSV-ACTION-DRILL        VALUE 'DRILL'.
           88  CSV-ACTION-CLAIM        VALUE 'CLAIM'.
       01  WS-CSV-BOX-ID               PIC X(16).
       01  WS-CSV-BRANCH-ID            PIC X(8).
       01  WS-CSV-BOX-NUMBER           PIC X(8).
       01  WS-CSV-BOX-SIZE             PIC X(8).
       01  WS-CSV-CUSTOMER-ID          PIC X(32).
       01  WS-CSV-CO-RENTER-ID         PIC X(32).
       01  WS-CSV-RENT-ACC-ID          PIC X(32).
       01  WS-CSV-REFERENCE            PIC X(64).
       01  WS-CSV-OFFICER-ID           PIC X(32).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Rent narrative
       01  WS-RENT-NARRATIVE           PIC X(128).

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BOXES-ADDED              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BOXES-RENTED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BOXES-TRANSFERRED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BOXES-SURRENDERED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RENT-PAYMENTS-RAISED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BOXES-DRILLED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CONTENTS-CLAIMED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(10)
                                        VALUE 'SDB_MAINT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-BOX-ID                  PIC X(16).
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-BOX-NUMBER              PIC X(8).
       01  SQL-BOX-SIZE                PIC X(8).
       01  SQL-BOX-STATUS              PIC X(1).
       01  SQL-OLD-STATUS              PIC X(1).
       01  SQL-NEW-STATUS              PIC X(1).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-CO-RENTER-ID            PIC X(32).
       01  SQL-RENT-ACC-ID             PIC X(32).
       01  SQL-RENT-CURRENCY           PIC X(3).
       01  SQL-RENT-DUE-DATE           PIC X(10).
       01  SQL-RENT-TX-ID              PIC 9(18) COMP-5.
       01  SQL-RENT-AMOUNT             PIC S9(13)V99 COMP-3.
       01  SQL-FEE-AMOUNT              PIC S9(13)V99 COMP-3.
       01  SQL-CONTENTS-STATE          PIC X(1).
       01  SQL-NEW-CUSTOMER-ID         PIC X(32).
       01  SQL-NEW-CO-RENTER-ID        PIC X(32).
       01  SQL-NEW-RENT-ACC-ID         PIC X(32).
       01  SQL-NEW-RENT-CURRENCY       PIC X(3).
       01  SQL-CHECK-CUSTOMER-ID       PIC X(32).
       01  SQL-CHECK-ACC-ID            PIC X(32).
       01  SQL-CHECK-CURRENCY          PIC X(3).
       01  SQL-CUSTOMER-STATUS         PIC X(1).
       01  SQL-ACCT-STATUS             PIC X(1).
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-BASE-CURRENCY           PIC X(3).
       01  SQL-EVENT-ACTION            PIC X(10).
       01  SQL-EVENT-CUSTOMER-ID       PIC X(32).
       01  SQL-REFERENCE               PIC X(64).
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-NARRATIVE               PIC X(128).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-RUN-ID                  PIC X(64).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
       01  SQL-RENT-TX-ID-NULL         PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'SDB_MAINT - Safe Deposit Box Maintenance'.
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
           DISPLAY 'SDB_MAINT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE 1 TO WS-ROW-NUMBER.

      *    Allow the box actions path to be overridden from the
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
           MOVE WS-BASE-CURRENCY TO SQL-BASE-CURRENCY.
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

           OPEN INPUT SDB-ACTIONS-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ SDB-ACTIONS-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE SDB-ACTIONS-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE SDB-ACTIONS-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the sdb_actions_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT SDB-REJECTS-CSV.
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
           MOVE 'SDB_MAINT' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the sdb_actions_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE SDB-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single box action row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ SDB-ACTIONS-CSV INTO WS-CSV-LINE
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
               PERFORM APPLY-BOX-ACTION
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
           MOVE WS-CSV-FIELD (2) TO WS-CSV-BOX-ID.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-BRANCH-ID.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-BOX-NUMBER.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-BOX-SIZE.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-CUSTOMER-ID.
           MOVE WS-CSV-FIELD (7) TO WS-CSV-CO-RENTER-ID.
           MOVE WS-CSV-FIELD (8) TO WS-CSV-RENT-ACC-ID.
           MOVE WS-CSV-FIELD (9) TO WS-CSV-REFERENCE.
           MOVE WS-CSV-FIELD (10) TO WS-CSV-OFFICER-ID.
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
           IF WS-CSV-FIELD-IDX > 10
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

      *    Validate ACTION
           MOVE FUNCTION UPPER-CASE(WS-CSV-ACTION) TO WS-CSV-ACTION.
           IF NOT CSV-ACTION-ADD
               AND NOT CSV-ACTION-RENT
               AND NOT CSV-ACTION-TRANSFER
               AND NOT CSV-ACTION-SURRENDER
               AND NOT CSV-ACTION-PAY
               AND NOT CSV-ACTION-DRILL
               AND NOT CSV-ACTION-CLAIM
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Invalid ACTION: ' WS-CSV-ACTION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACTION is not a box action' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-ACTION TO SQL-EVENT-ACTION.

      *    Every box action must name its officer
           IF WS-CSV-OFFICER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - OFFICER_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OFFICER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-OFFICER-ID TO SQL-OFFICER-ID.

           IF WS-CSV-BOX-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - BOX_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'BOX_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CSV-BOX-ID) TO SQL-BOX-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-BOX-SIZE)
               TO WS-CSV-BOX-SIZE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-REFERENCE) TO SQL-REFERENCE.

           EVALUATE TRUE
               WHEN CSV-ACTION-ADD
                   IF WS-CSV-BRANCH-ID = SPACES
                       OR WS-CSV-BOX-NUMBER = SPACES
                       OR WS-CSV-BOX-SIZE = SPACES
                       DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                               ' - ADD needs BRANCH_ID, BOX_NUMBER'
                               ' and BOX_SIZE'
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE 'BRANCH_ID, BOX_NUMBER, BOX_SIZE required'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN CSV-ACTION-RENT
                   IF WS-CSV-CUSTOMER-ID = SPACES
                       OR WS-CSV-RENT-ACC-ID = SPACES
                       DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                               ' - RENT needs CUSTOMER_ID and '
                               'RENT_ACC_ID'
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE 'CUSTOMER_ID and RENT_ACC_ID are required'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN CSV-ACTION-TRANSFER
                   IF WS-CSV-CUSTOMER-ID = SPACES
                       AND WS-CSV-CO-RENTER-ID = SPACES
                       AND WS-CSV-RENT-ACC-ID = SPACES
                       DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                               ' - TRANSFER changes nothing'
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE 'TRANSFER names no renter or account'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN CSV-ACTION-DRILL
                   IF WS-CSV-REFERENCE = SPACES
                       DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                               ' - DRILL needs the inventory REFERENCE'
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE 'REFERENCE (contents inventory) is required'
                           TO WS-REJECT-REASON
                   END-IF
                   IF WS-CSV-REFERENCE (33:32) NOT = SPACES
                       DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                               ' - Inventory REFERENCE too long'
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE 'REFERENCE longer than 32 characters'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN CSV-ACTION-CLAIM
                   IF WS-CSV-CUSTOMER-ID = SPACES
                       DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                               ' - CLAIM needs the claiming CUSTOMER_ID'
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE 'CUSTOMER_ID is required to CLAIM'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-BOX-ACTION: Route a validated row to its action
      ******************************************************************
       APPLY-BOX-ACTION SECTION.
           IF NOT CSV-ACTION-ADD
               PERFORM LOAD-BOX
               IF ROW-IS-INVALID
                   GO TO APPLY-BOX-ACTION-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CSV-ACTION-ADD
                   PERFORM ADD-BOX
               WHEN CSV-ACTION-RENT
                   PERFORM RENT-BOX
               WHEN CSV-ACTION-TRANSFER
                   PERFORM TRANSFER-BOX
               WHEN CSV-ACTION-SURRENDER
                   PERFORM SURRENDER-BOX
               WHEN CSV-ACTION-PAY
                   PERFORM PAY-BOX-RENT
               WHEN CSV-ACTION-DRILL
                   PERFORM DRILL-BOX
               WHEN CSV-ACTION-CLAIM
                   PERFORM CLAIM-BOX-CONTENTS
           END-EVALUATE.
       APPLY-BOX-ACTION-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-BOX: The named box as it stands. When the row also names
      * a branch, the box must be at it
      ******************************************************************
       LOAD-BOX SECTION.
           EXEC SQL
               SELECT BRANCH_ID, BOX_SIZE, STATUS,
                      COALESCE(CUSTOMER_ID, ''),
                      COALESCE(CO_RENTER_ID, ''),
                      COALESCE(RENT_ACC_ID, ''),
                      COALESCE(RENT_CURRENCY, ''),
                      COALESCE(RENT_DUE_DATE, ''),
                      RENT_TX_ID,
                      COALESCE(CONTENTS_STATE, ' ')
               INTO :SQL-BRANCH-ID, :SQL-BOX-SIZE, :SQL-BOX-STATUS,
                    :SQL-CUSTOMER-ID, :SQL-CO-RENTER-ID,
                    :SQL-RENT-ACC-ID, :SQL-RENT-CURRENCY,
                    :SQL-RENT-DUE-DATE,
                    :SQL-RENT-TX-ID:SQL-RENT-TX-ID-NULL,
                    :SQL-CONTENTS-STATE
               FROM dbo.SafeDepositBoxes
               WHERE BOX_ID = :SQL-BOX-ID
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - BOX_ID not in box inventory: '
                       WS-CSV-BOX-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'BOX_ID not in box inventory' TO WS-REJECT-REASON
               GO TO LOAD-BOX-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box lookup failed' TO WS-REJECT-REASON
               GO TO LOAD-BOX-EXIT
           END-IF.

           IF SQL-RENT-TX-ID-NULL = -1
               MOVE ZERO TO SQL-RENT-TX-ID
           END-IF.
           MOVE SQL-BOX-STATUS TO SQL-OLD-STATUS.

           IF WS-CSV-BRANCH-ID NOT = SPACES
               AND WS-CSV-BRANCH-ID NOT = SQL-BRANCH-ID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - BOX_ID is not at BRANCH_ID '
                       WS-CSV-BRANCH-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'BOX_ID is not at BRANCH_ID' TO WS-REJECT-REASON
           END-IF.
       LOAD-BOX-EXIT.
           EXIT.

      ******************************************************************
      * ADD-BOX: A new box in a branch's inventory. The box ID is
      * unique bank-wide and the box number unique within the branch
      ******************************************************************
       ADD-BOX SECTION.
           MOVE WS-CSV-BRANCH-ID TO SQL-BRANCH-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-BOX-NUMBER)
               TO SQL-BOX-NUMBER.
           MOVE WS-CSV-BOX-SIZE TO SQL-BOX-SIZE.

           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.SafeDepositBoxes
               WHERE BOX_ID = :SQL-BOX-ID
                  OR (BRANCH_ID = :SQL-BRANCH-ID
                      AND BOX_NUMBER = :SQL-BOX-NUMBER)
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box already in inventory: ' WS-CSV-BOX-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'BOX_ID or branch BOX_NUMBER already in inventory'
                   TO WS-REJECT-REASON
               GO TO ADD-BOX-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.SafeDepositBoxes (
                   BOX_ID,
                   BRANCH_ID,
                   BOX_NUMBER,
                   BOX_SIZE,
                   STATUS,
                   NOTICE_LEVEL,
                   OFFICER_ID,
                   RUN_ID,
                   UPDATED_TS_UTC
               ) VALUES (
                   :SQL-BOX-ID,
                   :SQL-BRANCH-ID,
                   :SQL-BOX-NUMBER,
                   :SQL-BOX-SIZE,
                   'A',
                   0,
                   :SQL-OFFICER-ID,
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box insert failed' TO WS-REJECT-REASON
               GO TO ADD-BOX-EXIT
           END-IF.

           MOVE SPACE TO SQL-OLD-STATUS.
           MOVE 'A' TO SQL-NEW-STATUS.
           MOVE SPACES TO SQL-EVENT-CUSTOMER-ID.
           PERFORM RECORD-BOX-EVENT.
           ADD 1 TO WS-BOXES-ADDED.
       ADD-BOX-EXIT.
           EXIT.

      ******************************************************************
      * RENT-BOX: An available box goes to an active renter, with the
      * account its rent is charged to. The rent currency is the rent
      * account's currency, and the first year's rent is due today
      ******************************************************************
       RENT-BOX SECTION.
           IF SQL-BOX-STATUS NOT = 'A'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box is not available: ' WS-CSV-BOX-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box is not available to rent' TO WS-REJECT-REASON
               GO TO RENT-BOX-EXIT
           END-IF.

           MOVE WS-CSV-CUSTOMER-ID TO SQL-NEW-CUSTOMER-ID.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CHECK-CUSTOMER-ID.
           PERFORM CHECK-CUSTOMER-ACTIVE.
           IF ROW-IS-INVALID
               GO TO RENT-BOX-EXIT
           END-IF.

           MOVE SPACES TO SQL-NEW-CO-RENTER-ID.
           IF WS-CSV-CO-RENTER-ID NOT = SPACES
               MOVE WS-CSV-CO-RENTER-ID TO SQL-NEW-CO-RENTER-ID
               MOVE WS-CSV-CO-RENTER-ID TO SQL-CHECK-CUSTOMER-ID
               PERFORM CHECK-CUSTOMER-ACTIVE
               IF ROW-IS-INVALID
                   GO TO RENT-BOX-EXIT
               END-IF
           END-IF.

           MOVE WS-CSV-RENT-ACC-ID TO SQL-CHECK-ACC-ID.
           PERFORM CHECK-RENT-ACCOUNT.
           IF ROW-IS-INVALID
               GO TO RENT-BOX-EXIT
           END-IF.
           MOVE SQL-CHECK-ACC-ID TO SQL-NEW-RENT-ACC-ID.
           MOVE SQL-CHECK-CURRENCY TO SQL-NEW-RENT-CURRENCY.

           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET STATUS = 'R',
                   CUSTOMER_ID = :SQL-NEW-CUSTOMER-ID,
                   CO_RENTER_ID = NULLIF(RTRIM(:SQL-NEW-CO-RENTER-ID),
                                         ''),
                   RENT_ACC_ID = :SQL-NEW-RENT-ACC-ID,
                   RENT_CURRENCY = :SQL-NEW-RENT-CURRENCY,
                   RENT_DUE_DATE = :SQL-BUS-DATE,
                   RENT_PAID_THRU = NULL,
                   RENT_TX_ID = NULL,
                   RENT_AMOUNT = NULL,
                   NOTICE_LEVEL = 0,
                   DRILL_LISTED_DATE = NULL,
                   DRILLED_DATE = NULL,
                   INVENTORY_REF = NULL,
                   CONTENTS_STATE = NULL,
                   OFFICER_ID = :SQL-OFFICER-ID,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = 'A'
           END-EXEC.

           MOVE 'R' TO SQL-NEW-STATUS.
           MOVE SQL-NEW-CUSTOMER-ID TO SQL-EVENT-CUSTOMER-ID.
           PERFORM CHECK-BOX-UPDATE.
           IF ROW-IS-VALID
               ADD 1 TO WS-BOXES-RENTED
           END-IF.
       RENT-BOX-EXIT.
           EXIT.

      ******************************************************************
      * TRANSFER-BOX: Change a rented box's renter, co-renter or rent
      * account. Whatever results, the rent account must still be one
      * the renter holds - a new renter without a new account keeps
      * the old one only if they hold it too
      ******************************************************************
       TRANSFER-BOX SECTION.
           IF SQL-BOX-STATUS NOT = 'R'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box is not rented: ' WS-CSV-BOX-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box is not rented' TO WS-REJECT-REASON
               GO TO TRANSFER-BOX-EXIT
           END-IF.

           PERFORM CHECK-RENT-NOT-PAST-DUE.
           IF ROW-IS-INVALID
               GO TO TRANSFER-BOX-EXIT
           END-IF.

           MOVE SQL-CUSTOMER-ID TO SQL-NEW-CUSTOMER-ID.
           IF WS-CSV-CUSTOMER-ID NOT = SPACES
               MOVE WS-CSV-CUSTOMER-ID TO SQL-NEW-CUSTOMER-ID
               MOVE WS-CSV-CUSTOMER-ID TO SQL-CHECK-CUSTOMER-ID
               PERFORM CHECK-CUSTOMER-ACTIVE
               IF ROW-IS-INVALID
                   GO TO TRANSFER-BOX-EXIT
               END-IF
           END-IF.

      *    NONE removes the co-renter
           MOVE SQL-CO-RENTER-ID TO SQL-NEW-CO-RENTER-ID.
           IF FUNCTION UPPER-CASE(WS-CSV-CO-RENTER-ID) = 'NONE'
               MOVE SPACES TO SQL-NEW-CO-RENTER-ID
           ELSE
               IF WS-CSV-CO-RENTER-ID NOT = SPACES
                   MOVE WS-CSV-CO-RENTER-ID TO SQL-NEW-CO-RENTER-ID
                   MOVE WS-CSV-CO-RENTER-ID TO SQL-CHECK-CUSTOMER-ID
                   PERFORM CHECK-CUSTOMER-ACTIVE
                   IF ROW-IS-INVALID
                       GO TO TRANSFER-BOX-EXIT
                   END-IF
               END-IF
           END-IF.

           IF SQL-NEW-CO-RENTER-ID = SQL-NEW-CUSTOMER-ID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Co-renter is the renter'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CO_RENTER_ID is the renter' TO WS-REJECT-REASON
               GO TO TRANSFER-BOX-EXIT
           END-IF.

           IF WS-CSV-RENT-ACC-ID NOT = SPACES
               MOVE WS-CSV-RENT-ACC-ID TO SQL-CHECK-ACC-ID
           ELSE
               MOVE SQL-RENT-ACC-ID TO SQL-CHECK-ACC-ID
           END-IF.
           MOVE SQL-NEW-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           PERFORM CHECK-RENT-ACCOUNT.
           IF ROW-IS-INVALID
               GO TO TRANSFER-BOX-EXIT
           END-IF.
           MOVE SQL-CHECK-ACC-ID TO SQL-NEW-RENT-ACC-ID.
           MOVE SQL-CHECK-CURRENCY TO SQL-NEW-RENT-CURRENCY.

           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET CUSTOMER_ID = :SQL-NEW-CUSTOMER-ID,
                   CO_RENTER_ID = NULLIF(RTRIM(:SQL-NEW-CO-RENTER-ID),
                                         ''),
                   RENT_ACC_ID = :SQL-NEW-RENT-ACC-ID,
                   RENT_CURRENCY = :SQL-NEW-RENT-CURRENCY,
                   OFFICER_ID = :SQL-OFFICER-ID,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = 'R'
           END-EXEC.

           MOVE 'R' TO SQL-NEW-STATUS.
           MOVE SQL-NEW-CUSTOMER-ID TO SQL-EVENT-CUSTOMER-ID.
           PERFORM CHECK-BOX-UPDATE.
           IF ROW-IS-VALID
               ADD 1 TO WS-BOXES-TRANSFERRED
           END-IF.
       TRANSFER-BOX-EXIT.
           EXIT.

      ******************************************************************
      * SURRENDER-BOX: The renter gives up a rented box whose rent is
      * not past due. The box is available to rent again
      ******************************************************************
       SURRENDER-BOX SECTION.
           IF SQL-BOX-STATUS NOT = 'R'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box is not rented: ' WS-CSV-BOX-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box is not rented' TO WS-REJECT-REASON
               GO TO SURRENDER-BOX-EXIT
           END-IF.

           PERFORM CHECK-RENT-NOT-PAST-DUE.
           IF ROW-IS-INVALID
               GO TO SURRENDER-BOX-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET STATUS = 'A',
                   CUSTOMER_ID = NULL,
                   CO_RENTER_ID = NULL,
                   RENT_ACC_ID = NULL,
                   RENT_CURRENCY = NULL,
                   RENT_DUE_DATE = NULL,
                   RENT_PAID_THRU = NULL,
                   RENT_TX_ID = NULL,
                   RENT_AMOUNT = NULL,
                   NOTICE_LEVEL = 0,
                   OFFICER_ID = :SQL-OFFICER-ID,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = 'R'
           END-EXEC.

           MOVE 'A' TO SQL-NEW-STATUS.
           MOVE SQL-CUSTOMER-ID TO SQL-EVENT-CUSTOMER-ID.
           PERFORM CHECK-BOX-UPDATE.
           IF ROW-IS-VALID
               ADD 1 TO WS-BOXES-SURRENDERED
           END-IF.
       SURRENDER-BOX-EXIT.
           EXIT.

      ******************************************************************
      * PAY-BOX-RENT: Raise the past-due rent of a delinquent or
      * drill-listed box again as an unposted FEE, priced by box size
      * on the rent due date, against the box's rent account or the
      * renter's account named on the row (which then becomes the rent
      * account). SDB_BILLING settles the box once the charge posts
      ******************************************************************
       PAY-BOX-RENT SECTION.
           IF SQL-BOX-STATUS NOT = 'R' AND SQL-BOX-STATUS NOT = 'L'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box is not rented: ' WS-CSV-BOX-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box is not rented' TO WS-REJECT-REASON
               GO TO PAY-BOX-RENT-EXIT
           END-IF.

           IF SQL-RENT-TX-ID-NULL NOT = -1
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Rent charge already outstanding'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Rent charge already outstanding'
                   TO WS-REJECT-REASON
               GO TO PAY-BOX-RENT-EXIT
           END-IF.

           IF SQL-RENT-DUE-DATE > SQL-BUS-DATE
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Rent is not past due: ' WS-CSV-BOX-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Rent is not past due' TO WS-REJECT-REASON
               GO TO PAY-BOX-RENT-EXIT
           END-IF.

           IF WS-CSV-RENT-ACC-ID NOT = SPACES
               MOVE WS-CSV-RENT-ACC-ID TO SQL-CHECK-ACC-ID
           ELSE
               MOVE SQL-RENT-ACC-ID TO SQL-CHECK-ACC-ID
           END-IF.
           PERFORM CHECK-RENT-ACCOUNT.
           IF ROW-IS-INVALID
               GO TO PAY-BOX-RENT-EXIT
           END-IF.
           MOVE SQL-CHECK-ACC-ID TO SQL-NEW-RENT-ACC-ID.
           MOVE SQL-CHECK-CURRENCY TO SQL-NEW-RENT-CURRENCY.

           MOVE ZERO TO SQL-RENT-AMOUNT.
           EXEC SQL
               SELECT TOP 1 ANNUAL_RENT
               INTO :SQL-RENT-AMOUNT
               FROM dbo.SafeDepositBoxPrices
               WHERE BOX_SIZE = :SQL-BOX-SIZE
                 AND CURRENCY = :SQL-NEW-RENT-CURRENCY
                 AND EFF_FROM_DATE <= :SQL-RENT-DUE-DATE
                 AND (EFF_TO_DATE IS NULL
                      OR EFF_TO_DATE >= :SQL-RENT-DUE-DATE)
               ORDER BY EFF_FROM_DATE DESC
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-RENT-AMOUNT NOT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - No rent price for box size '
                       SQL-BOX-SIZE ' ' SQL-NEW-RENT-CURRENCY
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No rent price for the box size and currency'
                   TO WS-REJECT-REASON
               GO TO PAY-BOX-RENT-EXIT
           END-IF.

           MOVE SPACES TO WS-RENT-NARRATIVE.
           STRING 'Safe deposit box rent ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-BOX-ID) DELIMITED BY SIZE
                  ' due ' DELIMITED BY SIZE
                  SQL-RENT-DUE-DATE DELIMITED BY SIZE
               INTO WS-RENT-NARRATIVE
           END-STRING.
           MOVE WS-RENT-NARRATIVE TO SQL-NARRATIVE.
           COMPUTE SQL-FEE-AMOUNT = 0 - SQL-RENT-AMOUNT.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   NARRATIVE
               ) VALUES (
                   :SQL-NEW-RENT-ACC-ID,
                   :SQL-FEE-AMOUNT,
                   :SQL-NEW-RENT-CURRENCY,
                   SYSUTCDATETIME(),
                   'FEE',
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Rent charge insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Rent charge insert failed' TO WS-REJECT-REASON
               GO TO PAY-BOX-RENT-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-RENT-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Rent charge could not be read back'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Rent charge could not be read back'
                   TO WS-REJECT-REASON
               GO TO PAY-BOX-RENT-EXIT
           END-IF.

      *    The charge is linked to the box so SDB_BILLING can settle
      *    it; a box that could not be linked must not be charged
           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET RENT_ACC_ID = :SQL-NEW-RENT-ACC-ID,
                   RENT_CURRENCY = :SQL-NEW-RENT-CURRENCY,
                   RENT_TX_ID = :SQL-RENT-TX-ID,
                   RENT_AMOUNT = :SQL-RENT-AMOUNT,
                   OFFICER_ID = :SQL-OFFICER-ID,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = :SQL-OLD-STATUS
                 AND RENT_TX_ID IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box changed during the run, charge '
                       'cancelled'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box changed during the run' TO WS-REJECT-REASON
               EXEC SQL
                   UPDATE dbo.Transactions
                   SET POSTED_FLAG = 'C'
                   WHERE TX_ID = :SQL-RENT-TX-ID
               END-EXEC
               GO TO PAY-BOX-RENT-EXIT
           END-IF.

           MOVE SQL-OLD-STATUS TO SQL-NEW-STATUS.
           MOVE SQL-CUSTOMER-ID TO SQL-EVENT-CUSTOMER-ID.
           MOVE SQL-NEW-RENT-ACC-ID TO SQL-REFERENCE.
           PERFORM RECORD-BOX-EVENT.
           ADD 1 TO WS-RENT-PAYMENTS-RAISED.
       PAY-BOX-RENT-EXIT.
           EXIT.

      ******************************************************************
      * DRILL-BOX: A drill-listed box has been drilled under the
      * bank's dual control; its contents are held in the vault under
      * the inventory reference until claimed or escheated
      ******************************************************************
       DRILL-BOX SECTION.
           IF SQL-BOX-STATUS NOT = 'L'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box is not on the drilling list: '
                       WS-CSV-BOX-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box is not on the drilling list'
                   TO WS-REJECT-REASON
               GO TO DRILL-BOX-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET STATUS = 'K',
                   DRILLED_DATE = :SQL-BUS-DATE,
                   INVENTORY_REF = :SQL-REFERENCE,
                   CONTENTS_STATE = 'H',
                   OFFICER_ID = :SQL-OFFICER-ID,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = 'L'
           END-EXEC.

           MOVE 'K' TO SQL-NEW-STATUS.
           MOVE SQL-CUSTOMER-ID TO SQL-EVENT-CUSTOMER-ID.
           PERFORM CHECK-BOX-UPDATE.
           IF ROW-IS-VALID
               ADD 1 TO WS-BOXES-DRILLED
           END-IF.
       DRILL-BOX-EXIT.
           EXIT.

      ******************************************************************
      * CLAIM-BOX-CONTENTS: The renter or co-renter of a drilled box
      * has reclaimed its held contents. The box goes back into the
      * available inventory
      ******************************************************************
       CLAIM-BOX-CONTENTS SECTION.
           IF SQL-BOX-STATUS NOT = 'K' OR SQL-CONTENTS-STATE NOT = 'H'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - No held contents for box: ' WS-CSV-BOX-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box has no held contents to claim'
                   TO WS-REJECT-REASON
               GO TO CLAIM-BOX-CONTENTS-EXIT
           END-IF.

           IF WS-CSV-CUSTOMER-ID NOT = SQL-CUSTOMER-ID
               AND WS-CSV-CUSTOMER-ID NOT = SQL-CO-RENTER-ID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Claimant is not the renter: '
                       WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CUSTOMER_ID is not the renter or co-renter'
                   TO WS-REJECT-REASON
               GO TO CLAIM-BOX-CONTENTS-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET STATUS = 'A',
                   CONTENTS_STATE = 'C',
                   CUSTOMER_ID = NULL,
                   CO_RENTER_ID = NULL,
                   RENT_ACC_ID = NULL,
                   RENT_CURRENCY = NULL,
                   RENT_DUE_DATE = NULL,
                   RENT_TX_ID = NULL,
                   RENT_AMOUNT = NULL,
                   NOTICE_LEVEL = 0,
                   OFFICER_ID = :SQL-OFFICER-ID,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = 'K'
                 AND CONTENTS_STATE = 'H'
           END-EXEC.

           MOVE 'A' TO SQL-NEW-STATUS.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-EVENT-CUSTOMER-ID.
           PERFORM CHECK-BOX-UPDATE.
           IF ROW-IS-VALID
               ADD 1 TO WS-CONTENTS-CLAIMED
           END-IF.
       CLAIM-BOX-CONTENTS-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-CUSTOMER-ACTIVE: SQL-CHECK-CUSTOMER-ID must be an active
      * customer
      ******************************************************************
       CHECK-CUSTOMER-ACTIVE SECTION.
           MOVE SPACES TO SQL-CUSTOMER-STATUS.
           EXEC SQL
               SELECT STATUS
               INTO :SQL-CUSTOMER-STATUS
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CHECK-CUSTOMER-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-CUSTOMER-STATUS NOT = 'A'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Not an active customer: '
                       SQL-CHECK-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Renter is not an active customer'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-CUSTOMER-ACTIVE-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-RENT-ACCOUNT: SQL-CHECK-ACC-ID must be an open deposit
      * account the renter (SQL-NEW-CUSTOMER-ID on RENT, the box's
      * renter otherwise) owns or is an active primary, joint or
      * signing holder on. Returns the currency the rent is charged
      * in: the base currency where the account carries it, else its
      * first currency
      ******************************************************************
       CHECK-RENT-ACCOUNT SECTION.
           IF CSV-ACTION-RENT
               MOVE SQL-NEW-CUSTOMER-ID TO SQL-CHECK-CUSTOMER-ID
           ELSE
               MOVE SQL-CUSTOMER-ID TO SQL-CHECK-CUSTOMER-ID
           END-IF.

           MOVE SPACES TO SQL-ACCT-STATUS.
           MOVE SPACES TO SQL-ACC-TYPE.
           EXEC SQL
               SELECT STATUS, COALESCE(ACC_TYPE, '')
               INTO :SQL-ACCT-STATUS, :SQL-ACC-TYPE
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-CHECK-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-ACCT-STATUS NOT = 'O'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Rent account is not open: '
                       SQL-CHECK-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Rent account is not open' TO WS-REJECT-REASON
               GO TO CHECK-RENT-ACCOUNT-EXIT
           END-IF.

           IF SQL-ACC-TYPE = 'CD' OR SQL-ACC-TYPE = 'LOAN'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Rent cannot be charged to a '
                       SQL-ACC-TYPE ' account'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Rent account type cannot carry a fee'
                   TO WS-REJECT-REASON
               GO TO CHECK-RENT-ACCOUNT-EXIT
           END-IF.

           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Accounts A
               WHERE A.ACC_ID = :SQL-CHECK-ACC-ID
                 AND (A.CUSTOMER_ID = :SQL-CHECK-CUSTOMER-ID
                      OR EXISTS (
                          SELECT 1 FROM dbo.AccountHolders H
                          WHERE H.ACC_ID = A.ACC_ID
                            AND H.CUSTOMER_ID = :SQL-CHECK-CUSTOMER-ID
                            AND H.STATUS = 'A'
                            AND H.HOLDER_ROLE IN ('PRIMARY',
                                                  'JOINT',
                                                  'SIGNER')))
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-EXISTS-COUNT = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Renter does not hold the rent account'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Renter does not hold the rent account'
                   TO WS-REJECT-REASON
               GO TO CHECK-RENT-ACCOUNT-EXIT
           END-IF.

           MOVE SPACES TO SQL-CHECK-CURRENCY.
           EXEC SQL
               SELECT TOP 1 CURRENCY
               INTO :SQL-CHECK-CURRENCY
               FROM dbo.AccountBalances
               WHERE ACC_ID = :SQL-CHECK-ACC-ID
               ORDER BY CASE WHEN CURRENCY = :SQL-BASE-CURRENCY
                             THEN 0 ELSE 1 END,
                        CURRENCY
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Rent account has no balance record'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Rent account has no balance record'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-RENT-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-RENT-NOT-PAST-DUE: A box whose rent due date has passed
      * with no rent charge outstanding is in arrears - it can be
      * neither transferred nor surrendered until the rent is paid
      ******************************************************************
       CHECK-RENT-NOT-PAST-DUE SECTION.
           IF SQL-RENT-DUE-DATE < SQL-BUS-DATE
               AND SQL-RENT-TX-ID-NULL = -1
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Box rent is past due since '
                       SQL-RENT-DUE-DATE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box rent is past due' TO WS-REJECT-REASON
           END-IF.
       CHECK-RENT-NOT-PAST-DUE-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-BOX-UPDATE: Outcome of a status-guarded box update - no
      * row means the box changed under us since it was read
      ******************************************************************
       CHECK-BOX-UPDATE SECTION.
           IF SQLCODE = 100
               DISPLAY 'ERROR: Box ' FUNCTION TRIM(SQL-BOX-ID)
                       ' changed status during the run'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box changed status during the run'
                   TO WS-REJECT-REASON
               GO TO CHECK-BOX-UPDATE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Box update failed for box '
                       FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Box update failed' TO WS-REJECT-REASON
               GO TO CHECK-BOX-UPDATE-EXIT
           END-IF.

           PERFORM RECORD-BOX-EVENT.
       CHECK-BOX-UPDATE-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-BOX-EVENT: One permanent dbo.SafeDepositBoxEvents row
      * for the change just made
      ******************************************************************
       RECORD-BOX-EVENT SECTION.
           EXEC SQL
               INSERT INTO dbo.SafeDepositBoxEvents (
                   BOX_ID,
                   ACTION,
                   OLD_STATUS,
                   NEW_STATUS,
                   CUSTOMER_ID,
                   REFERENCE,
                   OFFICER_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-BOX-ID,
                   :SQL-EVENT-ACTION,
                   NULLIF(:SQL-OLD-STATUS, ' '),
                   :SQL-NEW-STATUS,
                   NULLIF(RTRIM(:SQL-EVENT-CUSTOMER-ID), ''),
                   NULLIF(RTRIM(:SQL-REFERENCE), ''),
                   :SQL-OFFICER-ID,
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Box event insert failed for box '
                       FUNCTION TRIM(SQL-BOX-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'SDB_MAINT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Box event insert failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       RECORD-BOX-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we applied at least one action
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'SDB_MAINT' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'sdb_actions.csv' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'ACTION,BOX_ID,BRANCH_ID,BOX_NUMBER,BOX_SIZE,'
                  DELIMITED BY SIZE
                  'CUSTOMER_ID,CO_RENTER_ID,RENT_ACC_ID,REFERENCE,'
                  DELIMITED BY SIZE
                  'OFFICER_ID' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'SafeDepositBoxes,SafeDepositBoxEvents'
               TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'BOX_ID,BRANCH_ID,BOX_NUMBER,BOX_SIZE,STATUS,'
                  DELIMITED BY SIZE
                  'CUSTOMER_ID,CO_RENTER_ID,RENT_ACC_ID,'
                  DELIMITED BY SIZE
                  'RENT_DUE_DATE,INVENTORY_REF,CONTENTS_STATE'
                  DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Box rental lifecycle; past-due rent re-raised as FEE'
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
           DISPLAY '  Actions applied:      ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped: ' WS-ROWS-INVALID.
           DISPLAY '  Boxes added:          ' WS-BOXES-ADDED.
           DISPLAY '  Boxes rented:         ' WS-BOXES-RENTED.
           DISPLAY '  Boxes transferred:    ' WS-BOXES-TRANSFERRED.
           DISPLAY '  Boxes surrendered:    ' WS-BOXES-SURRENDERED.
           DISPLAY '  Past-due rent raised: ' WS-RENT-PAYMENTS-RAISED.
           DISPLAY '  Boxes drilled:        ' WS-BOXES-DRILLED.
           DISPLAY '  Contents claimed:     ' WS-CONTENTS-CLAIMED.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM SDB-MAINT.
