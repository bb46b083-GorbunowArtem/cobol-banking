       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-MAINT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * SUSPENSE_MAINT - Suspense Item Resolution and Aging
      ******************************************************************
      * Purpose: Work the dbo.SuspenseItems queue of unpostable
      *          deposits and withdrawals that POST_LEDGER parked on
      *          HOUSE-SUSPENSE because their account was not on the
      *          master or was closed. Each night the program:
      *          1. loads the operations desk's CSV of resolutions,
      *             one per open item:
      *             REDIRECT - move the item to the correct, open
      *                        account named in TARGET;
      *             RETURN   - send the money back: to the
      *                        EXT-<routing>-<account> in TARGET as
      *                        an outbound transfer, or, with no
      *                        TARGET, as an ACH return of the
      *                        receipt the item came in on (R03 no
      *                        account, R02 account closed) on the
      *                        suspense return file;
      *             WRITEOFF - charge the item to the suspense loss
      *                        GL;
      *             each raised as an unposted SUSP-CLEAR transaction
      *             that tonight's POST_LEDGER posts off suspense;
      *          2. writes the aging report of every item still open,
      *             bucketed by days in suspense.
      *          Runs in BANKBAT ahead of POST-LEDGER.
      * Input:   data/in/suspense_resolutions.csv (CSV, optional)
      *          dbo.SuspenseItems, dbo.Accounts, dbo.AchReceipts
      * Output:  dbo.SuspenseItems, dbo.Transactions,
      *          dbo.AchReceipts
      *          data/out/suspense_ach_returns.dat
      *          data/out/suspense_aging_report.txt
      *          data/out/suspense_resolutions_rejects.csv
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=SUSPENSE_MAINT
      * LINEAGE: SRC=csv.filesystem.suspense_resolutions.csv(
      *               SUSPENSE_ID,ACTION,TARGET,OFFICER_ID,NOTE)
      * LINEAGE: SRC=sqlserver.dbo.SuspenseItems(SUSPENSE_ID,TX_ID,
      *               ORIG_ACC_ID,AMOUNT,CURRENCY,REASON_CODE,
      *               SUSPENSE_DATE,STATUS)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,REFERENCE_TX_ID,
      *               COUNTERPARTY_ACC_ID,VALUE_DATE,NARRATIVE)
      * LINEAGE: TGT=sqlserver.dbo.SuspenseItems(STATUS,RESOLUTION,
      *               RESOLUTION_TARGET,RESOLUTION_TX_ID,OFFICER_ID,
      *               RESOLUTION_NOTE,RESOLVED_DATE)
      * LINEAGE: MAP=AMOUNT -> Transactions.AMOUNT [0 - AMOUNT,
      *               SUSP-CLEAR FROM HOUSE-SUSPENSE]
      * LINEAGE: MAP=TX_ID -> AchReceipts.STATUS [ACH RETURN: 'R']
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESOLUTIONS-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT RESOLUTIONS-REJECTS-CSV
               ASSIGN TO "data/out/suspense_resolutions_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "data/out/suspense_ach_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT AGING-RPT
               ASSIGN TO "data/out/suspense_aging_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-RPT-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESOLUTIONS-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  RESOLUTIONS-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  RETURN-FILE.
       01  RETURN-FILE-RECORD          PIC X(94).

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

       01  WS-RETURN-FILE-STATUS       PIC XX.
           88  RETURN-FILE-OK          VALUE '00'.

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
               VALUE 'data/in/suspense_resolutions.csv'.
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

      * Parsed resolution fields
       01  WS-CSV-SUSPENSE-ID-STR      PIC X(20).
       01  WS-CSV-ACTION               PIC X(10).
           88  CSV-ACTION-REDIRECT     VALUE 'REDIRECT'.
           88  CSV-ACTION-RETURN       VALUE 'RETURN'.
           88  CSV-ACTION-WRITEOFF     VALUE 'WRITEOFF'.
       01  WS-CSV-TARGET               PIC X(32).
       01  WS-CSV-OFFICER-ID           PIC X(32).
       01  WS-CSV-NOTE                 PIC X(100).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * How a RETURN goes back: as an outbound transfer to the
      * external account named in TARGET, or as an ACH return of
      * the receipt the item arrived on
       01  WS-RETURN-ROUTE             PIC X VALUE SPACE.
           88  RETURN-BY-TRANSFER      VALUE 'T'.
           88  RETURN-BY-ACH           VALUE 'A'.

      * Aging report working storage
       01  WS-AGING-RPT-STATUS         PIC XX.
           88  AGING-RPT-OK            VALUE '00'.
       01  WS-AGING-LINE               PIC X(132).
       01  WS-AGING-PTR                PIC 9(4) COMP-5.
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-SUSPENSE-ID-DISP         PIC Z(17)9.
       01  WS-TX-ID-DISP               PIC Z(17)9.
       01  WS-DAYS-DISP                PIC Z(8)9.
       01  WS-COUNT-DISP               PIC Z(8)9.

      * Aging buckets: days in suspense up to each bucket's ceiling;
      * the last bucket takes everything older
       01  WS-BUCKET-DATA.
           05  FILLER                  PIC X(8) VALUE '0-7'.
           05  FILLER                  PIC 9(5) VALUE 7.
           05  FILLER                  PIC X(8) VALUE '8-30'.
           05  FILLER                  PIC 9(5) VALUE 30.
           05  FILLER                  PIC X(8) VALUE '31-60'.
           05  FILLER                  PIC 9(5) VALUE 60.
           05  FILLER                  PIC X(8) VALUE '61-90'.
           05  FILLER                  PIC 9(5) VALUE 90.
           05  FILLER                  PIC X(8) VALUE 'OVER-90'.
           05  FILLER                  PIC 9(5) VALUE 99999.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-DATA.
           05  WS-BUCKET-ENTRY         OCCURS 5 TIMES.
               10  WS-BUCKET-LABEL     PIC X(8).
               10  WS-BUCKET-MAX-DAYS  PIC 9(5).
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL         OCCURS 5 TIMES.
               10  WS-BUCKET-COUNT     PIC 9(9) COMP-5.
               10  WS-BUCKET-AMOUNT    PIC S9(16)V99 COMP-3.
       01  WS-BUCKET-IDX               PIC 9(2) COMP-5.

      * Return file record layouts (fixed width, 94 bytes)
       01  WS-RET-FILE-HEADER-REC.
           05  FILLER                  PIC X(1) VALUE '1'.
           05  FILLER                  PIC X(2) VALUE '01'.
           05  WS-RH-DEST-ROUTING      PIC X(10).
           05  WS-RH-ORIGIN-ROUTING    PIC X(10).
           05  WS-RH-CREATE-DATE       PIC 9(6).
           05  WS-RH-CREATE-TIME       PIC 9(4).
           05  WS-RH-FILE-ID-MOD       PIC X(1) VALUE 'A'.
           05  FILLER                  PIC X(3) VALUE '094'.
           05  FILLER                  PIC X(2) VALUE '10'.
           05  FILLER                  PIC X(1) VALUE '1'.
           05  WS-RH-DEST-NAME         PIC X(23)
                                        VALUE 'CLEARING NETWORK'.
           05  WS-RH-ORIGIN-NAME       PIC X(23)
                                        VALUE 'COBOL BANKING'.
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-RET-BATCH-HEADER-REC.
           05  FILLER                  PIC X(1) VALUE '5'.
           05  WS-RB-SERVICE-CLASS     PIC X(3).
           05  WS-RB-COMPANY-NAME      PIC X(16).
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  WS-RB-COMPANY-ID        PIC X(10).
           05  WS-RB-SEC-CODE          PIC X(3).
           05  WS-RB-ENTRY-DESC        PIC X(10).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-RB-EFF-DATE          PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE '1'.
           05  WS-RB-ODFI-ROUTING      PIC X(8).
           05  WS-RB-BATCH-NUMBER      PIC 9(7).

       01  WS-RET-ENTRY-REC.
           05  FILLER                  PIC X(1) VALUE '6'.
           05  WS-RE-TRAN-CODE         PIC 9(2).
           05  WS-RE-RDFI-ROUTING      PIC X(8).
           05  WS-RE-CHECK-DIGIT       PIC 9(1).
           05  WS-RE-DFI-ACCOUNT       PIC X(17).
           05  WS-RE-AMOUNT            PIC 9(10).
           05  WS-RE-INDIVIDUAL-ID     PIC X(15).
           05  WS-RE-INDIVIDUAL-NAME   PIC X(22).
           05  WS-RE-DISCRETIONARY     PIC X(2).
           05  FILLER                  PIC X(1) VALUE '1'.
           05  WS-RE-TRACE-ROUTING     PIC X(8).
           05  WS-RE-TRACE-SEQ         PIC 9(7).

       01  WS-RET-ADDENDA-REC.
           05  FILLER                  PIC X(1) VALUE '7'.
           05  FILLER                  PIC X(2) VALUE '99'.
           05  WS-RA-RETURN-CODE       PIC X(3).
           05  WS-RA-ORIG-TRACE        PIC X(15).
           05  WS-RA-DATE-OF-DEATH     PIC X(6) VALUE SPACES.
           05  WS-RA-ORIG-RDFI         PIC X(8).
           05  WS-RA-ADDENDA-INFO      PIC X(44).
           05  WS-RA-TRACE-ROUTING     PIC X(8).
           05  WS-RA-TRACE-SEQ         PIC 9(7).

       01  WS-RET-BATCH-CONTROL-REC.
           05  FILLER                  PIC X(1) VALUE '8'.
           05  WS-RCB-SERVICE-CLASS    PIC X(3).
           05  WS-RCB-ENTRY-COUNT      PIC 9(6).
           05  WS-RCB-ENTRY-HASH       PIC 9(10).
           05  WS-RCB-TOTAL-DEBIT      PIC 9(12).
           05  WS-RCB-TOTAL-CREDIT     PIC 9(12).
           05  WS-RCB-COMPANY-ID       PIC X(10).
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  WS-RCB-ODFI-ROUTING     PIC X(8).
           05  WS-RCB-BATCH-NUMBER     PIC 9(7).

       01  WS-RET-FILE-CONTROL-REC.
           05  FILLER                  PIC X(1) VALUE '9'.
           05  WS-RF-BATCH-COUNT       PIC 9(6).
           05  WS-RF-BLOCK-COUNT       PIC 9(6).
           05  WS-RF-ENTRY-COUNT       PIC 9(8).
           05  WS-RF-ENTRY-HASH        PIC 9(10).
           05  WS-RF-TOTAL-DEBIT       PIC 9(12).
           05  WS-RF-TOTAL-CREDIT      PIC 9(12).
           05  FILLER                  PIC X(39) VALUE SPACES.

      * Return file accumulation working storage - each returned
      * item goes out as its own batch, since the originals came in
      * under different companies
       01  WS-RET-FILE-OPEN            PIC X VALUE 'N'.
           88  RET-FILE-IS-OPEN        VALUE 'Y'.
       01  WS-RET-RECORD-COUNT         PIC 9(8) COMP-5 VALUE ZERO.
       01  WS-RET-BATCH-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-RET-TRACE-SEQ            PIC 9(7) VALUE ZERO.
       01  WS-RET-BATCH-ENTRIES        PIC 9(6) VALUE ZERO.
       01  WS-RET-BATCH-HASH           PIC 9(10) VALUE ZERO.
       01  WS-RET-BATCH-DEBIT          PIC 9(12) VALUE ZERO.
       01  WS-RET-BATCH-CREDIT         PIC 9(12) VALUE ZERO.
       01  WS-RET-FILE-ENTRIES         PIC 9(8) VALUE ZERO.
       01  WS-RET-FILE-HASH            PIC 9(10) VALUE ZERO.
       01  WS-RET-FILE-DEBIT           PIC 9(12) VALUE ZERO.
       01  WS-RET-FILE-CREDIT          PIC 9(12) VALUE ZERO.
       01  WS-RET-AMOUNT-CENTS         PIC 9(10) VALUE ZERO.
       01  WS-RETURN-REASON-CODE       PIC X(3).
       01  WS-CREATE-DATE-YYYYMMDD     PIC 9(8).

      * Routing check digit: weights 3-7-1 over the first 8 digits
       01  WS-CHECK-ROUTING            PIC 9(8).
       01  WS-CHECK-ROUTING-DIGITS REDEFINES WS-CHECK-ROUTING.
           05  WS-CHECK-DIGIT-IN       PIC 9 OCCURS 8 TIMES.
       01  WS-CHECK-WEIGHTS            PIC X(8) VALUE '37137137'.
       01  WS-CHECK-WEIGHT-DIGITS REDEFINES WS-CHECK-WEIGHTS.
           05  WS-CHECK-WEIGHT         PIC 9 OCCURS 8 TIMES.
       01  WS-CHECK-SUM                PIC 9(4) COMP-5.
       01  WS-CHECK-IDX                PIC 9(2) COMP-5.
       01  WS-CHECK-RESULT             PIC 9(1).

      * The resolutions file is optional - it is only present on
      * nights the operations desk has worked the suspense queue; the
      * aging report runs every night regardless
       01  WS-INPUT-FILE-FOUND         PIC X VALUE 'N'.
           88  INPUT-FILE-WAS-FOUND    VALUE 'Y'.

      * Cursor processing
       01  WS-CURSOR-OPEN              PIC X VALUE 'N'.
           88  CURSOR-IS-OPEN          VALUE 'Y'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-REDIRECTED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-RETURNED-XFER      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-RETURNED-ACH       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-WRITTEN-OFF        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-AGED               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-PAST-THRESHOLD     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-OPEN-SUSPENSE-AMOUNT     PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(15)
                                        VALUE 'SUSPENSE_MAINT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-SUSPENSE-ID             PIC 9(18) COMP-5.
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-ORIG-ACC-ID             PIC X(32).
       01  SQL-AMOUNT                  PIC S9(16)V99 COMP-3.
       01  SQL-CLEAR-AMOUNT            PIC S9(16)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-REASON-CODE             PIC X(12).
       01  SQL-ITEM-STATUS             PIC X(1).
       01  SQL-NEW-STATUS              PIC X(1).
       01  SQL-SUSPENSE-DATE           PIC X(10).
       01  SQL-DAYS-IN-SUSPENSE        PIC S9(9) COMP-5.
       01  SQL-SUSPENSE-ACC-ID         PIC X(32).
       01  SQL-DEST-ACC-ID             PIC X(32).
       01  SQL-TARGET                  PIC X(32).
       01  SQL-RESOLUTION              PIC X(8).
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-NOTE                    PIC X(100).
       01  SQL-ACCT-STATUS             PIC X(1).
       01  SQL-CLEAR-TX-ID             PIC 9(18) COMP-5.
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-TRACE-NUMBER            PIC X(15).
       01  SQL-ODFI-ROUTING            PIC X(8).
       01  SQL-COMPANY-ID              PIC X(10).
       01  SQL-COMPANY-NAME            PIC X(16).
       01  SQL-SEC-CODE                PIC X(3).
       01  SQL-TRAN-CODE               PIC X(2).
       01  SQL-DFI-ACCOUNT             PIC X(17).
       01  SQL-INDIVIDUAL-NAME         PIC X(22).
       01  SQL-RETURN-CODE             PIC X(3).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every item still open, oldest first, with its days in
      * suspense as of the business date
       EXEC SQL
           DECLARE AGING_CURSOR CURSOR FOR
           SELECT SUSPENSE_ID, TX_ID, ORIG_ACC_ID, CURRENCY, AMOUNT,
                  REASON_CODE, SUSPENSE_DATE,
                  DATEDIFF(DAY, SUSPENSE_DATE, :SQL-BUS-DATE)
           FROM dbo.SuspenseItems
           WHERE STATUS = 'O'
           ORDER BY SUSPENSE_DATE, SUSPENSE_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'SUSPENSE_MAINT - Suspense Item Resolution'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-BUS-DATE.
           MOVE 'SUSPENSE_MAINT' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.
           PERFORM PROCESS-CSV-FILE.
           PERFORM CLOSE-RETURN-FILE.
           PERFORM WRITE-AGING-REPORT.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'SUSPENSE_MAINT completed successfully'.
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

      *    Allow the resolutions CSV path to be overridden from the
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
      * PROCESS-CSV-FILE: Read and apply all resolution rows. A missing
      * file is a night with nothing to resolve, not an error
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT RESOLUTIONS-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No suspense resolutions file tonight - status '
                       WS-CSV-FILE-STATUS
               GO TO PROCESS-CSV-FILE-EXIT
           END-IF.
           MOVE 'Y' TO WS-INPUT-FILE-FOUND.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row
           READ RESOLUTIONS-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'WARNING: Empty suspense resolutions file'
                   CLOSE RESOLUTIONS-CSV
                   PERFORM CLOSE-REJECT-FILE
                   GO TO PROCESS-CSV-FILE-EXIT
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE RESOLUTIONS-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the suspense_resolutions_rejects.csv
      * file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT RESOLUTIONS-REJECTS-CSV.
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
           MOVE 'SUSPENSE_MAINT' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the suspense_resolutions_rejects.csv
      * file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE RESOLUTIONS-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single resolution row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ RESOLUTIONS-CSV INTO WS-CSV-LINE
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
               PERFORM APPLY-RESOLUTION-ROW
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-SUSPENSE-ID-STR.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (2)) TO WS-CSV-ACTION.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-TARGET.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-OFFICER-ID.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-NOTE.
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
      * VALIDATE-CSV-FIELDS: Apply validation rules to parsed data.
      * Every row names an open suspense item and the officer who
      * resolved it; REDIRECT needs an open destination account, and
      * RETURN either an external account for a parked credit or an
      * ACH receipt the item can go back on
      ******************************************************************
       VALIDATE-CSV-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACE TO WS-RETURN-ROUTE.

           IF WS-CSV-SUSPENSE-ID-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-SUSPENSE-ID-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - SUSPENSE_ID is not numeric'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'SUSPENSE_ID is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-SUSPENSE-ID =
               FUNCTION NUMVAL(WS-CSV-SUSPENSE-ID-STR).

           IF NOT CSV-ACTION-REDIRECT AND NOT CSV-ACTION-RETURN
               AND NOT CSV-ACTION-WRITEOFF
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Invalid ACTION: ' WS-CSV-ACTION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACTION must be REDIRECT, RETURN or WRITEOFF'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-OFFICER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - OFFICER_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OFFICER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    The item must be on the queue and still open
           MOVE SPACES TO SQL-ITEM-STATUS.
           EXEC SQL
               SELECT TX_ID, ORIG_ACC_ID, AMOUNT, CURRENCY,
                      REASON_CODE, STATUS
               INTO :SQL-TX-ID, :SQL-ORIG-ACC-ID, :SQL-AMOUNT,
                    :SQL-CURRENCY, :SQL-REASON-CODE,
                    :SQL-ITEM-STATUS
               FROM dbo.SuspenseItems
               WHERE SUSPENSE_ID = :SQL-SUSPENSE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Suspense item not found: '
                       WS-CSV-SUSPENSE-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Suspense item not found' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF SQL-ITEM-STATUS NOT = 'O'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Suspense item already resolved'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Suspense item already resolved'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CSV-ACTION-REDIRECT
                   PERFORM VALIDATE-REDIRECT-TARGET
               WHEN CSV-ACTION-RETURN
                   PERFORM VALIDATE-RETURN-ROUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-REDIRECT-TARGET: A redirect must name a real, open
      * account on the master - the same test POST_LEDGER applies to
      * the destination when it posts the clearing
      ******************************************************************
       VALIDATE-REDIRECT-TARGET SECTION.
           IF WS-CSV-TARGET = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - REDIRECT needs a TARGET account'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'REDIRECT needs a TARGET account'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-REDIRECT-TARGET-EXIT
           END-IF.

           MOVE WS-CSV-TARGET TO SQL-TARGET.
           MOVE SPACES TO SQL-ACCT-STATUS.
           EXEC SQL
               SELECT STATUS
               INTO :SQL-ACCT-STATUS
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-TARGET
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - TARGET not on account master: '
                       WS-CSV-TARGET
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'TARGET not on account master'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-REDIRECT-TARGET-EXIT
           END-IF.

           IF SQL-ACCT-STATUS NOT = 'O'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - TARGET account is not open: '
                       WS-CSV-TARGET
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'TARGET account is not open' TO WS-REJECT-REASON
           END-IF.
       VALIDATE-REDIRECT-TARGET-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-RETURN-ROUTE: A TARGET of EXT-<routing9>-<account>
      * sends a parked credit back as an outbound transfer; with no
      * TARGET the item must have come in on an ACH receipt not
      * already returned, which goes back to its originator
      ******************************************************************
       VALIDATE-RETURN-ROUTE SECTION.
           IF WS-CSV-TARGET NOT = SPACES
               IF WS-CSV-TARGET (1:4) NOT = 'EXT-'
                   OR WS-CSV-TARGET (5:9) IS NOT NUMERIC
                   OR WS-CSV-TARGET (14:1) NOT = '-'
                   OR WS-CSV-TARGET (15:1) = SPACE
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - RETURN TARGET must be '
                           'EXT-<routing>-<account>'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'RETURN TARGET must be EXT-<routing>-<account>'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-RETURN-ROUTE-EXIT
               END-IF
               IF SQL-AMOUNT NOT > ZERO
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - only a parked credit can be sent out'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Only a parked credit can be returned by transf
      -                'er'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-RETURN-ROUTE-EXIT
               END-IF
               MOVE WS-CSV-TARGET TO SQL-TARGET
               MOVE 'T' TO WS-RETURN-ROUTE
               GO TO VALIDATE-RETURN-ROUTE-EXIT
           END-IF.

           EXEC SQL
               SELECT TOP 1 TRACE_NUMBER, ODFI_ROUTING, COMPANY_ID,
                      COMPANY_NAME, SEC_CODE, TRAN_CODE,
                      DFI_ACCOUNT, INDIVIDUAL_NAME
               INTO :SQL-TRACE-NUMBER, :SQL-ODFI-ROUTING,
                    :SQL-COMPANY-ID, :SQL-COMPANY-NAME,
                    :SQL-SEC-CODE, :SQL-TRAN-CODE,
                    :SQL-DFI-ACCOUNT, :SQL-INDIVIDUAL-NAME
               FROM dbo.AchReceipts
               WHERE TX_ID = :SQL-TX-ID
                 AND STATUS <> 'R'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - no ACH receipt to return the item on'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No ACH receipt for item - RETURN needs an EXT- TA
      -            'RGET'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-RETURN-ROUTE-EXIT
           END-IF.

           IF SQL-ODFI-ROUTING IS NOT NUMERIC
               OR SQL-TRAN-CODE IS NOT NUMERIC
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACH receipt cannot be returned'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACH receipt has no usable routing or tran code'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-RETURN-ROUTE-EXIT
           END-IF.

           MOVE SPACES TO SQL-TARGET.
           MOVE 'A' TO WS-RETURN-ROUTE.
       VALIDATE-RETURN-ROUTE-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-RESOLUTION-ROW: Raise the SUSP-CLEAR that moves the item
      * off HOUSE-SUSPENSE - its AMOUNT is the movement on suspense,
      * the opposite of the parked item's - and close the item with
      * its resolution. An ACH return then goes on the return file
      ******************************************************************
       APPLY-RESOLUTION-ROW SECTION.
           MOVE SPACES TO SQL-NARRATIVE.
           MOVE SQL-SUSPENSE-ID TO WS-SUSPENSE-ID-DISP.
           EVALUATE TRUE
               WHEN CSV-ACTION-REDIRECT
                   MOVE SQL-TARGET TO SQL-DEST-ACC-ID
                   MOVE 'R' TO SQL-NEW-STATUS
                   MOVE 'REDIRECT' TO SQL-RESOLUTION
                   STRING 'Suspense item ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
                              DELIMITED BY SIZE
                          ' redirected from ' DELIMITED BY SIZE
                          FUNCTION TRIM(SQL-ORIG-ACC-ID)
                              DELIMITED BY SIZE
                       INTO SQL-NARRATIVE
                   END-STRING
               WHEN CSV-ACTION-RETURN
                   IF RETURN-BY-TRANSFER
                       MOVE SQL-TARGET TO SQL-DEST-ACC-ID
                   ELSE
                       MOVE WS-CONTRA-ACC-ACH TO SQL-DEST-ACC-ID
                   END-IF
                   MOVE 'T' TO SQL-NEW-STATUS
                   MOVE 'RETURN' TO SQL-RESOLUTION
                   STRING 'Suspense item ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
                              DELIMITED BY SIZE
                          ' returned to sender' DELIMITED BY SIZE
                       INTO SQL-NARRATIVE
                   END-STRING
               WHEN OTHER
                   MOVE WS-CONTRA-ACC-SUSP-WRITEOFF TO SQL-DEST-ACC-ID
                   MOVE 'W' TO SQL-NEW-STATUS
                   MOVE 'WRITEOFF' TO SQL-RESOLUTION
                   STRING 'Suspense item ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
                              DELIMITED BY SIZE
                          ' written off' DELIMITED BY SIZE
                       INTO SQL-NARRATIVE
                   END-STRING
           END-EVALUATE.

           MOVE WS-CONTRA-ACC-SUSPENSE TO SQL-SUSPENSE-ACC-ID.
           COMPUTE SQL-CLEAR-AMOUNT = 0 - SQL-AMOUNT.
           MOVE WS-CSV-OFFICER-ID TO SQL-OFFICER-ID.
           MOVE WS-CSV-NOTE TO SQL-NOTE.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   REFERENCE_TX_ID,
                   COUNTERPARTY_ACC_ID,
                   VALUE_DATE,
                   NARRATIVE
               ) VALUES (
                   :SQL-SUSPENSE-ACC-ID,
                   :SQL-CLEAR-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'SUSP-CLEAR',
                   :SQL-TX-ID,
                   :SQL-DEST-ACC-ID,
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Suspense clearing insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Suspense clearing insert failed'
                   TO WS-REJECT-REASON
               GO TO APPLY-RESOLUTION-ROW-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-CLEAR-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-CLEAR-TX-ID
           END-IF.

           EXEC SQL
               UPDATE dbo.SuspenseItems
               SET STATUS = :SQL-NEW-STATUS,
                   RESOLUTION = :SQL-RESOLUTION,
                   RESOLUTION_TARGET = :SQL-DEST-ACC-ID,
                   RESOLUTION_TX_ID = :SQL-CLEAR-TX-ID,
                   OFFICER_ID = :SQL-OFFICER-ID,
                   RESOLUTION_NOTE = :SQL-NOTE,
                   RESOLVED_DATE = :SQL-BUS-DATE,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   TS_UTC = SYSUTCDATETIME()
               WHERE SUSPENSE_ID = :SQL-SUSPENSE-ID
                 AND STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Suspense item update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               EXEC SQL
                   DELETE FROM dbo.Transactions
                   WHERE TX_ID = :SQL-CLEAR-TX-ID
                     AND POSTED_FLAG = 'N'
               END-EXEC
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Suspense item update failed' TO WS-REJECT-REASON
               GO TO APPLY-RESOLUTION-ROW-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CSV-ACTION-REDIRECT
                   ADD 1 TO WS-ITEMS-REDIRECTED
               WHEN CSV-ACTION-WRITEOFF
                   ADD 1 TO WS-ITEMS-WRITTEN-OFF
               WHEN RETURN-BY-TRANSFER
                   ADD 1 TO WS-ITEMS-RETURNED-XFER
               WHEN OTHER
                   PERFORM RETURN-ACH-RECEIPT
           END-EVALUATE.

           DISPLAY 'Suspense item ' FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
                   ' ' FUNCTION TRIM(SQL-RESOLUTION) ' to '
                   FUNCTION TRIM(SQL-DEST-ACC-ID).
       APPLY-RESOLUTION-ROW-EXIT.
           EXIT.

      ******************************************************************
      * RETURN-ACH-RECEIPT: Send the item back to the bank that
      * originated it - R03 when the account was never ours, R02 when
      * it has been closed - in its own batch on the suspense return
      * file, and mark the receipt returned. The return transaction
      * code is the original's less one
      ******************************************************************
       RETURN-ACH-RECEIPT SECTION.
           IF SQL-REASON-CODE = 'NO-ACCOUNT'
               MOVE 'R03' TO WS-RETURN-REASON-CODE
           ELSE
               MOVE 'R02' TO WS-RETURN-REASON-CODE
           END-IF.
           MOVE WS-RETURN-REASON-CODE TO SQL-RETURN-CODE.

           EXEC SQL
               UPDATE dbo.AchReceipts
               SET STATUS = 'R',
                   RETURN_CODE = :SQL-RETURN-CODE
               WHERE TX_ID = :SQL-TX-ID
                 AND TRACE_NUMBER = :SQL-TRACE-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not mark ACH receipt returned '
                       'for trace ' SQL-TRACE-NUMBER
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           IF NOT RET-FILE-IS-OPEN
               PERFORM OPEN-RETURN-FILE
           END-IF.
           PERFORM WRITE-RETURN-BATCH-HEADER.

           ADD 1 TO WS-RET-TRACE-SEQ.
           COMPUTE WS-RE-TRAN-CODE = FUNCTION NUMVAL(SQL-TRAN-CODE) - 1.
           MOVE SQL-ODFI-ROUTING TO WS-RE-RDFI-ROUTING.
           PERFORM COMPUTE-ROUTING-CHECK-DIGIT.
           MOVE WS-CHECK-RESULT TO WS-RE-CHECK-DIGIT.
           MOVE SQL-DFI-ACCOUNT TO WS-RE-DFI-ACCOUNT.
           COMPUTE WS-RET-AMOUNT-CENTS =
               FUNCTION ABS(SQL-AMOUNT) * 100.
           MOVE WS-RET-AMOUNT-CENTS TO WS-RE-AMOUNT.
           MOVE SPACES TO WS-RE-INDIVIDUAL-ID.
           MOVE SQL-INDIVIDUAL-NAME TO WS-RE-INDIVIDUAL-NAME.
           MOVE SPACES TO WS-RE-DISCRETIONARY.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO WS-RE-TRACE-ROUTING.
           MOVE WS-RET-TRACE-SEQ TO WS-RE-TRACE-SEQ.
           IF RET-FILE-IS-OPEN
               WRITE RETURN-FILE-RECORD FROM WS-RET-ENTRY-REC
               ADD 1 TO WS-RET-RECORD-COUNT
           END-IF.

           MOVE WS-RETURN-REASON-CODE TO WS-RA-RETURN-CODE.
           MOVE SQL-TRACE-NUMBER TO WS-RA-ORIG-TRACE.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO WS-RA-ORIG-RDFI.
           MOVE SPACES TO WS-RA-ADDENDA-INFO.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO WS-RA-TRACE-ROUTING.
           MOVE WS-RET-TRACE-SEQ TO WS-RA-TRACE-SEQ.
           IF RET-FILE-IS-OPEN
               WRITE RETURN-FILE-RECORD FROM WS-RET-ADDENDA-REC
               ADD 1 TO WS-RET-RECORD-COUNT
           END-IF.

      *    A parked credit came in on a credit entry, a parked debit
      *    on a debit entry - the return batch totals follow suit
           ADD 2 TO WS-RET-BATCH-ENTRIES.
           MOVE SQL-ODFI-ROUTING TO WS-CHECK-ROUTING.
           COMPUTE WS-RET-BATCH-HASH =
               FUNCTION MOD(WS-RET-BATCH-HASH + WS-CHECK-ROUTING,
                            10000000000).
           IF SQL-AMOUNT < ZERO
               ADD WS-RET-AMOUNT-CENTS TO WS-RET-BATCH-DEBIT
           ELSE
               ADD WS-RET-AMOUNT-CENTS TO WS-RET-BATCH-CREDIT
           END-IF.
           PERFORM WRITE-RETURN-BATCH-CONTROL.

           ADD 1 TO WS-ITEMS-RETURNED-ACH.
           DISPLAY 'ACH return ' WS-RETURN-REASON-CODE
                   ': trace ' SQL-TRACE-NUMBER
                   ' account ' FUNCTION TRIM(SQL-DFI-ACCOUNT).
       RETURN-ACH-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * COMPUTE-ROUTING-CHECK-DIGIT: Check digit for the 8-digit
      * routing number in SQL-ODFI-ROUTING (weights 3,7,1 repeating;
      * the digit brings the weighted sum to a multiple of ten)
      ******************************************************************
       COMPUTE-ROUTING-CHECK-DIGIT SECTION.
           MOVE ZERO TO WS-CHECK-RESULT.
           IF SQL-ODFI-ROUTING IS NOT NUMERIC
               GO TO COMPUTE-ROUTING-CHECK-DIGIT-EXIT
           END-IF.

           MOVE SQL-ODFI-ROUTING TO WS-CHECK-ROUTING.
           MOVE ZERO TO WS-CHECK-SUM.
           MOVE 1 TO WS-CHECK-IDX.
           PERFORM ADD-ONE-CHECK-WEIGHT UNTIL WS-CHECK-IDX > 8.
           COMPUTE WS-CHECK-RESULT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHECK-SUM, 10), 10).
       COMPUTE-ROUTING-CHECK-DIGIT-EXIT.
           EXIT.

      ******************************************************************
      * ADD-ONE-CHECK-WEIGHT: Weight one routing digit into the sum
      ******************************************************************
       ADD-ONE-CHECK-WEIGHT SECTION.
           COMPUTE WS-CHECK-SUM = WS-CHECK-SUM
               + WS-CHECK-DIGIT-IN (WS-CHECK-IDX)
                 * WS-CHECK-WEIGHT (WS-CHECK-IDX).
           ADD 1 TO WS-CHECK-IDX.
       ADD-ONE-CHECK-WEIGHT-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-RETURN-FILE: Create the return file and its header, on
      * the first ACH return of the night
      ******************************************************************
       OPEN-RETURN-FILE SECTION.
           OPEN OUTPUT RETURN-FILE.
           IF NOT RETURN-FILE-OK
               DISPLAY 'ERROR: Could not open suspense return file'
               DISPLAY 'File status: ' WS-RETURN-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO OPEN-RETURN-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-RET-FILE-OPEN.
           ACCEPT WS-CREATE-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-CREATE-DATE-YYYYMMDD (3:6) TO WS-RH-CREATE-DATE.
           ACCEPT WS-RH-CREATE-TIME FROM TIME.
           MOVE SPACES TO WS-RH-DEST-ROUTING.
           STRING ' ' WS-ACH-ORIGIN-ROUTING DELIMITED BY SIZE
               INTO WS-RH-DEST-ROUTING
           END-STRING.
           MOVE WS-RH-DEST-ROUTING TO WS-RH-ORIGIN-ROUTING.
           WRITE RETURN-FILE-RECORD FROM WS-RET-FILE-HEADER-REC.
           ADD 1 TO WS-RET-RECORD-COUNT.
       OPEN-RETURN-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-RETURN-BATCH-HEADER: Open a mixed-class return batch
      * under the original entry's company
      ******************************************************************
       WRITE-RETURN-BATCH-HEADER SECTION.
           ADD 1 TO WS-RET-BATCH-COUNT.
           MOVE ZERO TO WS-RET-BATCH-ENTRIES.
           MOVE ZERO TO WS-RET-BATCH-HASH.
           MOVE ZERO TO WS-RET-BATCH-DEBIT.
           MOVE ZERO TO WS-RET-BATCH-CREDIT.

           MOVE '200' TO WS-RB-SERVICE-CLASS.
           MOVE SQL-COMPANY-NAME TO WS-RB-COMPANY-NAME.
           MOVE SQL-COMPANY-ID TO WS-RB-COMPANY-ID.
           MOVE SQL-SEC-CODE TO WS-RB-SEC-CODE.
           MOVE 'RETURN' TO WS-RB-ENTRY-DESC.
           MOVE WS-BUS-DATE (3:2) TO WS-RB-EFF-DATE (1:2).
           MOVE WS-BUS-DATE (6:2) TO WS-RB-EFF-DATE (3:2).
           MOVE WS-BUS-DATE (9:2) TO WS-RB-EFF-DATE (5:2).
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO WS-RB-ODFI-ROUTING.
           MOVE WS-RET-BATCH-COUNT TO WS-RB-BATCH-NUMBER.
           IF RET-FILE-IS-OPEN
               WRITE RETURN-FILE-RECORD FROM WS-RET-BATCH-HEADER-REC
               ADD 1 TO WS-RET-RECORD-COUNT
           END-IF.
       WRITE-RETURN-BATCH-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-RETURN-BATCH-CONTROL: Close the return batch and roll
      * its totals into the return file's
      ******************************************************************
       WRITE-RETURN-BATCH-CONTROL SECTION.
           MOVE '200' TO WS-RCB-SERVICE-CLASS.
           MOVE WS-RET-BATCH-ENTRIES TO WS-RCB-ENTRY-COUNT.
           MOVE WS-RET-BATCH-HASH TO WS-RCB-ENTRY-HASH.
           MOVE WS-RET-BATCH-DEBIT TO WS-RCB-TOTAL-DEBIT.
           MOVE WS-RET-BATCH-CREDIT TO WS-RCB-TOTAL-CREDIT.
           MOVE SQL-COMPANY-ID TO WS-RCB-COMPANY-ID.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO WS-RCB-ODFI-ROUTING.
           MOVE WS-RET-BATCH-COUNT TO WS-RCB-BATCH-NUMBER.
           IF RET-FILE-IS-OPEN
               WRITE RETURN-FILE-RECORD FROM WS-RET-BATCH-CONTROL-REC
               ADD 1 TO WS-RET-RECORD-COUNT
           END-IF.

           ADD WS-RET-BATCH-ENTRIES TO WS-RET-FILE-ENTRIES.
           COMPUTE WS-RET-FILE-HASH =
               FUNCTION MOD(WS-RET-FILE-HASH + WS-RET-BATCH-HASH,
                            10000000000).
           ADD WS-RET-BATCH-DEBIT TO WS-RET-FILE-DEBIT.
           ADD WS-RET-BATCH-CREDIT TO WS-RET-FILE-CREDIT.
       WRITE-RETURN-BATCH-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-RETURN-FILE: The '9' file control record, then close
      ******************************************************************
       CLOSE-RETURN-FILE SECTION.
           IF NOT RET-FILE-IS-OPEN
               GO TO CLOSE-RETURN-FILE-EXIT
           END-IF.

           MOVE WS-RET-BATCH-COUNT TO WS-RF-BATCH-COUNT.
           ADD 1 TO WS-RET-RECORD-COUNT.
           COMPUTE WS-RF-BLOCK-COUNT =
               (WS-RET-RECORD-COUNT + 9) / 10.
           MOVE WS-RET-FILE-ENTRIES TO WS-RF-ENTRY-COUNT.
           MOVE WS-RET-FILE-HASH TO WS-RF-ENTRY-HASH.
           MOVE WS-RET-FILE-DEBIT TO WS-RF-TOTAL-DEBIT.
           MOVE WS-RET-FILE-CREDIT TO WS-RF-TOTAL-CREDIT.
           WRITE RETURN-FILE-RECORD FROM WS-RET-FILE-CONTROL-REC.

           CLOSE RETURN-FILE.
           MOVE 'N' TO WS-RET-FILE-OPEN.
           DISPLAY 'Return file written to '
                   '"data/out/suspense_ach_returns.dat"'.
       CLOSE-RETURN-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-AGING-REPORT: One line per open suspense item, bucketed
      * by days in suspense, then the count and net amount in each
      * bucket and the items past the aged-item threshold
      ******************************************************************
       WRITE-AGING-REPORT SECTION.
           MOVE ZERO TO WS-ITEMS-AGED.
           MOVE ZERO TO WS-ITEMS-PAST-THRESHOLD.
           MOVE ZERO TO WS-OPEN-SUSPENSE-AMOUNT.
           INITIALIZE WS-BUCKET-TOTALS.

           OPEN OUTPUT AGING-RPT.
           IF NOT AGING-RPT-OK
               DISPLAY 'WARNING: Could not open suspense aging report'
               DISPLAY 'File status: ' WS-AGING-RPT-STATUS
           END-IF.

           MOVE SPACES TO WS-AGING-LINE.
           STRING 'SUSPENSE ITEM AGING - BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-AGING-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE ALL '=' TO WS-AGING-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE 'BUCKET   SUSPENSE_ID  TX_ID  ORIG_ACC_ID  CCY  AMOUNT
      -        ' REASON  SUSPENSE_DATE  DAYS'
               TO WS-AGING-LINE.
           PERFORM WRITE-AGING-LINE.

           EXEC SQL
               OPEN AGING_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open suspense aging cursor'
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
           MOVE 1 TO WS-BUCKET-IDX.
           PERFORM WRITE-BUCKET-TOTAL-LINE UNTIL WS-BUCKET-IDX > 5.

           MOVE SPACES TO WS-AGING-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-ITEMS-AGED TO WS-COUNT-DISP.
           MOVE WS-OPEN-SUSPENSE-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-AGING-LINE.
           STRING 'Open items: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  '  net amount: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-AGING-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-ITEMS-PAST-THRESHOLD TO WS-COUNT-DISP.
           MOVE WS-SUSPENSE-AGED-DAYS TO WS-DAYS-DISP.
           MOVE SPACES TO WS-AGING-LINE.
           STRING 'Open over ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-DISP) DELIMITED BY SIZE
                  ' days: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-AGING-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
       WRITE-AGING-REPORT-CLOSE.
           IF AGING-RPT-OK
               CLOSE AGING-RPT
               DISPLAY 'Suspense aging report written to '
                       '"data/out/suspense_aging_report.txt"'
           END-IF.
       WRITE-AGING-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-AGING-LINE: Bucket and report one open item
      ******************************************************************
       WRITE-ONE-AGING-LINE SECTION.
           EXEC SQL
               FETCH AGING_CURSOR INTO
                   :SQL-SUSPENSE-ID,
                   :SQL-TX-ID,
                   :SQL-ORIG-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-AMOUNT,
                   :SQL-REASON-CODE,
                   :SQL-SUSPENSE-DATE,
                   :SQL-DAYS-IN-SUSPENSE
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-AGING-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Suspense aging fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-AGING-LINE-EXIT
           END-IF.

           IF SQL-DAYS-IN-SUSPENSE < ZERO
               MOVE ZERO TO SQL-DAYS-IN-SUSPENSE
           END-IF.

           ADD 1 TO WS-ITEMS-AGED.
           ADD SQL-AMOUNT TO WS-OPEN-SUSPENSE-AMOUNT.
           IF SQL-DAYS-IN-SUSPENSE > WS-SUSPENSE-AGED-DAYS
               ADD 1 TO WS-ITEMS-PAST-THRESHOLD
           END-IF.

           MOVE 1 TO WS-BUCKET-IDX.
           PERFORM FIND-AGING-BUCKET
               UNTIL WS-BUCKET-IDX = 5
                  OR SQL-DAYS-IN-SUSPENSE
                         NOT > WS-BUCKET-MAX-DAYS (WS-BUCKET-IDX).
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-IDX).
           ADD SQL-AMOUNT TO WS-BUCKET-AMOUNT (WS-BUCKET-IDX).

           MOVE SQL-SUSPENSE-ID TO WS-SUSPENSE-ID-DISP.
           MOVE SQL-TX-ID TO WS-TX-ID-DISP.
           MOVE SQL-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SQL-DAYS-IN-SUSPENSE TO WS-DAYS-DISP.
           MOVE SPACES TO WS-AGING-LINE.
           MOVE 1 TO WS-AGING-PTR.
           STRING WS-BUCKET-LABEL (WS-BUCKET-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSPENSE-ID-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-ID-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ORIG-ACC-ID) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-REASON-CODE) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SQL-SUSPENSE-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-DISP) DELIMITED BY SIZE
               INTO WS-AGING-LINE
               WITH POINTER WS-AGING-PTR
           END-STRING.
           PERFORM WRITE-AGING-LINE.
       WRITE-ONE-AGING-LINE-EXIT.
           EXIT.

      ******************************************************************
      * FIND-AGING-BUCKET: Step to the next bucket ceiling
      ******************************************************************
       FIND-AGING-BUCKET SECTION.
           ADD 1 TO WS-BUCKET-IDX.
       FIND-AGING-BUCKET-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-BUCKET-TOTAL-LINE: Count and net amount in one bucket
      ******************************************************************
       WRITE-BUCKET-TOTAL-LINE SECTION.
           MOVE WS-BUCKET-COUNT (WS-BUCKET-IDX) TO WS-COUNT-DISP.
           MOVE WS-BUCKET-AMOUNT (WS-BUCKET-IDX) TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-AGING-LINE.
           STRING 'Bucket ' DELIMITED BY SIZE
                  WS-BUCKET-LABEL (WS-BUCKET-IDX) DELIMITED BY SIZE
                  ' items: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  '  amount: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-AGING-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           ADD 1 TO WS-BUCKET-IDX.
       WRITE-BUCKET-TOTAL-LINE-EXIT.
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
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if anything was resolved
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'SUSPENSE_MAINT' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'suspense_resolutions.csv' TO WS-LIN-SRC-TABLE.
           MOVE 'SUSPENSE_ID,ACTION,TARGET,OFFICER_ID,NOTE'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'SuspenseItems,Transactions,AchReceipts'
               TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'STATUS,RESOLUTION,RESOLUTION_TARGET,'
                  DELIMITED BY SIZE
                  'RESOLUTION_TX_ID,OFFICER_ID' DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'SUSP-CLEAR off HOUSE-SUSPENSE per resolution'
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
           MOVE WS-OPEN-SUSPENSE-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Total rows processed:   ' WS-TOTAL-ROWS-PROCESSED.
           DISPLAY '  Rows applied:           ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped:   ' WS-ROWS-INVALID.
           DISPLAY '  Items redirected:       ' WS-ITEMS-REDIRECTED.
           DISPLAY '  Returned by transfer:   ' WS-ITEMS-RETURNED-XFER.
           DISPLAY '  Returned by ACH:        ' WS-ITEMS-RETURNED-ACH.
           DISPLAY '  Items written off:      ' WS-ITEMS-WRITTEN-OFF.
           DISPLAY '  Open items aged:        ' WS-ITEMS-AGED.
           DISPLAY '  Open past threshold:    ' WS-ITEMS-PAST-THRESHOLD.
           DISPLAY '  Open suspense amount:   ' WS-AMOUNT-DISP.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM SUSPENSE-MAINT.
