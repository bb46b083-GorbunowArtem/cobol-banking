       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MAINT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * CARD_MAINT - Debit Card Lifecycle Maintenance and Reissue
      ******************************************************************
      * Purpose: Maintain the debit card master, dbo.Cards, from the
      *          card operations CSV. Each row is one action, every
      *          row naming the officer who requested it:
      *            ISSUE    - a new card for an account and one of its
      *                       holders (the owner or an active
      *                       PRIMARY/JOINT/SIGNER holder). CD and
      *                       LOAN accounts carry no card, and a
      *                       holder has one live card per account.
      *            ACTIVATE - an issued (or blocked) card goes live
      *                       on an open account. Activating a
      *                       replacement retires the card it
      *                       replaces.
      *            BLOCK    - suspend an issued or active card.
      *            HOTCARD  - lost or stolen; the card never
      *                       authorizes again.
      *            REPLACE  - a successor card for the same account
      *                       and holder. The old card keeps working
      *                       until the successor is activated.
      *          Card numbers are the issuer BIN (DB-CONFIG), the
      *          CARD_ID zero-padded to nine digits and a Luhn check
      *          digit; a card is valid WS-CARD-VALID-MONTHS from its
      *          issue date. Every status change is kept on
      *          dbo.CardEvents.
      *          Run with PARM REISSUE, it instead creates a successor
      *          for every active card on an open account expiring
      *          next month - on the last processing day of the month
      *          only (REISSUE NOW runs it on any date).
      *          Either way, every issued card not yet sent to the
      *          embosser is written to the embosser vendor's file,
      *          sequenced through dbo.ReplicationWatermark the way
      *          AVAIL_BAL_FEED sequences its snapshots. Closing an
      *          account in ACCOUNT_MASTER blocks its cards; the card
      *          status file for the switch rides with
      *          AVAIL_BAL_FEED.
      *          PARM/command line: REISSUE [NOW], or the path of the
      *          card actions CSV to load
      * Input:   data/in/card_actions.csv (CSV format), dbo.Accounts,
      *          dbo.AccountHolders, dbo.Customers, dbo.Cards
      * Output:  dbo.Cards, dbo.CardEvents,
      *          data/out/card_emboss_<sequence>.dat
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=CARD_MAINT
      * LINEAGE: SRC=csv.filesystem.card_actions.csv(ACTION,CARD_ID,
      *               ACC_ID,CUSTOMER_ID,CARDHOLDER_NAME,REASON,
      *               OFFICER_ID)
      * LINEAGE: TGT=sqlserver.dbo.Cards(CARD_ID,CARD_NUMBER,ACC_ID,
      *               CUSTOMER_ID,CARDHOLDER_NAME,EXPIRY_MONTH,
      *               STATUS,BLOCK_REASON,REPLACES_CARD_ID,
      *               EMBOSS_STATUS,EMBOSS_FILE_SEQ)
      * LINEAGE: TGT=sqlserver.dbo.CardEvents(CARD_ID,ACTION,
      *               OLD_STATUS,NEW_STATUS,REASON,OFFICER_ID)
      * LINEAGE: TGT=file.filesystem.card_emboss.dat(CARD_NUMBER,
      *               CARDHOLDER_NAME,EXPIRY,ADDRESS_LINE1,
      *               ADDRESS_LINE2)
      * LINEAGE: MAP=ACTION -> STATUS [VALIDATE, DERIVE]
      * LINEAGE: MAP=CARD_ID -> CARD_NUMBER [BIN + ID + LUHN]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-ACTIONS-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT CARD-REJECTS-CSV
               ASSIGN TO "data/out/card_actions_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT EMBOSS-FILE
               ASSIGN TO WS-EMBOSS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMBOSS-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-ACTIONS-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  CARD-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  EMBOSS-FILE.
       01  EMBOSS-FILE-RECORD          PIC X(300).

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

       01  WS-EMBOSS-FILE-STATUS       PIC XX.
           88  EMBOSS-FILE-OK          VALUE '00'.

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
               VALUE 'data/in/card_actions.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * Command-line / PARM parsing: REISSUE selects the month-end
      * reissue run, REISSUE NOW forces it on any date
       01  WS-PARM-TEXT                PIC X(256).
       01  WS-PARM-OPTION              PIC X(8).
       01  WS-PARM-VALID               PIC X VALUE 'Y'.
           88  PARM-IS-VALID           VALUE 'Y'.
       01  WS-RUN-MODE                 PIC X VALUE 'A'.
           88  RUN-MODE-ACTIONS        VALUE 'A'.
           88  RUN-MODE-REISSUE        VALUE 'R'.
       01  WS-FORCE-RUN-FLAG           PIC X VALUE 'N'.
           88  FORCE-RUN               VALUE 'Y'.
       01  WS-RUN-DUE-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-DUE              VALUE 'Y'.

      * Reissue month: the calendar month after the business date
       01  WS-NEXT-MONTH.
           05  WS-NEXT-YYYY            PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-NEXT-MM              PIC 9(2).

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

      * Parsed card action fields
       01  WS-CSV-ACTION               PIC X(8).
           88  CSV-ACTION-ISSUE        VALUE 'ISSUE'.
           88  CSV-ACTION-ACTIVATE     VALUE 'ACTIVATE'.
           88  CSV-ACTION-BLOCK        VALUE 'BLOCK'.
           88  CSV-ACTION-HOTCARD      VALUE 'HOTCARD'.
           88  CSV-ACTION-REPLACE      VALUE 'REPLACE'.
       01  WS-CSV-CARD-ID-STR          PIC X(20).
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-CUSTOMER-ID          PIC X(32).
       01  WS-CSV-CARDHOLDER-NAME      PIC X(64).
       01  WS-CSV-REASON               PIC X(64).
       01  WS-CSV-OFFICER-ID           PIC X(32).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Card creation / status change outcome
       01  WS-CARD-CREATED-FLAG        PIC X VALUE 'N'.
           88  CARD-WAS-CREATED        VALUE 'Y'.
       01  WS-STATUS-CHANGED-FLAG      PIC X VALUE 'N'.
           88  STATUS-WAS-CHANGED      VALUE 'Y'.

      * Card number assembly: BIN + nine-digit CARD_ID + Luhn digit
       01  WS-CARD-SERIAL              PIC 9(9).
       01  WS-LUHN-BODY                PIC X(15).
       01  WS-LUHN-POS                 PIC 9(2) COMP-5.
       01  WS-LUHN-DIGIT               PIC 9.
       01  WS-LUHN-PRODUCT             PIC 9(2).
       01  WS-LUHN-SUM                 PIC 9(4) COMP-5.
       01  WS-LUHN-CHECK               PIC 9.
       01  WS-CARD-ID-DISP             PIC Z(17)9.

      * Embosser file rendering working storage
       01  WS-EMBOSS-LINE              PIC X(300).
       01  WS-EMBOSS-EXPIRY            PIC X(5).
       01  WS-COUNT-DISP               PIC 9(9).

      * Embosser file sequence number: the vendor refuses a file
      * whose sequence is not higher than the last one it loaded.
      * Kept in dbo.ReplicationWatermark under SOURCE_NAME
      * CARD_EMBOSS
       01  WS-FILE-SEQUENCE            PIC 9(12) VALUE ZERO.
       01  WS-EMBOSS-FILE-NAME         PIC X(64).
       01  WS-NEW-MARK                 PIC X(32).

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CARDS-ISSUED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CARDS-ACTIVATED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CARDS-BLOCKED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CARDS-HOT-CARDED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CARDS-REPLACED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CARDS-REISSUED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CARDS-RETIRED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EMBOSS-RECORDS           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(11)
                                        VALUE 'CARD_MAINT_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CARD-ID                 PIC 9(18) COMP-5.
       01  SQL-PRIOR-CARD-ID           PIC 9(18) COMP-5.
       01  SQL-REPLACES-CARD-ID        PIC 9(18) COMP-5.
       01  SQL-CARD-NUMBER             PIC X(16).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-CARDHOLDER-NAME         PIC X(26).
       01  SQL-CUSTOMER-NAME           PIC X(64).
       01  SQL-CUSTOMER-STATUS         PIC X(1).
       01  SQL-CARD-STATUS             PIC X(1).
       01  SQL-OLD-STATUS              PIC X(1).
       01  SQL-NEW-STATUS              PIC X(1).
       01  SQL-EVENT-ACTION            PIC X(8).
       01  SQL-REASON                  PIC X(64).
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-ACCT-STATUS             PIC X(1).
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-EXPIRY-MONTH            PIC X(7).
       01  SQL-NEXT-MONTH              PIC X(7).
       01  SQL-VALID-MONTHS            PIC S9(4) COMP-5.
       01  SQL-ADDR1                   PIC X(64).
       01  SQL-ADDR2                   PIC X(64).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-RUN-ID                  PIC X(64).
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-LAST-PROC-DATE          PIC X(10).
       01  SQL-PRIOR-MARK              PIC X(32).
       01  SQL-NEW-MARK                PIC X(32).
       01  SQL-EMBOSS-SEQ              PIC S9(12) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
       01  SQL-REPLACES-CARD-ID-NULL   PIC S9(4) COMP-5.
       01  SQL-LAST-PROC-DATE-NULL     PIC S9(4) COMP-5.
       01  SQL-PRIOR-MARK-NULL         PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Active cards on open accounts expiring next month that have
      * no successor yet - a card already replaced, or reissued by an
      * earlier run, is left alone
       EXEC SQL
           DECLARE REISSUE_CURSOR CURSOR FOR
           SELECT C.CARD_ID, C.ACC_ID, C.CUSTOMER_ID,
                  C.CARDHOLDER_NAME
           FROM dbo.Cards C
           JOIN dbo.Accounts A ON A.ACC_ID = C.ACC_ID
           WHERE C.STATUS = 'A'
             AND C.EXPIRY_MONTH = :SQL-NEXT-MONTH
             AND A.STATUS = 'O'
             AND NOT EXISTS (
                 SELECT 1 FROM dbo.Cards S
                 WHERE S.REPLACES_CARD_ID = C.CARD_ID)
           ORDER BY C.CARD_ID
       END-EXEC.

      * Issued cards not yet sent to the embosser, with the mailing
      * address of the holder the card is issued to
       EXEC SQL
           DECLARE EMBOSS_CURSOR CURSOR FOR
           SELECT C.CARD_ID, C.CARD_NUMBER, C.CARDHOLDER_NAME,
                  C.EXPIRY_MONTH, C.ACC_ID,
                  COALESCE(CU.ADDRESS_LINE1, ' '),
                  COALESCE(CU.ADDRESS_LINE2, ' ')
           FROM dbo.Cards C
           LEFT JOIN dbo.Customers CU
               ON CU.CUSTOMER_ID = C.CUSTOMER_ID
           WHERE C.STATUS = 'I'
             AND C.EMBOSS_STATUS = 'P'
           ORDER BY C.CARD_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'CARD_MAINT - Debit Card Lifecycle Maintenance'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: CARD_MAINT [REISSUE [NOW] | '
                       'input-csv]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.

           IF RUN-MODE-REISSUE
               PERFORM CHECK-REISSUE-DUE
               IF RUN-IS-DUE
                   PERFORM REISSUE-EXPIRING-CARDS
               END-IF
           ELSE
               PERFORM PROCESS-CSV-FILE
           END-IF.

      *    A reissue run that is not due leaves everything, the
      *    embosser file included, to the month-end run
           IF RUN-MODE-ACTIONS OR RUN-IS-DUE
               PERFORM WRITE-EMBOSS-FILE
           END-IF.

           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'CARD_MAINT completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM and set up the run
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE 1 TO WS-ROW-NUMBER.
           MOVE 'Y' TO WS-PARM-VALID.
           MOVE 'A' TO WS-RUN-MODE.
           MOVE 'N' TO WS-FORCE-RUN-FLAG.
           MOVE 'N' TO WS-RUN-DUE-FLAG.

      *    REISSUE [NOW] selects the reissue run; anything else on
      *    the command line (or JCL PARM) overrides the CSV path, the
      *    same convention the other CSV ingesters use
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
               TO WS-PARM-TEXT.
           IF WS-PARM-TEXT (1:7) = 'REISSUE'
               AND WS-PARM-TEXT (8:1) = SPACE
               MOVE 'R' TO WS-RUN-MODE
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
               DISPLAY 'Run mode: month-end card reissue'
           ELSE
               IF WS-COMMAND-LINE NOT = SPACES
                   MOVE WS-COMMAND-LINE TO WS-INPUT-FILE-NAME
               END-IF
               DISPLAY 'Input file: ' WS-INPUT-FILE-NAME
           END-IF.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TIMESTAMP FROM TIME.
           MOVE WS-RUN-ID-TIMESTAMP TO WS-RUN-ID-TS.
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.
           MOVE WS-CARD-VALID-MONTHS TO SQL-VALID-MONTHS.
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
      * CHECK-REISSUE-DUE: Reissue runs on the last processing day of
      * the month (dbo.BusinessCalendar), so every card expiring next
      * month is replaced a full month ahead. REISSUE NOW forces it
      ******************************************************************
       CHECK-REISSUE-DUE SECTION.
           MOVE 'N' TO WS-RUN-DUE-FLAG.

           MOVE WS-BUS-DATE (1:4) TO WS-NEXT-YYYY.
           MOVE WS-BUS-DATE (6:2) TO WS-NEXT-MM.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           MOVE WS-NEXT-MONTH TO SQL-NEXT-MONTH.

           IF FORCE-RUN
               MOVE 'Y' TO WS-RUN-DUE-FLAG
               GO TO CHECK-REISSUE-DUE-SHOW
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
               MOVE 'CARD_MAINT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Month-end lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO CHECK-REISSUE-DUE-EXIT
           END-IF.

           IF SQL-LAST-PROC-DATE-NULL = -1
               DISPLAY 'ERROR: No processing days on '
                       'dbo.BusinessCalendar for ' WS-BUS-DATE (1:7)
               ADD 1 TO WS-ERRORS
               GO TO CHECK-REISSUE-DUE-EXIT
           END-IF.

           IF WS-BUS-DATE NOT = SQL-LAST-PROC-DATE
               DISPLAY 'Business date ' WS-BUS-DATE ' is not the '
                       'last processing day of ' WS-BUS-DATE (1:7)
                       ' - no card reissue tonight'
               GO TO CHECK-REISSUE-DUE-EXIT
           END-IF.

           MOVE 'Y' TO WS-RUN-DUE-FLAG.

       CHECK-REISSUE-DUE-SHOW.
           DISPLAY 'Reissuing cards expiring ' SQL-NEXT-MONTH.
       CHECK-REISSUE-DUE-EXIT.
           EXIT.

      ******************************************************************
      * REISSUE-EXPIRING-CARDS: A successor for every active card on
      * an open account expiring next month
      ******************************************************************
       REISSUE-EXPIRING-CARDS SECTION.
           EXEC SQL
               OPEN REISSUE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open reissue cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REISSUE-EXPIRING-CARDS-EXIT
           END-IF.

           PERFORM REISSUE-ONE-CARD
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE REISSUE_CURSOR
           END-EXEC.
       REISSUE-EXPIRING-CARDS-EXIT.
           EXIT.

      ******************************************************************
      * REISSUE-ONE-CARD: Successor card for the same account, holder
      * and embossed name. The expiring card stays active until the
      * holder activates the new one
      ******************************************************************
       REISSUE-ONE-CARD SECTION.
           EXEC SQL
               FETCH REISSUE_CURSOR INTO
                   :SQL-PRIOR-CARD-ID,
                   :SQL-ACC-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-CARDHOLDER-NAME
           END-EXEC.

           IF SQLCODE = 100
               GO TO REISSUE-ONE-CARD-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Reissue cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REISSUE-ONE-CARD-EXIT
           END-IF.

           MOVE SQL-PRIOR-CARD-ID TO SQL-REPLACES-CARD-ID.
           MOVE 0 TO SQL-REPLACES-CARD-ID-NULL.
           MOVE 'CARD_MAINT' TO SQL-OFFICER-ID.
           MOVE 'REISSUE' TO SQL-EVENT-ACTION.
           MOVE SPACES TO SQL-REASON.
           MOVE SQL-PRIOR-CARD-ID TO WS-CARD-ID-DISP.
           STRING 'EXPIRY REISSUE OF CARD ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CARD-ID-DISP) DELIMITED BY SIZE
               INTO SQL-REASON
           END-STRING.

           PERFORM CREATE-CARD.

           IF CARD-WAS-CREATED
               ADD 1 TO WS-CARDS-REISSUED
           ELSE
               ADD 1 TO WS-ERRORS
               MOVE 'CARD_MAINT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SPACES TO WS-ERR-CONTEXT
               STRING 'CARD ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CARD-ID-DISP) DELIMITED BY SIZE
                   INTO WS-ERR-CONTEXT
               END-STRING
               MOVE WS-REJECT-REASON TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       REISSUE-ONE-CARD-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-FILE: Read and process all CSV rows
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT CARD-ACTIONS-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ CARD-ACTIONS-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE CARD-ACTIONS-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE CARD-ACTIONS-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the card_actions_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT CARD-REJECTS-CSV.
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
           MOVE 'CARD_MAINT' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the card_actions_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE CARD-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single card action row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ CARD-ACTIONS-CSV INTO WS-CSV-LINE
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
               PERFORM APPLY-CARD-ACTION
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
           MOVE WS-CSV-FIELD (2) TO WS-CSV-CARD-ID-STR.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-CUSTOMER-ID.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-CARDHOLDER-NAME.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-REASON.
           MOVE WS-CSV-FIELD (7) TO WS-CSV-OFFICER-ID.
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
      * VALIDATE-CSV-FIELDS: Apply validation rules to parsed data
      ******************************************************************
       VALIDATE-CSV-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

      *    Validate ACTION
           MOVE FUNCTION UPPER-CASE(WS-CSV-ACTION) TO WS-CSV-ACTION.
           IF NOT CSV-ACTION-ISSUE
               AND NOT CSV-ACTION-ACTIVATE
               AND NOT CSV-ACTION-BLOCK
               AND NOT CSV-ACTION-HOTCARD
               AND NOT CSV-ACTION-REPLACE
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Invalid ACTION: ' WS-CSV-ACTION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACTION is not a card action' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Every card action must name its requesting officer
           IF WS-CSV-OFFICER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - OFFICER_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OFFICER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-OFFICER-ID TO SQL-OFFICER-ID.

      *    A block or hot-card must say why
           IF (CSV-ACTION-BLOCK OR CSV-ACTION-HOTCARD)
               AND WS-CSV-REASON = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - REASON is required to ' WS-CSV-ACTION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'REASON is required for BLOCK and HOTCARD'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CSV-REASON) TO SQL-REASON.

      *    ISSUE names the account and holder; every other action
      *    names the card
           IF CSV-ACTION-ISSUE
               IF WS-CSV-ACC-ID = SPACES
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - ACC_ID is empty'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               IF WS-CSV-CUSTOMER-ID = SPACES
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - CUSTOMER_ID is empty'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'CUSTOMER_ID is empty' TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-CARD-ID-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-CARD-ID-STR) NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CARD_ID is not numeric: ' WS-CSV-CARD-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CARD_ID is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF FUNCTION NUMVAL(WS-CSV-CARD-ID-STR) < 1
               OR FUNCTION NUMVAL(WS-CSV-CARD-ID-STR) NOT =
                  FUNCTION INTEGER-PART
                      (FUNCTION NUMVAL(WS-CSV-CARD-ID-STR))
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CARD_ID is not a card number: '
                       WS-CSV-CARD-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CARD_ID is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-CARD-ID = FUNCTION NUMVAL(WS-CSV-CARD-ID-STR).
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-CARD-ACTION: Route a validated row to its action
      ******************************************************************
       APPLY-CARD-ACTION SECTION.
           IF NOT CSV-ACTION-ISSUE
               PERFORM LOAD-CARD
               IF ROW-IS-INVALID
                   GO TO APPLY-CARD-ACTION-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CSV-ACTION-ISSUE
                   PERFORM ISSUE-CARD
               WHEN CSV-ACTION-ACTIVATE
                   PERFORM ACTIVATE-CARD
               WHEN CSV-ACTION-BLOCK
                   PERFORM BLOCK-CARD
               WHEN CSV-ACTION-HOTCARD
                   PERFORM HOTCARD-CARD
               WHEN CSV-ACTION-REPLACE
                   PERFORM REPLACE-CARD
           END-EVALUATE.
       APPLY-CARD-ACTION-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-CARD: The named card, its holder and its account's
      * status. When the row also names an account, the card must be
      * on it
      ******************************************************************
       LOAD-CARD SECTION.
           EXEC SQL
               SELECT C.ACC_ID, C.CUSTOMER_ID, C.CARDHOLDER_NAME,
                      C.STATUS, C.REPLACES_CARD_ID, A.STATUS
               INTO :SQL-ACC-ID, :SQL-CUSTOMER-ID,
                    :SQL-CARDHOLDER-NAME, :SQL-CARD-STATUS,
                    :SQL-REPLACES-CARD-ID:SQL-REPLACES-CARD-ID-NULL,
                    :SQL-ACCT-STATUS
               FROM dbo.Cards C
               JOIN dbo.Accounts A ON A.ACC_ID = C.ACC_ID
               WHERE C.CARD_ID = :SQL-CARD-ID
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CARD_ID not on card master: '
                       WS-CSV-CARD-ID-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CARD_ID not on card master' TO WS-REJECT-REASON
               GO TO LOAD-CARD-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Card lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Card lookup failed' TO WS-REJECT-REASON
               GO TO LOAD-CARD-EXIT
           END-IF.

           IF SQL-REPLACES-CARD-ID-NULL = -1
               MOVE ZERO TO SQL-REPLACES-CARD-ID
           END-IF.

           IF WS-CSV-ACC-ID NOT = SPACES
               AND WS-CSV-ACC-ID NOT = SQL-ACC-ID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CARD_ID is not on ACC_ID ' WS-CSV-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CARD_ID is not on ACC_ID' TO WS-REJECT-REASON
           END-IF.
       LOAD-CARD-EXIT.
           EXIT.

      ******************************************************************
      * ISSUE-CARD: A new card for an open deposit account and one of
      * its holders. The embossed name defaults to the customer's
      * name on the customer master
      ******************************************************************
       ISSUE-CARD SECTION.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE SPACES TO SQL-ACCT-STATUS.
           MOVE SPACES TO SQL-ACC-TYPE.
           EXEC SQL
               SELECT STATUS, COALESCE(ACC_TYPE, '')
               INTO :SQL-ACCT-STATUS, :SQL-ACC-TYPE
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_ID not on account master: '
                       WS-CSV-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID not on account master' TO WS-REJECT-REASON
               GO TO ISSUE-CARD-EXIT
           END-IF.

           IF SQL-ACCT-STATUS NOT = 'O'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Account is not open: ' WS-CSV-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Account is not open' TO WS-REJECT-REASON
               GO TO ISSUE-CARD-EXIT
           END-IF.

           IF SQL-ACC-TYPE = 'CD' OR SQL-ACC-TYPE = 'LOAN'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Account type carries no card: '
                       SQL-ACC-TYPE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Account type carries no card' TO WS-REJECT-REASON
               GO TO ISSUE-CARD-EXIT
           END-IF.

      *    The cardholder must be the owner or an active primary,
      *    joint or signing holder on the account
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Accounts A
               WHERE A.ACC_ID = :SQL-ACC-ID
                 AND (A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                      OR EXISTS (
                          SELECT 1 FROM dbo.AccountHolders H
                          WHERE H.ACC_ID = A.ACC_ID
                            AND H.CUSTOMER_ID = :SQL-CUSTOMER-ID
                            AND H.STATUS = 'A'
                            AND H.HOLDER_ROLE IN ('PRIMARY',
                                                  'JOINT',
                                                  'SIGNER')))
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-EXISTS-COUNT = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CUSTOMER_ID is not a holder on the account'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CUSTOMER_ID is not a holder on the account'
                   TO WS-REJECT-REASON
               GO TO ISSUE-CARD-EXIT
           END-IF.

           MOVE SPACES TO SQL-CUSTOMER-NAME.
           MOVE SPACES TO SQL-CUSTOMER-STATUS.
           EXEC SQL
               SELECT COALESCE(NAME, ' '), STATUS
               INTO :SQL-CUSTOMER-NAME, :SQL-CUSTOMER-STATUS
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-CUSTOMER-STATUS NOT = 'A'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CUSTOMER_ID is not an active customer: '
                       WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CUSTOMER_ID is not an active customer'
                   TO WS-REJECT-REASON
               GO TO ISSUE-CARD-EXIT
           END-IF.

      *    One live card per holder per account - a lost or damaged
      *    card is replaced, not issued again
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Cards
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND STATUS IN ('I', 'A', 'B')
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer already holds a card on the account'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer already holds a card on the account'
                   TO WS-REJECT-REASON
               GO TO ISSUE-CARD-EXIT
           END-IF.

           IF WS-CSV-CARDHOLDER-NAME = SPACES
               MOVE FUNCTION UPPER-CASE(SQL-CUSTOMER-NAME)
                   TO SQL-CARDHOLDER-NAME
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-CSV-CARDHOLDER-NAME)
                   TO SQL-CARDHOLDER-NAME
           END-IF.

           MOVE ZERO TO SQL-REPLACES-CARD-ID.
           MOVE -1 TO SQL-REPLACES-CARD-ID-NULL.
           MOVE 'ISSUE' TO SQL-EVENT-ACTION.
           PERFORM CREATE-CARD.

           IF CARD-WAS-CREATED
               ADD 1 TO WS-CARDS-ISSUED
           ELSE
               MOVE 'N' TO WS-ROW-VALID
           END-IF.
       ISSUE-CARD-EXIT.
           EXIT.

      ******************************************************************
      * ACTIVATE-CARD: An issued card goes live, or a blocked one is
      * released, on an open account. A replacement's activation
      * retires the card it replaces
      ******************************************************************
       ACTIVATE-CARD SECTION.
           IF SQL-CARD-STATUS NOT = 'I' AND SQL-CARD-STATUS NOT = 'B'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Card cannot be activated from status '
                       SQL-CARD-STATUS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Card is not issued or blocked' TO WS-REJECT-REASON
               GO TO ACTIVATE-CARD-EXIT
           END-IF.

           IF SQL-ACCT-STATUS NOT = 'O'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Account is not open: ' SQL-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Account is not open' TO WS-REJECT-REASON
               GO TO ACTIVATE-CARD-EXIT
           END-IF.

           MOVE 'A' TO SQL-NEW-STATUS.
           MOVE 'ACTIVATE' TO SQL-EVENT-ACTION.
           PERFORM CHANGE-CARD-STATUS.
           IF NOT STATUS-WAS-CHANGED
               MOVE 'N' TO WS-ROW-VALID
               GO TO ACTIVATE-CARD-EXIT
           END-IF.

           ADD 1 TO WS-CARDS-ACTIVATED.

           IF SQL-REPLACES-CARD-ID NOT = ZERO
               PERFORM RETIRE-PREDECESSOR
           END-IF.
       ACTIVATE-CARD-EXIT.
           EXIT.

      ******************************************************************
      * RETIRE-PREDECESSOR: The card a newly activated replacement
      * supersedes stops working. A hot-carded predecessor stays
      * hot-carded
      ******************************************************************
       RETIRE-PREDECESSOR SECTION.
           MOVE SQL-CARD-ID TO WS-CARD-ID-DISP.
           MOVE SQL-REPLACES-CARD-ID TO SQL-CARD-ID.

           EXEC SQL
               SELECT STATUS INTO :SQL-CARD-STATUS
               FROM dbo.Cards
               WHERE CARD_ID = :SQL-CARD-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO RETIRE-PREDECESSOR-EXIT
           END-IF.

           IF SQL-CARD-STATUS NOT = 'I'
               AND SQL-CARD-STATUS NOT = 'A'
               AND SQL-CARD-STATUS NOT = 'B'
               GO TO RETIRE-PREDECESSOR-EXIT
           END-IF.

           MOVE 'R' TO SQL-NEW-STATUS.
           MOVE 'RETIRE' TO SQL-EVENT-ACTION.
           MOVE SPACES TO SQL-REASON.
           STRING 'REPLACED BY CARD ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CARD-ID-DISP) DELIMITED BY SIZE
               INTO SQL-REASON
           END-STRING.
           PERFORM CHANGE-CARD-STATUS.

           IF STATUS-WAS-CHANGED
               ADD 1 TO WS-CARDS-RETIRED
           END-IF.
       RETIRE-PREDECESSOR-EXIT.
           EXIT.

      ******************************************************************
      * BLOCK-CARD: Suspend an issued or active card
      ******************************************************************
       BLOCK-CARD SECTION.
           IF SQL-CARD-STATUS NOT = 'I' AND SQL-CARD-STATUS NOT = 'A'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Card cannot be blocked from status '
                       SQL-CARD-STATUS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Card is not issued or active' TO WS-REJECT-REASON
               GO TO BLOCK-CARD-EXIT
           END-IF.

           MOVE 'B' TO SQL-NEW-STATUS.
           MOVE 'BLOCK' TO SQL-EVENT-ACTION.
           PERFORM CHANGE-CARD-STATUS.

           IF STATUS-WAS-CHANGED
               ADD 1 TO WS-CARDS-BLOCKED
           ELSE
               MOVE 'N' TO WS-ROW-VALID
           END-IF.
       BLOCK-CARD-EXIT.
           EXIT.

      ******************************************************************
      * HOTCARD-CARD: Lost or stolen - the card is dead for good
      ******************************************************************
       HOTCARD-CARD SECTION.
           IF SQL-CARD-STATUS NOT = 'I'
               AND SQL-CARD-STATUS NOT = 'A'
               AND SQL-CARD-STATUS NOT = 'B'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Card cannot be hot-carded from status '
                       SQL-CARD-STATUS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Card is already hot-carded or replaced'
                   TO WS-REJECT-REASON
               GO TO HOTCARD-CARD-EXIT
           END-IF.

           MOVE 'H' TO SQL-NEW-STATUS.
           MOVE 'HOTCARD' TO SQL-EVENT-ACTION.
           PERFORM CHANGE-CARD-STATUS.

           IF STATUS-WAS-CHANGED
               ADD 1 TO WS-CARDS-HOT-CARDED
           ELSE
               MOVE 'N' TO WS-ROW-VALID
           END-IF.
       HOTCARD-CARD-EXIT.
           EXIT.

      ******************************************************************
      * REPLACE-CARD: A successor card for the same account and
      * holder. The old card keeps its status until the successor is
      * activated
      ******************************************************************
       REPLACE-CARD SECTION.
           IF SQL-CARD-STATUS = 'R'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Card has already been replaced'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Card has already been replaced' TO WS-REJECT-REASON
               GO TO REPLACE-CARD-EXIT
           END-IF.

           IF SQL-ACCT-STATUS NOT = 'O'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Account is not open: ' SQL-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Account is not open' TO WS-REJECT-REASON
               GO TO REPLACE-CARD-EXIT
           END-IF.

           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Cards
               WHERE REPLACES_CARD_ID = :SQL-CARD-ID
                 AND STATUS = 'I'
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Replacement already issued for the card'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Replacement already issued for the card'
                   TO WS-REJECT-REASON
               GO TO REPLACE-CARD-EXIT
           END-IF.

           IF WS-CSV-CARDHOLDER-NAME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CSV-CARDHOLDER-NAME)
                   TO SQL-CARDHOLDER-NAME
           END-IF.

           MOVE SQL-CARD-ID TO SQL-REPLACES-CARD-ID.
           MOVE 0 TO SQL-REPLACES-CARD-ID-NULL.
           MOVE 'REPLACE' TO SQL-EVENT-ACTION.
           PERFORM CREATE-CARD.

           IF CARD-WAS-CREATED
               ADD 1 TO WS-CARDS-REPLACED
           ELSE
               MOVE 'N' TO WS-ROW-VALID
           END-IF.
       REPLACE-CARD-EXIT.
           EXIT.

      ******************************************************************
      * CREATE-CARD: Insert a card awaiting activation and embossing,
      * valid WS-CARD-VALID-MONTHS from the business date, then number
      * it from the identity it was given. Expects the account,
      * holder, embossed name, predecessor (if any), officer and
      * event action to be set
      ******************************************************************
       CREATE-CARD SECTION.
           MOVE 'N' TO WS-CARD-CREATED-FLAG.

           EXEC SQL
               INSERT INTO dbo.Cards (
                   ACC_ID,
                   CUSTOMER_ID,
                   CARDHOLDER_NAME,
                   EXPIRY_MONTH,
                   STATUS,
                   REPLACES_CARD_ID,
                   EMBOSS_STATUS,
                   ISSUED_DATE,
                   STATUS_TS_UTC,
                   OFFICER_ID,
                   RUN_ID
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-CUSTOMER-ID,
                   RTRIM(:SQL-CARDHOLDER-NAME),
                   CONVERT(CHAR(7),
                       DATEADD(MONTH, :SQL-VALID-MONTHS,
                               CAST(:SQL-BUS-DATE AS DATE)), 120),
                   'I',
                   :SQL-REPLACES-CARD-ID:SQL-REPLACES-CARD-ID-NULL,
                   'P',
                   :SQL-BUS-DATE,
                   SYSUTCDATETIME(),
                   :SQL-OFFICER-ID,
                   :SQL-RUN-ID
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Card insert failed for ' SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Card insert failed' TO WS-REJECT-REASON
               GO TO CREATE-CARD-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-CARD-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not read new CARD_ID for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Could not read new CARD_ID' TO WS-REJECT-REASON
               GO TO CREATE-CARD-EXIT
           END-IF.

      *    Issuer BIN, nine-digit card serial, Luhn check digit
           MOVE SQL-CARD-ID TO WS-CARD-SERIAL.
           MOVE SPACES TO WS-LUHN-BODY.
           STRING WS-CARD-BIN DELIMITED BY SIZE
                  WS-CARD-SERIAL DELIMITED BY SIZE
               INTO WS-LUHN-BODY
           END-STRING.
           PERFORM COMPUTE-LUHN-DIGIT.
           MOVE SPACES TO SQL-CARD-NUMBER.
           STRING WS-LUHN-BODY DELIMITED BY SIZE
                  WS-LUHN-CHECK DELIMITED BY SIZE
               INTO SQL-CARD-NUMBER
           END-STRING.

           EXEC SQL
               UPDATE dbo.Cards
               SET CARD_NUMBER = :SQL-CARD-NUMBER
               WHERE CARD_ID = :SQL-CARD-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Card numbering failed for card '
                       SQL-CARD-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Card numbering failed' TO WS-REJECT-REASON
               GO TO CREATE-CARD-EXIT
           END-IF.

           MOVE SPACE TO SQL-OLD-STATUS.
           MOVE 'I' TO SQL-NEW-STATUS.
           PERFORM RECORD-CARD-EVENT.

           MOVE 'Y' TO WS-CARD-CREATED-FLAG.
           DISPLAY 'Card ' SQL-CARD-NUMBER ' issued on ' SQL-ACC-ID.
       CREATE-CARD-EXIT.
           EXIT.

      ******************************************************************
      * COMPUTE-LUHN-DIGIT: Mod-10 check digit over the fifteen digits
      * in WS-LUHN-BODY - every second digit doubled, starting from
      * the rightmost
      ******************************************************************
       COMPUTE-LUHN-DIGIT SECTION.
           MOVE ZERO TO WS-LUHN-SUM.
           PERFORM ADD-ONE-LUHN-DIGIT
               VARYING WS-LUHN-POS FROM 15 BY -1
               UNTIL WS-LUHN-POS < 1.
           COMPUTE WS-LUHN-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).
       COMPUTE-LUHN-DIGIT-EXIT.
           EXIT.

      ******************************************************************
      * ADD-ONE-LUHN-DIGIT: Odd positions are doubled (the check digit
      * will sit at position sixteen), products over nine reduced
      ******************************************************************
       ADD-ONE-LUHN-DIGIT SECTION.
           MOVE WS-LUHN-BODY (WS-LUHN-POS:1) TO WS-LUHN-DIGIT.
           IF FUNCTION MOD(WS-LUHN-POS, 2) = 1
               COMPUTE WS-LUHN-PRODUCT = WS-LUHN-DIGIT * 2
               IF WS-LUHN-PRODUCT > 9
                   SUBTRACT 9 FROM WS-LUHN-PRODUCT
               END-IF
           ELSE
               MOVE WS-LUHN-DIGIT TO WS-LUHN-PRODUCT
           END-IF.
           ADD WS-LUHN-PRODUCT TO WS-LUHN-SUM.
       ADD-ONE-LUHN-DIGIT-EXIT.
           EXIT.

      ******************************************************************
      * CHANGE-CARD-STATUS: Move SQL-CARD-ID from SQL-CARD-STATUS to
      * SQL-NEW-STATUS and record the event. The old status is part
      * of the WHERE, so a card changed under us is left alone
      ******************************************************************
       CHANGE-CARD-STATUS SECTION.
           MOVE 'N' TO WS-STATUS-CHANGED-FLAG.
           MOVE SQL-CARD-STATUS TO SQL-OLD-STATUS.

           EXEC SQL
               UPDATE dbo.Cards
               SET STATUS = :SQL-NEW-STATUS,
                   BLOCK_REASON =
                       CASE WHEN :SQL-NEW-STATUS IN ('B', 'H')
                                THEN NULLIF(RTRIM(:SQL-REASON), '')
                            WHEN :SQL-NEW-STATUS = 'A'
                                THEN NULL
                            ELSE BLOCK_REASON
                       END,
                   ACTIVATED_TS_UTC =
                       CASE WHEN :SQL-NEW-STATUS = 'A'
                                THEN COALESCE(ACTIVATED_TS_UTC,
                                              SYSUTCDATETIME())
                            ELSE ACTIVATED_TS_UTC
                       END,
                   STATUS_TS_UTC = SYSUTCDATETIME(),
                   OFFICER_ID = :SQL-OFFICER-ID,
                   RUN_ID = :SQL-RUN-ID
               WHERE CARD_ID = :SQL-CARD-ID
                 AND STATUS = :SQL-OLD-STATUS
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'ERROR: Card ' SQL-CARD-ID
                       ' changed status during the run'
               MOVE 'Card changed status during the run'
                   TO WS-REJECT-REASON
               GO TO CHANGE-CARD-STATUS-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Card status update failed for card '
                       SQL-CARD-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Card status update failed' TO WS-REJECT-REASON
               GO TO CHANGE-CARD-STATUS-EXIT
           END-IF.

           PERFORM RECORD-CARD-EVENT.
           MOVE 'Y' TO WS-STATUS-CHANGED-FLAG.
       CHANGE-CARD-STATUS-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-CARD-EVENT: One permanent dbo.CardEvents row for the
      * status change just made
      ******************************************************************
       RECORD-CARD-EVENT SECTION.
           EXEC SQL
               INSERT INTO dbo.CardEvents (
                   CARD_ID,
                   ACTION,
                   OLD_STATUS,
                   NEW_STATUS,
                   REASON,
                   OFFICER_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-CARD-ID,
                   :SQL-EVENT-ACTION,
                   NULLIF(:SQL-OLD-STATUS, ' '),
                   :SQL-NEW-STATUS,
                   NULLIF(RTRIM(:SQL-REASON), ''),
                   :SQL-OFFICER-ID,
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Card event insert failed for card '
                       SQL-CARD-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'CARD_MAINT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-EVENT-ACTION TO WS-ERR-CONTEXT
               MOVE 'Card event insert failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       RECORD-CARD-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-EMBOSS-FILE: Every issued card not yet sent goes to the
      * embosser vendor - header with the file sequence and our
      * issuer code, one record per card, trailer with the count.
      * Nothing pending, no file
      ******************************************************************
       WRITE-EMBOSS-FILE SECTION.
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Cards
               WHERE STATUS = 'I'
                 AND EMBOSS_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Embosser pending count failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-EMBOSS-FILE-EXIT
           END-IF.

           IF SQL-EXISTS-COUNT = ZERO
               DISPLAY 'No cards awaiting the embosser'
               GO TO WRITE-EMBOSS-FILE-EXIT
           END-IF.

           PERFORM GET-FILE-SEQUENCE.
           MOVE WS-FILE-SEQUENCE TO SQL-EMBOSS-SEQ.

           MOVE SPACES TO WS-EMBOSS-FILE-NAME.
           STRING 'data/out/card_emboss_' DELIMITED BY SIZE
                  WS-FILE-SEQUENCE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-EMBOSS-FILE-NAME
           END-STRING.

           OPEN OUTPUT EMBOSS-FILE.
           IF NOT EMBOSS-FILE-OK
               DISPLAY 'ERROR: Could not open embosser file'
               DISPLAY 'File status: ' WS-EMBOSS-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-EMBOSS-FILE-EXIT
           END-IF.

           MOVE SPACES TO WS-EMBOSS-LINE.
           STRING 'H|CARD_EMBOSS|' DELIMITED BY SIZE
                  WS-FILE-SEQUENCE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CARD-EMBOSS-ISSUER-ID)
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-RUN-ID) DELIMITED BY SIZE
               INTO WS-EMBOSS-LINE
           END-STRING.
           WRITE EMBOSS-FILE-RECORD FROM WS-EMBOSS-LINE.

           EXEC SQL
               OPEN EMBOSS_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open embosser cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               CLOSE EMBOSS-FILE
               GO TO WRITE-EMBOSS-FILE-EXIT
           END-IF.

           PERFORM WRITE-ONE-EMBOSS-RECORD
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE EMBOSS_CURSOR
           END-EXEC.

           MOVE WS-EMBOSS-RECORDS TO WS-COUNT-DISP.
           MOVE SPACES TO WS-EMBOSS-LINE.
           STRING 'T|' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-EMBOSS-LINE
           END-STRING.
           WRITE EMBOSS-FILE-RECORD FROM WS-EMBOSS-LINE.

           CLOSE EMBOSS-FILE.
           DISPLAY 'Embosser file written to '
                   FUNCTION TRIM(WS-EMBOSS-FILE-NAME).

           PERFORM SAVE-FILE-SEQUENCE.
       WRITE-EMBOSS-FILE-EXIT.
           EXIT.

      ******************************************************************
      * GET-FILE-SEQUENCE: Next embosser file sequence number - one
      * past the last one sent
      ******************************************************************
       GET-FILE-SEQUENCE SECTION.
           EXEC SQL
               SELECT WATERMARK_UTC
               INTO :SQL-PRIOR-MARK:SQL-PRIOR-MARK-NULL
               FROM dbo.ReplicationWatermark
               WHERE SOURCE_NAME = 'CARD_EMBOSS'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-PRIOR-MARK-NULL = -1
               MOVE ZERO TO WS-FILE-SEQUENCE
           ELSE
               COMPUTE WS-FILE-SEQUENCE =
                   FUNCTION NUMVAL(SQL-PRIOR-MARK (1:12))
           END-IF.

           ADD 1 TO WS-FILE-SEQUENCE.
           DISPLAY 'Embosser file sequence: ' WS-FILE-SEQUENCE.
       GET-FILE-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-EMBOSS-RECORD: One card to emboss and mail, then
      * mark it sent on this file
      ******************************************************************
       WRITE-ONE-EMBOSS-RECORD SECTION.
           EXEC SQL
               FETCH EMBOSS_CURSOR INTO
                   :SQL-CARD-ID,
                   :SQL-CARD-NUMBER,
                   :SQL-CARDHOLDER-NAME,
                   :SQL-EXPIRY-MONTH,
                   :SQL-ACC-ID,
                   :SQL-ADDR1,
                   :SQL-ADDR2
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-EMBOSS-RECORD-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Embosser cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-EMBOSS-RECORD-EXIT
           END-IF.

      *    The card face carries the expiry as MM/YY
           MOVE SPACES TO WS-EMBOSS-EXPIRY.
           STRING SQL-EXPIRY-MONTH (6:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  SQL-EXPIRY-MONTH (3:2) DELIMITED BY SIZE
               INTO WS-EMBOSS-EXPIRY
           END-STRING.
           MOVE SQL-CARD-ID TO WS-CARD-ID-DISP.

           MOVE SPACES TO WS-EMBOSS-LINE.
           STRING 'D|' DELIMITED BY SIZE
                  SQL-CARD-NUMBER DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CARD-ID-DISP) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CARDHOLDER-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-EMBOSS-EXPIRY DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ADDR1) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ADDR2) DELIMITED BY SIZE
               INTO WS-EMBOSS-LINE
           END-STRING.
           WRITE EMBOSS-FILE-RECORD FROM WS-EMBOSS-LINE.
           ADD 1 TO WS-EMBOSS-RECORDS.

           EXEC SQL
               UPDATE dbo.Cards
               SET EMBOSS_STATUS = 'S',
                   EMBOSS_FILE_SEQ = :SQL-EMBOSS-SEQ
               WHERE CARD_ID = :SQL-CARD-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not mark card ' SQL-CARD-ID
                       ' sent to the embosser'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'CARD_MAINT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SPACES TO WS-ERR-CONTEXT
               STRING 'CARD ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CARD-ID-DISP) DELIMITED BY SIZE
                   INTO WS-ERR-CONTEXT
               END-STRING
               MOVE 'Embosser sent mark failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       WRITE-ONE-EMBOSS-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * SAVE-FILE-SEQUENCE: Persist the sequence just sent
      ******************************************************************
       SAVE-FILE-SEQUENCE SECTION.
           MOVE SPACES TO WS-NEW-MARK.
           MOVE WS-FILE-SEQUENCE TO WS-NEW-MARK (1:12).
           MOVE WS-NEW-MARK TO SQL-NEW-MARK.

           EXEC SQL
               MERGE dbo.ReplicationWatermark AS target
               USING (SELECT 'CARD_EMBOSS' AS SOURCE_NAME,
                             :SQL-NEW-MARK AS WATERMARK_UTC)
                   AS source
               ON (target.SOURCE_NAME = source.SOURCE_NAME)
               WHEN MATCHED THEN
                   UPDATE SET WATERMARK_UTC = source.WATERMARK_UTC
               WHEN NOT MATCHED THEN
                   INSERT (SOURCE_NAME, WATERMARK_UTC)
                   VALUES (source.SOURCE_NAME, source.WATERMARK_UTC)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not save embosser sequence'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       SAVE-FILE-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we applied an action, reissued or embossed
           IF WS-ROWS-VALID = ZERO
               AND WS-CARDS-REISSUED = ZERO
               AND WS-EMBOSS-RECORDS = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'CARD_MAINT' TO WS-LIN-PROGRAM.
           IF RUN-MODE-REISSUE
               MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE
               MOVE 'dbo' TO WS-LIN-SRC-SCHEMA
               MOVE 'Cards,Accounts' TO WS-LIN-SRC-TABLE
               MOVE 'CARD_ID,ACC_ID,CUSTOMER_ID,EXPIRY_MONTH,STATUS'
                   TO WS-LIN-SRC-COLS
           ELSE
               MOVE 'csv' TO WS-LIN-SRC-ENGINE
               MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA
               MOVE 'card_actions.csv' TO WS-LIN-SRC-TABLE
               MOVE SPACES TO WS-LIN-SRC-COLS
               STRING 'ACTION,CARD_ID,ACC_ID,CUSTOMER_ID,'
                      DELIMITED BY SIZE
                      'CARDHOLDER_NAME,REASON,OFFICER_ID'
                      DELIMITED BY SIZE
                   INTO WS-LIN-SRC-COLS
               END-STRING
           END-IF.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'Cards,CardEvents' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'CARD_ID,CARD_NUMBER,ACC_ID,CUSTOMER_ID,'
                  DELIMITED BY SIZE
                  'CARDHOLDER_NAME,EXPIRY_MONTH,STATUS,'
                  DELIMITED BY SIZE
                  'REPLACES_CARD_ID,EMBOSS_STATUS' DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Card lifecycle; BIN + CARD_ID + Luhn card numbers'
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
           DISPLAY '  Cards issued:         ' WS-CARDS-ISSUED.
           DISPLAY '  Cards activated:      ' WS-CARDS-ACTIVATED.
           DISPLAY '  Cards blocked:        ' WS-CARDS-BLOCKED.
           DISPLAY '  Cards hot-carded:     ' WS-CARDS-HOT-CARDED.
           DISPLAY '  Cards replaced:       ' WS-CARDS-REPLACED.
           DISPLAY '  Cards reissued:       ' WS-CARDS-REISSUED.
           DISPLAY '  Cards retired:        ' WS-CARDS-RETIRED.
           DISPLAY '  Cards to embosser:    ' WS-EMBOSS-RECORDS.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM CARD-MAINT.
