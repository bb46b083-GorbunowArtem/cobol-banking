       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTRO-RECON.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * NOSTRO_RECON - Nostro Account Reconciliation
      ******************************************************************
      * Purpose: Reconcile each foreign-currency nostro account we
      *          hold with a correspondent bank (NOSTRO-ACCOUNTS)
      *          against the correspondent's daily statement. The
      *          MT950 / camt.053 statements arrive flattened by the
      *          SWIFT gateway into one CSV: booked opening and
      *          closing balances (:60F:/:62F:, OPBD/CLBD) and one
      *          NTRY row per statement line (:61:, Ntry). Statement
      *          lines and our nostro ledger entries both land in
      *          dbo.NostroReconItems; each unmatched statement line
      *          is paired with an unmatched ledger item of the same
      *          currency and signed amount whose reference agrees or
      *          whose value date falls within WS-NOSTRO-VALUE-DATE-TOL
      *          days. Items on either side that stay unmatched carry
      *          forward, aged from their value date, until they
      *          match or treasury operations clears them. Each
      *          currency's closing balance is then proved: our
      *          ledger balance, adjusted by the open items on both
      *          sides, must equal the correspondent's closing
      *          balance. A currency that does not prove ends the
      *          step with return code 4.
      * Input:   data/in/nostro_statements.csv
      *          dbo.LedgerEntries (nostro ledger accounts)
      * Output:  dbo.NostroReconItems
      *          dbo.NostroStatementBalances
      *          dbo.NostroBalanceProofs
      *          data/out/nostro_recon_breaks.csv
      *          data/out/nostro_recon_proof.txt
      * Lineage: transform_kind=reconcile
      ******************************************************************
      * LINEAGE: PROGRAM=NOSTRO_RECON
      * LINEAGE: SRC=csv.filesystem.nostro_statements.csv(
      *               CORRESPONDENT_BIC,CURRENCY,STATEMENT_NO,
      *               RECORD_TYPE,VALUE_DATE,AMOUNT,REFERENCE)
      * LINEAGE: SRC=sqlserver.dbo.LedgerEntries(ENTRY_ID,TX_ID,
      *               ACC_ID,DEBIT,CREDIT,CURRENCY,VALUE_DATE)
      * LINEAGE: TGT=sqlserver.dbo.NostroReconItems(ITEM_REF,SIDE,
      *               STATUS,MATCHED_REF,AGE_DAYS)
      * LINEAGE: TGT=sqlserver.dbo.NostroBalanceProofs(CURRENCY,
      *               LEDGER_BAL,STATEMENT_BAL,DIFFERENCE)
      * LINEAGE: MAP=AMOUNT,VALUE_DATE,REFERENCE -> MATCHED_REF
      *               [ITEM MATCH]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT BREAK-RPT-CSV
               ASSIGN TO "data/out/nostro_recon_breaks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-FILE-STATUS.

           SELECT PROOF-RPT
               ASSIGN TO "data/out/nostro_recon_proof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  BREAK-RPT-CSV.
       01  BREAK-CSV-RECORD            PIC X(256).

       FD  PROOF-RPT.
       01  PROOF-RECORD                PIC X(132).

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
       COPY NOSTRO-ACCOUNTS.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(13)
                                        VALUE 'NOSTRO_RECON_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-END-OF-FILE         VALUE '10'.
       01  WS-BREAK-FILE-STATUS        PIC XX.
           88  BREAK-FILE-OK           VALUE '00'.
       01  WS-PROOF-FILE-STATUS        PIC XX.
           88  PROOF-FILE-OK           VALUE '00'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Input file name (overridden from the command line/PARM if given)
       01  WS-INPUT-FILE-NAME          PIC X(256)
               VALUE 'data/in/nostro_statements.csv'.
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

      * Parsed statement fields. RECORD_TYPE is the camt.053 code the
      * gateway maps both formats to: OPBD/CLBD for the booked
      * opening/closing balance, NTRY for a statement line. AMOUNT
      * is signed from our side - a credit on the correspondent's
      * books (funds into our nostro) is positive
       01  WS-CSV-CORRESP-BIC          PIC X(11).
       01  WS-CSV-CURRENCY             PIC X(3).
       01  WS-CSV-STATEMENT-NO         PIC X(16).
       01  WS-CSV-RECORD-TYPE          PIC X(4).
           88  CSV-OPENING-BALANCE     VALUE 'OPBD'.
           88  CSV-CLOSING-BALANCE     VALUE 'CLBD'.
           88  CSV-STATEMENT-LINE      VALUE 'NTRY'.
       01  WS-CSV-VALUE-DATE           PIC X(10).
       01  WS-CSV-AMOUNT-STR           PIC X(20).
       01  WS-CSV-REFERENCE            PIC X(32).

      * Statement line numbering: lines are numbered within their
      * statement in file order, so a re-delivered statement produces
      * the same item references and is skipped as a duplicate
       01  WS-PREV-STATEMENT-KEY       PIC X(19) VALUE SPACES.
       01  WS-CURR-STATEMENT-KEY       PIC X(19).
       01  WS-STMT-LINE-NO             PIC 9(4) COMP-5 VALUE ZERO.
       01  WS-STMT-LINE-NO-DISP        PIC 9(4).

      * Break report working storage
       01  WS-BREAK-LINE               PIC X(256).
       01  WS-AMOUNT-DISP              PIC -(16)9.99.
       01  WS-AGE-DISP                 PIC Z(4)9.
       01  WS-SIDE-NAME                PIC X(9).

      * Balance proof working storage
       01  WS-PROOF-LINE               PIC X(132).
       01  WS-PROOF-LABEL              PIC X(48).
       01  WS-PROOF-AMOUNT             PIC S9(16)V99 COMP-3.
       01  WS-COUNT-DISP               PIC Z(6)9.
       01  WS-ADJUSTED-LEDGER-BAL      PIC S9(16)V99 COMP-3.
       01  WS-STATEMENT-FOUND-FLAG     PIC X VALUE 'N'.
           88  STATEMENT-ON-FILE       VALUE 'Y'.

      * Row counters
       01  WS-BALANCES-INGESTED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LINES-INGESTED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LINES-DUPLICATE          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LINES-INVALID            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LEDGER-CAPTURED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-MATCHED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-STATEMENT-BREAKS         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LEDGER-BREAKS            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CCY-PROVEN               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CCY-UNPROVEN             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ITEM-REF                PIC X(40).
       01  SQL-MATCH-REF               PIC X(40).
       01  SQL-SIDE                    PIC X(1).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-CORRESP-BIC             PIC X(11).
       01  SQL-STATEMENT-NO            PIC X(16).
       01  SQL-BALANCE-TYPE            PIC X(1).
       01  SQL-AMOUNT                  PIC S9(16)V99 COMP-3.
       01  SQL-VALUE-DATE              PIC X(10).
       01  SQL-REFERENCE               PIC X(32).
       01  SQL-AGE-DAYS                PIC S9(9) COMP-5.
       01  SQL-DUP-COUNT               PIC S9(9) COMP-3.
       01  SQL-DATE-TOL                PIC S9(4) COMP-5.
       01  SQL-NOSTRO-ACC              PIC X(32).
       01  SQL-LEDGER-BAL              PIC S9(16)V99 COMP-3.
       01  SQL-STATEMENT-BAL           PIC S9(16)V99 COMP-3.
       01  SQL-STATEMENT-DATE          PIC X(10).
       01  SQL-OPEN-LEDGER             PIC S9(16)V99 COMP-3.
       01  SQL-OPEN-LEDGER-COUNT       PIC S9(9) COMP-5.
       01  SQL-OPEN-STATEMENT          PIC S9(16)V99 COMP-3.
       01  SQL-OPEN-STMT-COUNT         PIC S9(9) COMP-5.
       01  SQL-DIFFERENCE              PIC S9(16)V99 COMP-3.
       01  SQL-PROVEN-FLAG             PIC X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every statement line still unmatched - new tonight or carried
       EXEC SQL
           DECLARE STMT_OPEN_CURSOR CURSOR FOR
           SELECT ITEM_REF, CURRENCY, AMOUNT, VALUE_DATE,
                  COALESCE(REFERENCE, ' ')
           FROM dbo.NostroReconItems
           WHERE SIDE = 'S'
             AND STATUS = 'U'
           ORDER BY CURRENCY, VALUE_DATE, ITEM_REF
       END-EXEC.

      * Everything still open on either side, currency by currency
       EXEC SQL
           DECLARE BREAK_CURSOR CURSOR FOR
           SELECT CURRENCY, SIDE, ITEM_REF, COALESCE(REFERENCE, ' '),
                  AMOUNT, VALUE_DATE, AGE_DAYS
           FROM dbo.NostroReconItems
           WHERE STATUS = 'U'
           ORDER BY CURRENCY, SIDE DESC, VALUE_DATE, ITEM_REF
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'NOSTRO_RECON - Nostro Reconciliation'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           MOVE 'NOSTRO_RECON' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.
           PERFORM INGEST-STATEMENT-FILE.
           PERFORM CAPTURE-LEDGER-ITEMS.
           PERFORM MATCH-STATEMENT-ITEMS.
           PERFORM AGE-OPEN-ITEMS.
           PERFORM WRITE-BREAK-REPORT.
           PERFORM PROVE-BALANCES.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           EVALUATE TRUE
               WHEN WS-ERRORS > 0
                   DISPLAY 'NOSTRO_RECON completed with errors'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CCY-UNPROVEN > 0
                   DISPLAY 'NOSTRO_RECON completed - '
                           'closing balance not proven'
      *            A warning, not a stop: treasury investigates the
      *            break while the rest of the night runs
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'NOSTRO_RECON completed successfully'
           END-EVALUATE.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE WS-NOSTRO-VALUE-DATE-TOL TO SQL-DATE-TOL.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE TO WS-INPUT-FILE-NAME
           END-IF.
           DISPLAY 'Input file: ' WS-INPUT-FILE-NAME.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
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

           PERFORM GET-BUSINESS-DATE.
       CONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * INGEST-STATEMENT-FILE: Land tonight's correspondent statements.
      * A missing file is not an error - the carried open items still
      * re-match and age, and the proof runs on the last statements
      ******************************************************************
       INGEST-STATEMENT-FILE SECTION.
           OPEN INPUT STATEMENT-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No correspondent statements tonight - aging '
                       'carried items only'
               GO TO INGEST-STATEMENT-FILE-EXIT
           END-IF.

           READ STATEMENT-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty statement file'
                   CLOSE STATEMENT-CSV
                   GO TO INGEST-STATEMENT-FILE-EXIT
           END-READ.
           DISPLAY 'CSV header: ' WS-CSV-HEADER.

           PERFORM INGEST-ONE-RECORD UNTIL CSV-END-OF-FILE.

           CLOSE STATEMENT-CSV.
           DISPLAY 'Statement lines ingested: ' WS-LINES-INGESTED.
           DISPLAY 'Statement balances ingested: '
                   WS-BALANCES-INGESTED.
       INGEST-STATEMENT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * INGEST-ONE-RECORD: Parse and validate one statement record and
      * land it as a balance or a statement line. The currency must
      * be one we hold a nostro in, and the statement must come from
      * that nostro's correspondent
      ******************************************************************
       INGEST-ONE-RECORD SECTION.
           READ STATEMENT-CSV INTO WS-CSV-LINE
               AT END
                   SET CSV-END-OF-FILE TO TRUE
                   GO TO INGEST-ONE-RECORD-EXIT
           END-READ.

           PERFORM SPLIT-CSV-LINE.

           IF WS-CSV-STATEMENT-NO = SPACES
               OR WS-CSV-VALUE-DATE = SPACES
               OR WS-CSV-AMOUNT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               OR NOT (CSV-OPENING-BALANCE OR CSV-CLOSING-BALANCE
                       OR CSV-STATEMENT-LINE)
               ADD 1 TO WS-LINES-INVALID
               GO TO INGEST-ONE-RECORD-EXIT
           END-IF.

           SET WS-NOS-IDX TO 1.
           SEARCH WS-NOS-ENTRY
               AT END
                   DISPLAY 'WARNING: No nostro held in '
                           WS-CSV-CURRENCY ' - statement record '
                           'rejected'
                   ADD 1 TO WS-LINES-INVALID
                   GO TO INGEST-ONE-RECORD-EXIT
               WHEN WS-NOS-CURRENCY (WS-NOS-IDX) = WS-CSV-CURRENCY
                   CONTINUE
           END-SEARCH.

           IF WS-CSV-CORRESP-BIC NOT = WS-NOS-CORRESP-BIC (WS-NOS-IDX)
               DISPLAY 'WARNING: ' WS-CSV-CURRENCY ' statement from '
                       WS-CSV-CORRESP-BIC ' - expected '
                       WS-NOS-CORRESP-BIC (WS-NOS-IDX)
               ADD 1 TO WS-LINES-INVALID
               GO TO INGEST-ONE-RECORD-EXIT
           END-IF.

      *    Number the lines within their statement
           MOVE SPACES TO WS-CURR-STATEMENT-KEY.
           STRING WS-CSV-CURRENCY DELIMITED BY SIZE
                  WS-CSV-STATEMENT-NO DELIMITED BY SIZE
               INTO WS-CURR-STATEMENT-KEY
           END-STRING.
           IF WS-CURR-STATEMENT-KEY NOT = WS-PREV-STATEMENT-KEY
               MOVE WS-CURR-STATEMENT-KEY TO WS-PREV-STATEMENT-KEY
               MOVE ZERO TO WS-STMT-LINE-NO
           END-IF.

           MOVE WS-CSV-CURRENCY TO SQL-CURRENCY.
           MOVE WS-CSV-CORRESP-BIC TO SQL-CORRESP-BIC.
           MOVE WS-CSV-STATEMENT-NO TO SQL-STATEMENT-NO.
           MOVE WS-CSV-VALUE-DATE TO SQL-VALUE-DATE.
           COMPUTE SQL-AMOUNT =
               FUNCTION NUMVAL(WS-CSV-AMOUNT-STR).

           IF CSV-STATEMENT-LINE
               ADD 1 TO WS-STMT-LINE-NO
               PERFORM STORE-STATEMENT-LINE
           ELSE
               PERFORM STORE-STATEMENT-BALANCE
           END-IF.
       INGEST-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * STORE-STATEMENT-BALANCE: Land an opening or closing balance,
      * once per statement
      ******************************************************************
       STORE-STATEMENT-BALANCE SECTION.
           IF CSV-OPENING-BALANCE
               MOVE 'O' TO SQL-BALANCE-TYPE
           ELSE
               MOVE 'C' TO SQL-BALANCE-TYPE
           END-IF.

           MOVE ZERO TO SQL-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DUP-COUNT
               FROM dbo.NostroStatementBalances
               WHERE CURRENCY = :SQL-CURRENCY
                 AND STATEMENT_NO = :SQL-STATEMENT-NO
                 AND BALANCE_TYPE = :SQL-BALANCE-TYPE
           END-EXEC.

           IF SQLCODE = 0 AND SQL-DUP-COUNT > ZERO
               GO TO STORE-STATEMENT-BALANCE-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.NostroStatementBalances (
                   CURRENCY,
                   CORRESP_BIC,
                   STATEMENT_NO,
                   BALANCE_TYPE,
                   BALANCE_DATE,
                   AMOUNT,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-CURRENCY,
                   :SQL-CORRESP-BIC,
                   :SQL-STATEMENT-NO,
                   :SQL-BALANCE-TYPE,
                   :SQL-VALUE-DATE,
                   :SQL-AMOUNT,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Balance insert failed for '
                       SQL-CURRENCY ' statement '
                       FUNCTION TRIM(SQL-STATEMENT-NO)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO STORE-STATEMENT-BALANCE-EXIT
           END-IF.

           ADD 1 TO WS-BALANCES-INGESTED.
       STORE-STATEMENT-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * STORE-STATEMENT-LINE: Land a statement line as an unmatched
      * statement-side item. NONREF is the statement's way of saying
      * the correspondent carried no reference for us
      ******************************************************************
       STORE-STATEMENT-LINE SECTION.
           MOVE WS-STMT-LINE-NO TO WS-STMT-LINE-NO-DISP.
           MOVE SPACES TO SQL-ITEM-REF.
           STRING WS-CSV-CURRENCY DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-STATEMENT-NO) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-STMT-LINE-NO-DISP DELIMITED BY SIZE
               INTO SQL-ITEM-REF
           END-STRING.

           MOVE ZERO TO SQL-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DUP-COUNT
               FROM dbo.NostroReconItems
               WHERE ITEM_REF = :SQL-ITEM-REF
           END-EXEC.

           IF SQLCODE = 0 AND SQL-DUP-COUNT > ZERO
               ADD 1 TO WS-LINES-DUPLICATE
               GO TO STORE-STATEMENT-LINE-EXIT
           END-IF.

           IF FUNCTION UPPER-CASE(WS-CSV-REFERENCE) = 'NONREF'
               MOVE SPACES TO SQL-REFERENCE
           ELSE
               MOVE WS-CSV-REFERENCE TO SQL-REFERENCE
           END-IF.

           EXEC SQL
               INSERT INTO dbo.NostroReconItems (
                   ITEM_REF,
                   SIDE,
                   CURRENCY,
                   CORRESP_BIC,
                   AMOUNT,
                   VALUE_DATE,
                   REFERENCE,
                   STATUS,
                   AGE_DAYS,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ITEM-REF,
                   'S',
                   :SQL-CURRENCY,
                   :SQL-CORRESP-BIC,
                   :SQL-AMOUNT,
                   :SQL-VALUE-DATE,
                   :SQL-REFERENCE,
                   'U',
                   0,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Statement line insert failed for '
                       FUNCTION TRIM(SQL-ITEM-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO STORE-STATEMENT-LINE-EXIT
           END-IF.

           ADD 1 TO WS-LINES-INGESTED.
       STORE-STATEMENT-LINE-EXIT.
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
               GO TO SPLIT-CSV-LINE-MAP
           END-IF.

           MOVE 1 TO WS-CSV-CHAR-IDX.
           PERFORM SCAN-ONE-CSV-CHAR
               UNTIL WS-CSV-CHAR-IDX > WS-CSV-LINE-LENGTH.

       SPLIT-CSV-LINE-MAP.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (1))
               TO WS-CSV-CORRESP-BIC.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (2))
               TO WS-CSV-CURRENCY.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-STATEMENT-NO.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (4))
               TO WS-CSV-RECORD-TYPE.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-VALUE-DATE.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-AMOUNT-STR.
           MOVE WS-CSV-FIELD (7) TO WS-CSV-REFERENCE.
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
      * CAPTURE-LEDGER-ITEMS: Land every nostro ledger entry not yet
      * captured as an unmatched ledger-side item, account by account.
      * Today's entries wait for tomorrow: the correspondent's
      * statement for them has not been sent yet
      ******************************************************************
       CAPTURE-LEDGER-ITEMS SECTION.
           PERFORM CAPTURE-ONE-NOSTRO-ACCOUNT
               VARYING WS-NOS-IDX FROM 1 BY 1
               UNTIL WS-NOS-IDX > WS-NOS-ACCOUNT-COUNT.

           DISPLAY 'Ledger items captured: ' WS-LEDGER-CAPTURED.
       CAPTURE-LEDGER-ITEMS-EXIT.
           EXIT.

      ******************************************************************
      * CAPTURE-ONE-NOSTRO-ACCOUNT: Capture one nostro's new entries.
      * The entry's TX_ID is the reference we sent the correspondent
      * on the payment, so it is what their statement line carries
      ******************************************************************
       CAPTURE-ONE-NOSTRO-ACCOUNT SECTION.
           MOVE WS-NOS-LEDGER-ACC (WS-NOS-IDX) TO SQL-NOSTRO-ACC.
           MOVE WS-NOS-CORRESP-BIC (WS-NOS-IDX) TO SQL-CORRESP-BIC.

           EXEC SQL
               INSERT INTO dbo.NostroReconItems (
                   ITEM_REF, SIDE, CURRENCY, CORRESP_BIC, AMOUNT,
                   VALUE_DATE, REFERENCE, ENTRY_ID, STATUS,
                   AGE_DAYS, RUN_ID, TS_UTC)
               SELECT 'LE-' + CAST(LE.ENTRY_ID AS VARCHAR(20)),
                      'L',
                      LE.CURRENCY,
                      :SQL-CORRESP-BIC,
                      COALESCE(LE.DEBIT, 0) - COALESCE(LE.CREDIT, 0),
                      COALESCE(CONVERT(CHAR(10), LE.VALUE_DATE, 120),
                               CONVERT(CHAR(10), LE.POSTED_TS_UTC,
                                       120)),
                      CAST(LE.TX_ID AS VARCHAR(32)),
                      LE.ENTRY_ID,
                      'U',
                      0,
                      :WS-CURRENT-RUN-ID,
                      SYSUTCDATETIME()
               FROM dbo.LedgerEntries LE
               WHERE LE.ACC_ID = :SQL-NOSTRO-ACC
                 AND CONVERT(CHAR(10), LE.POSTED_TS_UTC, 120)
                     < :SQL-BUS-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM dbo.NostroReconItems NR
                      WHERE NR.SIDE = 'L'
                        AND NR.ENTRY_ID = LE.ENTRY_ID)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Ledger capture failed for '
                       FUNCTION TRIM(SQL-NOSTRO-ACC)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CAPTURE-ONE-NOSTRO-ACCOUNT-EXIT
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-LEDGER-CAPTURED
           END-IF.
       CAPTURE-ONE-NOSTRO-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * MATCH-STATEMENT-ITEMS: Walk every unmatched statement line and
      * try to pair it with an unmatched ledger item
      ******************************************************************
       MATCH-STATEMENT-ITEMS SECTION.
           EXEC SQL
               OPEN STMT_OPEN_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open statement item cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO MATCH-STATEMENT-ITEMS-EXIT
           END-IF.

           PERFORM MATCH-ONE-STATEMENT-ITEM
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE STMT_OPEN_CURSOR
           END-EXEC.

           DISPLAY 'Items matched this run: ' WS-ITEMS-MATCHED.
       MATCH-STATEMENT-ITEMS-EXIT.
           EXIT.

      ******************************************************************
      * MATCH-ONE-STATEMENT-ITEM: The ledger item must be in the same
      * currency for the same signed amount, and either carry the
      * line's reference or have a value date within the tolerance.
      * A reference match is preferred, then the nearest value date
      ******************************************************************
       MATCH-ONE-STATEMENT-ITEM SECTION.
           EXEC SQL
               FETCH STMT_OPEN_CURSOR INTO
                   :SQL-ITEM-REF,
                   :SQL-CURRENCY,
                   :SQL-AMOUNT,
                   :SQL-VALUE-DATE,
                   :SQL-REFERENCE
           END-EXEC.

           IF SQLCODE = 100
               GO TO MATCH-ONE-STATEMENT-ITEM-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Statement item fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO MATCH-ONE-STATEMENT-ITEM-EXIT
           END-IF.

           MOVE SPACES TO SQL-MATCH-REF.
           EXEC SQL
               SELECT TOP 1 NR.ITEM_REF
               INTO :SQL-MATCH-REF
               FROM dbo.NostroReconItems NR
               WHERE NR.SIDE = 'L'
                 AND NR.STATUS = 'U'
                 AND NR.CURRENCY = :SQL-CURRENCY
                 AND NR.AMOUNT = :SQL-AMOUNT
                 AND ((:SQL-REFERENCE <> ' '
                       AND NR.REFERENCE = :SQL-REFERENCE)
                      OR ABS(DATEDIFF(DAY,
                                 CAST(NR.VALUE_DATE AS DATE),
                                 CAST(:SQL-VALUE-DATE AS DATE)))
                         <= :SQL-DATE-TOL)
               ORDER BY CASE WHEN NR.REFERENCE = :SQL-REFERENCE
                             THEN 0 ELSE 1 END,
                        ABS(DATEDIFF(DAY,
                                CAST(NR.VALUE_DATE AS DATE),
                                CAST(:SQL-VALUE-DATE AS DATE))),
                        NR.ITEM_REF
           END-EXEC.

           IF SQLCODE = 0 AND SQL-MATCH-REF NOT = SPACES
               PERFORM CLOSE-MATCHED-PAIR
               GO TO MATCH-ONE-STATEMENT-ITEM-NEXT
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Match probe failed for '
                       FUNCTION TRIM(SQL-ITEM-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

       MATCH-ONE-STATEMENT-ITEM-NEXT.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       MATCH-ONE-STATEMENT-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-MATCHED-PAIR: Stamp both items matched, each naming the
      * other
      ******************************************************************
       CLOSE-MATCHED-PAIR SECTION.
           EXEC SQL
               UPDATE dbo.NostroReconItems
               SET STATUS = 'M',
                   MATCHED_REF = CASE WHEN ITEM_REF = :SQL-ITEM-REF
                                      THEN :SQL-MATCH-REF
                                      ELSE :SQL-ITEM-REF END,
                   RUN_ID = :WS-CURRENT-RUN-ID,
                   TS_UTC = SYSUTCDATETIME()
               WHERE ITEM_REF IN (:SQL-ITEM-REF, :SQL-MATCH-REF)
                 AND STATUS = 'U'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Match update failed for '
                       FUNCTION TRIM(SQL-ITEM-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CLOSE-MATCHED-PAIR-EXIT
           END-IF.

           ADD 1 TO WS-ITEMS-MATCHED.
       CLOSE-MATCHED-PAIR-EXIT.
           EXIT.

      ******************************************************************
      * AGE-OPEN-ITEMS: Advance every open item's age, on both sides,
      * from its value date to the business date
      ******************************************************************
       AGE-OPEN-ITEMS SECTION.
           EXEC SQL
               UPDATE dbo.NostroReconItems
               SET AGE_DAYS =
                   CASE WHEN CAST(VALUE_DATE AS DATE)
                             >= CAST(:SQL-BUS-DATE AS DATE)
                        THEN 0
                        ELSE DATEDIFF(DAY,
                                 CAST(VALUE_DATE AS DATE),
                                 CAST(:SQL-BUS-DATE AS DATE))
                   END
               WHERE STATUS = 'U'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Aging update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       AGE-OPEN-ITEMS-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-BREAK-REPORT: Every open item, currency by currency,
      * statement side first
      ******************************************************************
       WRITE-BREAK-REPORT SECTION.
           OPEN OUTPUT BREAK-RPT-CSV.
           IF NOT BREAK-FILE-OK
               DISPLAY 'WARNING: Cannot create break report'
               DISPLAY 'File status: ' WS-BREAK-FILE-STATUS
               GO TO WRITE-BREAK-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-BREAK-LINE.
           STRING 'CURRENCY,SIDE,ITEM_REF,REFERENCE,AMOUNT,'
                  DELIMITED BY SIZE
                  'VALUE_DATE,AGE_DAYS' DELIMITED BY SIZE
               INTO WS-BREAK-LINE
           END-STRING.
           WRITE BREAK-CSV-RECORD FROM WS-BREAK-LINE.

           EXEC SQL
               OPEN BREAK_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open break cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               CLOSE BREAK-RPT-CSV
               GO TO WRITE-BREAK-REPORT-EXIT
           END-IF.

           PERFORM WRITE-ONE-BREAK
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE BREAK_CURSOR
           END-EXEC.

           CLOSE BREAK-RPT-CSV.
           DISPLAY 'Break report written to '
                   '"data/out/nostro_recon_breaks.csv"'.
       WRITE-BREAK-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-BREAK: One open item
      ******************************************************************
       WRITE-ONE-BREAK SECTION.
           EXEC SQL
               FETCH BREAK_CURSOR INTO
                   :SQL-CURRENCY,
                   :SQL-SIDE,
                   :SQL-ITEM-REF,
                   :SQL-REFERENCE,
                   :SQL-AMOUNT,
                   :SQL-VALUE-DATE,
                   :SQL-AGE-DAYS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-BREAK-EXIT
           END-IF.

           IF SQL-SIDE = 'S'
               MOVE 'STATEMENT' TO WS-SIDE-NAME
               ADD 1 TO WS-STATEMENT-BREAKS
           ELSE
               MOVE 'LEDGER' TO WS-SIDE-NAME
               ADD 1 TO WS-LEDGER-BREAKS
           END-IF.

           MOVE SQL-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SQL-AGE-DAYS TO WS-AGE-DISP.
           MOVE SPACES TO WS-BREAK-LINE.
           STRING SQL-CURRENCY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SIDE-NAME) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ITEM-REF) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-REFERENCE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-VALUE-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGE-DISP) DELIMITED BY SIZE
               INTO WS-BREAK-LINE
           END-STRING.
           WRITE BREAK-CSV-RECORD FROM WS-BREAK-LINE.
       WRITE-ONE-BREAK-EXIT.
           EXIT.

      ******************************************************************
      * PROVE-BALANCES: Prove each nostro's closing balance against
      * its correspondent's and write the proof report
      ******************************************************************
       PROVE-BALANCES SECTION.
           OPEN OUTPUT PROOF-RPT.
           IF NOT PROOF-FILE-OK
               DISPLAY 'WARNING: Cannot create proof report'
               DISPLAY 'File status: ' WS-PROOF-FILE-STATUS
           END-IF.

           MOVE 'NOSTRO BALANCE PROOF' TO WS-PROOF-LINE.
           PERFORM WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING 'Business date: ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '   Run: ' DELIMITED BY SIZE
                  WS-CURRENT-RUN-ID DELIMITED BY SIZE
               INTO WS-PROOF-LINE
           END-STRING.
           PERFORM WRITE-PROOF-LINE.

           PERFORM PROVE-ONE-CURRENCY
               VARYING WS-NOS-IDX FROM 1 BY 1
               UNTIL WS-NOS-IDX > WS-NOS-ACCOUNT-COUNT.

           IF PROOF-FILE-OK
               CLOSE PROOF-RPT
               DISPLAY 'Proof report written to '
                       '"data/out/nostro_recon_proof.txt"'
           END-IF.
       PROVE-BALANCES-EXIT.
           EXIT.

      ******************************************************************
      * PROVE-ONE-CURRENCY: Our ledger balance, less our open entries
      * the correspondent has not booked, plus its open lines we
      * have not booked, must equal its latest closing balance. A
      * nostro with no statement on file and nothing on our books is
      * dormant and only noted
      ******************************************************************
       PROVE-ONE-CURRENCY SECTION.
           MOVE WS-NOS-LEDGER-ACC (WS-NOS-IDX) TO SQL-NOSTRO-ACC.
           MOVE WS-NOS-CURRENCY (WS-NOS-IDX) TO SQL-CURRENCY.

           MOVE ZERO TO SQL-LEDGER-BAL.
           EXEC SQL
               SELECT COALESCE(SUM(COALESCE(DEBIT, 0)
                                   - COALESCE(CREDIT, 0)), 0)
               INTO :SQL-LEDGER-BAL
               FROM dbo.LedgerEntries
               WHERE ACC_ID = :SQL-NOSTRO-ACC
                 AND CONVERT(CHAR(10), POSTED_TS_UTC, 120)
                     < :SQL-BUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Ledger balance query failed for '
                       FUNCTION TRIM(SQL-NOSTRO-ACC)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO PROVE-ONE-CURRENCY-EXIT
           END-IF.

           MOVE 'N' TO WS-STATEMENT-FOUND-FLAG.
           MOVE ZERO TO SQL-STATEMENT-BAL.
           MOVE SPACES TO SQL-STATEMENT-DATE.
           EXEC SQL
               SELECT TOP 1 AMOUNT, BALANCE_DATE
               INTO :SQL-STATEMENT-BAL, :SQL-STATEMENT-DATE
               FROM dbo.NostroStatementBalances
               WHERE CURRENCY = :SQL-CURRENCY
                 AND BALANCE_TYPE = 'C'
               ORDER BY BALANCE_DATE DESC, STATEMENT_NO DESC
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-STATEMENT-FOUND-FLAG
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR: Closing balance query failed for '
                           SQL-CURRENCY
                   DISPLAY 'SQLCODE: ' SQLCODE
                   ADD 1 TO WS-ERRORS
                   GO TO PROVE-ONE-CURRENCY-EXIT
           END-EVALUATE.

           MOVE ZERO TO SQL-OPEN-LEDGER SQL-OPEN-LEDGER-COUNT
                        SQL-OPEN-STATEMENT SQL-OPEN-STMT-COUNT.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN SIDE = 'L'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SIDE = 'L'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SIDE = 'S'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SIDE = 'S'
                                        THEN 1 ELSE 0 END), 0)
               INTO :SQL-OPEN-LEDGER, :SQL-OPEN-LEDGER-COUNT,
                    :SQL-OPEN-STATEMENT, :SQL-OPEN-STMT-COUNT
               FROM dbo.NostroReconItems
               WHERE CURRENCY = :SQL-CURRENCY
                 AND STATUS = 'U'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Open item totals failed for '
                       SQL-CURRENCY
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO PROVE-ONE-CURRENCY-EXIT
           END-IF.

           MOVE SPACES TO WS-PROOF-LINE.
           PERFORM WRITE-PROOF-LINE.
           STRING 'Currency ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  '   Correspondent ' DELIMITED BY SIZE
                  WS-NOS-CORRESP-BIC (WS-NOS-IDX) DELIMITED BY SIZE
                  '   Nostro ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-NOSTRO-ACC) DELIMITED BY SIZE
               INTO WS-PROOF-LINE
           END-STRING.
           PERFORM WRITE-PROOF-LINE.

           IF NOT STATEMENT-ON-FILE
               AND SQL-LEDGER-BAL = ZERO
               AND SQL-OPEN-LEDGER-COUNT = ZERO
               MOVE '  Dormant - no statement and no ledger movement'
                   TO WS-PROOF-LINE
               PERFORM WRITE-PROOF-LINE
               GO TO PROVE-ONE-CURRENCY-EXIT
           END-IF.

           COMPUTE WS-ADJUSTED-LEDGER-BAL =
               SQL-LEDGER-BAL - SQL-OPEN-LEDGER + SQL-OPEN-STATEMENT.
           COMPUTE SQL-DIFFERENCE =
               SQL-STATEMENT-BAL - WS-ADJUSTED-LEDGER-BAL.

           IF STATEMENT-ON-FILE AND SQL-DIFFERENCE = ZERO
               MOVE 'Y' TO SQL-PROVEN-FLAG
               ADD 1 TO WS-CCY-PROVEN
           ELSE
               MOVE 'N' TO SQL-PROVEN-FLAG
               ADD 1 TO WS-CCY-UNPROVEN
           END-IF.

           MOVE 'Ledger balance (our books)' TO WS-PROOF-LABEL.
           MOVE SQL-LEDGER-BAL TO WS-PROOF-AMOUNT.
           PERFORM WRITE-PROOF-AMOUNT-LINE.

           MOVE SQL-OPEN-LEDGER-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-PROOF-LABEL.
           STRING 'Less our entries not on statement ('
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-PROOF-LABEL
           END-STRING.
           MOVE SQL-OPEN-LEDGER TO WS-PROOF-AMOUNT.
           PERFORM WRITE-PROOF-AMOUNT-LINE.

           MOVE SQL-OPEN-STMT-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-PROOF-LABEL.
           STRING 'Add statement lines not booked ('
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-PROOF-LABEL
           END-STRING.
           MOVE SQL-OPEN-STATEMENT TO WS-PROOF-AMOUNT.
           PERFORM WRITE-PROOF-AMOUNT-LINE.

           MOVE 'Adjusted ledger balance' TO WS-PROOF-LABEL.
           MOVE WS-ADJUSTED-LEDGER-BAL TO WS-PROOF-AMOUNT.
           PERFORM WRITE-PROOF-AMOUNT-LINE.

           IF STATEMENT-ON-FILE
               MOVE SPACES TO WS-PROOF-LABEL
               STRING 'Correspondent closing balance '
                      DELIMITED BY SIZE
                      SQL-STATEMENT-DATE DELIMITED BY SIZE
                   INTO WS-PROOF-LABEL
               END-STRING
               MOVE SQL-STATEMENT-BAL TO WS-PROOF-AMOUNT
               PERFORM WRITE-PROOF-AMOUNT-LINE
               MOVE 'Unexplained difference' TO WS-PROOF-LABEL
               MOVE SQL-DIFFERENCE TO WS-PROOF-AMOUNT
               PERFORM WRITE-PROOF-AMOUNT-LINE
           ELSE
               MOVE '  Correspondent closing balance  NO STATEMENT'
                   TO WS-PROOF-LINE
               PERFORM WRITE-PROOF-LINE
           END-IF.

           IF SQL-PROVEN-FLAG = 'Y'
               MOVE '  Result: PROVEN' TO WS-PROOF-LINE
           ELSE
               MOVE '  Result: NOT PROVEN' TO WS-PROOF-LINE
               DISPLAY 'WARNING: ' SQL-CURRENCY
                       ' nostro closing balance not proven'
           END-IF.
           PERFORM WRITE-PROOF-LINE.

           PERFORM RECORD-BALANCE-PROOF.
       PROVE-ONE-CURRENCY-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-BALANCE-PROOF: Keep the business day's proof for the
      * currency, replacing an earlier run's for the same day
      ******************************************************************
       RECORD-BALANCE-PROOF SECTION.
           EXEC SQL
               DELETE FROM dbo.NostroBalanceProofs
               WHERE BUSINESS_DATE = :SQL-BUS-DATE
                 AND CURRENCY = :SQL-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Prior proof delete failed for '
                       SQL-CURRENCY
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           EXEC SQL
               INSERT INTO dbo.NostroBalanceProofs (
                   BUSINESS_DATE,
                   CURRENCY,
                   LEDGER_BAL,
                   OPEN_LEDGER,
                   OPEN_STATEMENT,
                   STATEMENT_BAL,
                   STATEMENT_DATE,
                   DIFFERENCE,
                   PROVEN_FLAG,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-BUS-DATE,
                   :SQL-CURRENCY,
                   :SQL-LEDGER-BAL,
                   :SQL-OPEN-LEDGER,
                   :SQL-OPEN-STATEMENT,
                   :SQL-STATEMENT-BAL,
                   NULLIF(:SQL-STATEMENT-DATE, ' '),
                   :SQL-DIFFERENCE,
                   :SQL-PROVEN-FLAG,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Proof insert failed for ' SQL-CURRENCY
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       RECORD-BALANCE-PROOF-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-PROOF-AMOUNT-LINE: One labelled amount on the proof
      ******************************************************************
       WRITE-PROOF-AMOUNT-LINE SECTION.
           MOVE WS-PROOF-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-PROOF-LINE.
           STRING '  ' DELIMITED BY SIZE
                  WS-PROOF-LABEL DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO WS-PROOF-LINE
           END-STRING.
           PERFORM WRITE-PROOF-LINE.
       WRITE-PROOF-AMOUNT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-PROOF-LINE: Write WS-PROOF-LINE if the report is open
      ******************************************************************
       WRITE-PROOF-LINE SECTION.
           IF PROOF-FILE-OK
               WRITE PROOF-RECORD FROM WS-PROOF-LINE
           END-IF.
           MOVE SPACES TO WS-PROOF-LINE.
       WRITE-PROOF-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'NOSTRO_RECON' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'nostro_statements.csv' TO WS-LIN-SRC-TABLE.
           MOVE 'CURRENCY,RECORD_TYPE,VALUE_DATE,AMOUNT,REFERENCE'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'NostroReconItems' TO WS-LIN-TGT-TABLE.
           MOVE 'ITEM_REF,SIDE,STATUS,MATCHED_REF,AGE_DAYS'
               TO WS-LIN-TGT-COLS.
           MOVE 'reconcile' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Statement vs nostro ledger; open items age; proof'
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
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Statement balances:     ' WS-BALANCES-INGESTED.
           DISPLAY '  Statement lines:        ' WS-LINES-INGESTED.
           DISPLAY '  Duplicate lines:        ' WS-LINES-DUPLICATE.
           DISPLAY '  Invalid records:        ' WS-LINES-INVALID.
           DISPLAY '  Ledger items captured:  ' WS-LEDGER-CAPTURED.
           DISPLAY '  Items matched:          ' WS-ITEMS-MATCHED.
           DISPLAY '  Statement-side breaks:  ' WS-STATEMENT-BREAKS.
           DISPLAY '  Ledger-side breaks:     ' WS-LEDGER-BREAKS.
           DISPLAY '  Currencies proven:      ' WS-CCY-PROVEN.
           DISPLAY '  Currencies not proven:  ' WS-CCY-UNPROVEN.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM NOSTRO-RECON.
