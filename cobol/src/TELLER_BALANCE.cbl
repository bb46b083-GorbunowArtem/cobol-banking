       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-BALANCE.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * TELLER_BALANCE - Teller Drawer and Branch Vault Balancing
      ******************************************************************
      * Purpose: Prove each teller's cash drawer and carry each
      *          branch vault's cash position forward. The branch
      *          teller platforms' electronic journal is loaded onto
      *          dbo.TellerJournal; each customer cash deposit or
      *          withdrawal on it is linked to the dbo.Transactions
      *          item the branch channel file delivered (same
      *          account, type, amount, currency and timestamp),
      *          which is stamped with the teller and drawer that
      *          handled it. The tellers' end-of-day counts by
      *          denomination are loaded onto dbo.TellerDrawerCounts.
      *          Each drawer's expected balance - its prior closing
      *          plus the day's cash in, less cash out, plus vault
      *          buys, less vault sells - is proved against the
      *          declared count; an over or short posts, by the
      *          drawer's BRANCH_ID, as a balanced pair between
      *          branch cash and the cash over/short GL, and lands on
      *          the per-teller over/short report. Each branch vault
      *          carries forward from its prior closing, less drawer
      *          buys, plus drawer sells and armored-car shipments
      *          in, less shipments out, and is written with the
      *          branch's drawer cash for cash ordering.
      * Input:   data/in/teller_journal.csv
      *          data/in/teller_drawer_counts.csv
      *          dbo.Transactions (branch cash items)
      * Output:  dbo.TellerJournal, dbo.TellerDrawerCounts
      *          dbo.Transactions (TELLER_ID, DRAWER_ID)
      *          dbo.TellerDrawerBalances, dbo.BranchVaultPositions
      *          dbo.Transactions + dbo.LedgerEntries (over/short)
      *          data/out/teller_over_short.txt
      *          data/out/branch_vault_positions.csv
      * Lineage: transform_kind=reconcile
      ******************************************************************
      * LINEAGE: PROGRAM=TELLER_BALANCE
      * LINEAGE: SRC=csv.filesystem.teller_journal.csv(BRANCH_ID,
      *               JOURNAL_SEQ,TELLER_ID,DRAWER_ID,ENTRY_TYPE,
      *               ACC_ID,AMOUNT,CURRENCY,TX_TS_UTC)
      * LINEAGE: SRC=csv.filesystem.teller_drawer_counts.csv(
      *               BRANCH_ID,TELLER_ID,DRAWER_ID,DENOMINATION,
      *               PIECES)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(TELLER_ID,DRAWER_ID)
      * LINEAGE: TGT=sqlserver.dbo.TellerDrawerBalances(EXPECTED_BAL,
      *               DECLARED_BAL,OVER_SHORT,CLOSING_BAL)
      * LINEAGE: TGT=sqlserver.dbo.BranchVaultPositions(CLOSING_BAL)
      * LINEAGE: MAP=DENOMINATION,PIECES -> DECLARED_BAL [SUM]
      * LINEAGE: MAP=DECLARED_BAL,EXPECTED_BAL -> OVER_SHORT
      *               [DIFFERENCE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-CSV
               ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT COUNT-CSV
               ASSIGN TO WS-COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT OVER-SHORT-RPT
               ASSIGN TO "data/out/teller_over_short.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT VAULT-POSITION-CSV
               ASSIGN TO "data/out/branch_vault_positions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-CSV.
       01  JOURNAL-CSV-RECORD          PIC X(512).

       FD  COUNT-CSV.
       01  COUNT-CSV-RECORD            PIC X(512).

       FD  OVER-SHORT-RPT.
       01  REPORT-RECORD               PIC X(132).

       FD  VAULT-POSITION-CSV.
       01  VAULT-CSV-RECORD            PIC X(256).

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

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(15)
                                        VALUE 'TELLER_BALANCE_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-JOURNAL-FILE-STATUS      PIC XX.
           88  JOURNAL-FILE-OK         VALUE '00'.
           88  JOURNAL-END-OF-FILE     VALUE '10'.
       01  WS-COUNT-FILE-STATUS        PIC XX.
           88  COUNT-FILE-OK           VALUE '00'.
           88  COUNT-END-OF-FILE       VALUE '10'.
       01  WS-REPORT-FILE-STATUS       PIC XX.
           88  REPORT-FILE-OK          VALUE '00'.
       01  WS-VAULT-FILE-STATUS        PIC XX.
           88  VAULT-FILE-OK           VALUE '00'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Input file names
       01  WS-JOURNAL-FILE-NAME        PIC X(256)
               VALUE 'data/in/teller_journal.csv'.
       01  WS-COUNT-FILE-NAME          PIC X(256)
               VALUE 'data/in/teller_drawer_counts.csv'.

      * Drawer ID the journal carries on vault-only entries
       01  WS-VAULT-DRAWER-ID          PIC X(16) VALUE 'VAULT'.

      * Denominations a drawer count may declare, notes then coin,
      * redefined below as a table so it can be SEARCHed
       01  WS-DENOMINATION-DATA.
           05  FILLER                  PIC 9(3)V99 VALUE 100.00.
           05  FILLER                  PIC 9(3)V99 VALUE 50.00.
           05  FILLER                  PIC 9(3)V99 VALUE 20.00.
           05  FILLER                  PIC 9(3)V99 VALUE 10.00.
           05  FILLER                  PIC 9(3)V99 VALUE 5.00.
           05  FILLER                  PIC 9(3)V99 VALUE 2.00.
           05  FILLER                  PIC 9(3)V99 VALUE 1.00.
           05  FILLER                  PIC 9(3)V99 VALUE 0.50.
           05  FILLER                  PIC 9(3)V99 VALUE 0.25.
           05  FILLER                  PIC 9(3)V99 VALUE 0.10.
           05  FILLER                  PIC 9(3)V99 VALUE 0.05.
           05  FILLER                  PIC 9(3)V99 VALUE 0.01.

       01  WS-DENOMINATION-TABLE REDEFINES WS-DENOMINATION-DATA.
           05  WS-DENOMINATION         PIC 9(3)V99
                                        OCCURS 12 TIMES
                                        INDEXED BY WS-DENOM-IDX.

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 9 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed journal entry fields
       01  WS-JNL-BRANCH-ID            PIC X(8).
       01  WS-JNL-JOURNAL-SEQ          PIC X(20).
       01  WS-JNL-TELLER-ID            PIC X(16).
       01  WS-JNL-DRAWER-ID            PIC X(16).
       01  WS-JNL-ENTRY-TYPE           PIC X(8).
           88  JNL-CASH-IN             VALUE 'CASH-IN'.
           88  JNL-CASH-OUT            VALUE 'CASH-OUT'.
           88  JNL-BUY                 VALUE 'BUY'.
           88  JNL-SELL                VALUE 'SELL'.
           88  JNL-SHIP-IN             VALUE 'SHIP-IN'.
           88  JNL-SHIP-OUT            VALUE 'SHIP-OUT'.
           88  JNL-CUSTOMER-CASH       VALUE 'CASH-IN' 'CASH-OUT'.
           88  JNL-VAULT-SHIPMENT      VALUE 'SHIP-IN' 'SHIP-OUT'.
           88  JNL-VALID-ENTRY-TYPE    VALUE 'CASH-IN' 'CASH-OUT'
                                             'BUY' 'SELL'
                                             'SHIP-IN' 'SHIP-OUT'.
       01  WS-JNL-ACC-ID               PIC X(32).
       01  WS-JNL-AMOUNT-STR           PIC X(20).
       01  WS-JNL-CURRENCY             PIC X(3).
       01  WS-JNL-TX-TS-UTC            PIC X(26).

      * Parsed drawer count fields
       01  WS-CNT-BRANCH-ID            PIC X(8).
       01  WS-CNT-TELLER-ID            PIC X(16).
       01  WS-CNT-DRAWER-ID            PIC X(16).
       01  WS-CNT-DENOMINATION-STR     PIC X(12).
       01  WS-CNT-PIECES-STR           PIC X(12).
       01  WS-CNT-DENOMINATION         PIC 9(3)V99.

      * Over/short report lines
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(9)  VALUE 'BRANCH'.
           05  FILLER                  PIC X(17) VALUE 'TELLER'.
           05  FILLER                  PIC X(17) VALUE 'DRAWER'.
           05  FILLER                  PIC X(15)
                                        VALUE '       OPENING'.
           05  FILLER                  PIC X(15)
                                        VALUE '  NET MOVEMENT'.
           05  FILLER                  PIC X(15)
                                        VALUE '      EXPECTED'.
           05  FILLER                  PIC X(15)
                                        VALUE '      DECLARED'.
           05  FILLER                  PIC X(15)
                                        VALUE '    OVER/SHORT'.
           05  FILLER                  PIC X(11) VALUE ' STATUS'.
       01  WS-RPT-DETAIL.
           05  WS-RD-BRANCH-ID         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-TELLER-ID         PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-DRAWER-ID         PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-OPENING           PIC -(10)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-MOVEMENT          PIC -(10)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-EXPECTED          PIC -(10)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-DECLARED          PIC -(10)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-OVER-SHORT        PIC -(10)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RD-STATUS            PIC X(11).

      * Vault position report working storage
       01  WS-VAULT-LINE               PIC X(256).
       01  WS-AMOUNT-DISP              PIC -(16)9.99.
       01  WS-AMOUNT-DISP-2            PIC -(16)9.99.
       01  WS-AMOUNT-DISP-3            PIC -(16)9.99.
       01  WS-AMOUNT-DISP-4            PIC -(16)9.99.
       01  WS-AMOUNT-DISP-5            PIC -(16)9.99.
       01  WS-AMOUNT-DISP-6            PIC -(16)9.99.
       01  WS-AMOUNT-DISP-7            PIC -(16)9.99.
       01  WS-AMOUNT-DISP-8            PIC -(16)9.99.
       01  WS-BRANCH-CASH-TOTAL        PIC S9(16)V99 COMP-3.

      * Over/short posting work fields
       01  WS-POSTING-FAILED-FLAG      PIC X VALUE 'N'.
           88  POSTING-FAILED          VALUE 'Y'.
       01  WS-POST-AMOUNT              PIC S9(16)V99 COMP-3.

      * Row counters and totals
       01  WS-JOURNAL-LOADED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-JOURNAL-DUPLICATE        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-JOURNAL-INVALID          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASH-ITEMS-TAGGED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CASH-ITEMS-UNLINKED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-COUNTS-LOADED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-COUNTS-DUPLICATE         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-COUNTS-INVALID           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DRAWERS-BALANCED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DRAWERS-OVER             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DRAWERS-SHORT            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DRAWERS-NOT-COUNTED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-OVER-SHORT-POSTED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-VAULTS-POSITIONED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-VAULTS-NEGATIVE          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-OVER               PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-SHORT              PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-JOURNAL-SEQ             PIC X(20).
       01  SQL-TELLER-ID               PIC X(16).
       01  SQL-DRAWER-ID               PIC X(16).
       01  SQL-ENTRY-TYPE              PIC X(8).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-AMOUNT                  PIC S9(16)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-TX-TS-UTC               PIC X(26).
       01  SQL-TX-TYPE                 PIC X(32).
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-TX-ID-NULL              PIC S9(4) COMP-5.
       01  SQL-DUP-COUNT               PIC S9(9) COMP-3.
       01  SQL-DENOMINATION            PIC S9(5)V99 COMP-3.
       01  SQL-PIECES                  PIC S9(9) COMP-5.
       01  SQL-OPENING-BAL             PIC S9(16)V99 COMP-3.
       01  SQL-CASH-IN                 PIC S9(16)V99 COMP-3.
       01  SQL-CASH-OUT                PIC S9(16)V99 COMP-3.
       01  SQL-BUYS                    PIC S9(16)V99 COMP-3.
       01  SQL-SELLS                   PIC S9(16)V99 COMP-3.
       01  SQL-SHIPMENTS-IN            PIC S9(16)V99 COMP-3.
       01  SQL-SHIPMENTS-OUT           PIC S9(16)V99 COMP-3.
       01  SQL-EXPECTED-BAL            PIC S9(16)V99 COMP-3.
       01  SQL-DECLARED-BAL            PIC S9(16)V99 COMP-3.
       01  SQL-OVER-SHORT              PIC S9(16)V99 COMP-3.
       01  SQL-CLOSING-BAL             PIC S9(16)V99 COMP-3.
       01  SQL-DRAWER-CASH             PIC S9(16)V99 COMP-3.
       01  SQL-COUNT-ROWS              PIC S9(9) COMP-5.
       01  SQL-COUNT-TELLER-ID         PIC X(16).
       01  SQL-DRAWER-STATUS           PIC X(1).
       01  SQL-OS-TX-ID                PIC 9(18) COMP-5.
       01  SQL-OS-TX-ID-NULL           PIC S9(4) COMP-5.
       01  SQL-DR-ACC                  PIC X(32).
       01  SQL-DR-GL                   PIC X(6).
       01  SQL-CR-ACC                  PIC X(32).
       01  SQL-CR-GL                   PIC X(6).
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-VAULT-DRAWER-ID         PIC X(16).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every drawer to prove tonight: any the journal or a count
      * names, and any still holding cash from its last closing
       EXEC SQL
           DECLARE DRAWER_CURSOR CURSOR FOR
           SELECT D.BRANCH_ID, D.DRAWER_ID
           FROM (SELECT J.BRANCH_ID, J.DRAWER_ID
                 FROM dbo.TellerJournal J
                 WHERE J.BUSINESS_DATE = :SQL-BUS-DATE
                   AND J.DRAWER_ID <> :SQL-VAULT-DRAWER-ID
                 UNION
                 SELECT C.BRANCH_ID, C.DRAWER_ID
                 FROM dbo.TellerDrawerCounts C
                 WHERE C.BUSINESS_DATE = :SQL-BUS-DATE
                 UNION
                 SELECT B.BRANCH_ID, B.DRAWER_ID
                 FROM dbo.TellerDrawerBalances B
                 WHERE B.CLOSING_BAL <> 0
                   AND B.BUSINESS_DATE =
                       (SELECT MAX(B2.BUSINESS_DATE)
                        FROM dbo.TellerDrawerBalances B2
                        WHERE B2.BRANCH_ID = B.BRANCH_ID
                          AND B2.DRAWER_ID = B.DRAWER_ID
                          AND B2.BUSINESS_DATE < :SQL-BUS-DATE)) D
           ORDER BY D.BRANCH_ID, D.DRAWER_ID
       END-EXEC.

      * Every branch vault to carry forward: any with journal
      * activity tonight and any positioned before
       EXEC SQL
           DECLARE VAULT_CURSOR CURSOR FOR
           SELECT V.BRANCH_ID
           FROM (SELECT J.BRANCH_ID
                 FROM dbo.TellerJournal J
                 WHERE J.BUSINESS_DATE = :SQL-BUS-DATE
                 UNION
                 SELECT P.BRANCH_ID
                 FROM dbo.BranchVaultPositions P
                 WHERE P.BUSINESS_DATE < :SQL-BUS-DATE) V
           ORDER BY V.BRANCH_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'TELLER_BALANCE - Teller and Vault Balancing'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           MOVE 'TELLER_BALANCE' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.
           PERFORM INGEST-TELLER-JOURNAL.
           PERFORM INGEST-DRAWER-COUNTS.
           PERFORM BALANCE-DRAWERS.
           PERFORM POSITION-VAULTS.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'TELLER_BALANCE completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE WS-VAULT-DRAWER-ID TO SQL-VAULT-DRAWER-ID.
           DISPLAY 'Journal file: ' WS-JOURNAL-FILE-NAME.
           DISPLAY 'Count file:   ' WS-COUNT-FILE-NAME.

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
      * INGEST-TELLER-JOURNAL: Load the day's teller journal. A
      * missing journal is not an error - drawers still carry their
      * cash forward and counts are still proved
      ******************************************************************
       INGEST-TELLER-JOURNAL SECTION.
           OPEN INPUT JOURNAL-CSV.
           IF NOT JOURNAL-FILE-OK
               DISPLAY 'No teller journal tonight'
               GO TO INGEST-TELLER-JOURNAL-EXIT
           END-IF.

           READ JOURNAL-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty teller journal file'
                   CLOSE JOURNAL-CSV
                   GO TO INGEST-TELLER-JOURNAL-EXIT
           END-READ.
           DISPLAY 'Journal header: ' WS-CSV-HEADER.

           PERFORM INGEST-ONE-JOURNAL-ENTRY
               UNTIL JOURNAL-END-OF-FILE.

           CLOSE JOURNAL-CSV.
           DISPLAY 'Journal entries loaded: ' WS-JOURNAL-LOADED.
       INGEST-TELLER-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      * INGEST-ONE-JOURNAL-ENTRY: Validate and load one journal entry.
      * Teller cash is base-currency cash; a shipment always moves
      * vault cash, whatever drawer the journal names
      ******************************************************************
       INGEST-ONE-JOURNAL-ENTRY SECTION.
           READ JOURNAL-CSV INTO WS-CSV-LINE
               AT END
                   SET JOURNAL-END-OF-FILE TO TRUE
                   GO TO INGEST-ONE-JOURNAL-ENTRY-EXIT
           END-READ.

           PERFORM SPLIT-CSV-LINE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (1))
               TO WS-JNL-BRANCH-ID.
           MOVE WS-CSV-FIELD (2) TO WS-JNL-JOURNAL-SEQ.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (3))
               TO WS-JNL-TELLER-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (4))
               TO WS-JNL-DRAWER-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (5))
               TO WS-JNL-ENTRY-TYPE.
           MOVE WS-CSV-FIELD (6) TO WS-JNL-ACC-ID.
           MOVE WS-CSV-FIELD (7) TO WS-JNL-AMOUNT-STR.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (8))
               TO WS-JNL-CURRENCY.
           MOVE WS-CSV-FIELD (9) TO WS-JNL-TX-TS-UTC.

           IF JNL-VAULT-SHIPMENT
               MOVE WS-VAULT-DRAWER-ID TO WS-JNL-DRAWER-ID
           END-IF.

           IF WS-JNL-BRANCH-ID = SPACES
               OR WS-JNL-JOURNAL-SEQ = SPACES
               OR WS-JNL-DRAWER-ID = SPACES
               OR NOT JNL-VALID-ENTRY-TYPE
               OR WS-JNL-CURRENCY NOT = WS-BASE-CURRENCY
               OR WS-JNL-AMOUNT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-JNL-AMOUNT-STR) NOT = 0
               ADD 1 TO WS-JOURNAL-INVALID
               GO TO INGEST-ONE-JOURNAL-ENTRY-EXIT
           END-IF.

           IF FUNCTION NUMVAL(WS-JNL-AMOUNT-STR) NOT > ZERO
               ADD 1 TO WS-JOURNAL-INVALID
               GO TO INGEST-ONE-JOURNAL-ENTRY-EXIT
           END-IF.

           IF JNL-CUSTOMER-CASH
               AND (WS-JNL-ACC-ID = SPACES
                    OR WS-JNL-TELLER-ID = SPACES
                    OR WS-JNL-TX-TS-UTC = SPACES
                    OR WS-JNL-DRAWER-ID = WS-VAULT-DRAWER-ID)
               ADD 1 TO WS-JOURNAL-INVALID
               GO TO INGEST-ONE-JOURNAL-ENTRY-EXIT
           END-IF.

           IF (JNL-BUY OR JNL-SELL)
               AND WS-JNL-DRAWER-ID = WS-VAULT-DRAWER-ID
               ADD 1 TO WS-JOURNAL-INVALID
               GO TO INGEST-ONE-JOURNAL-ENTRY-EXIT
           END-IF.

           MOVE WS-JNL-BRANCH-ID TO SQL-BRANCH-ID.
           MOVE WS-JNL-JOURNAL-SEQ TO SQL-JOURNAL-SEQ.
           MOVE ZERO TO SQL-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DUP-COUNT
               FROM dbo.TellerJournal
               WHERE BUSINESS_DATE = :SQL-BUS-DATE
                 AND BRANCH_ID = :SQL-BRANCH-ID
                 AND JOURNAL_SEQ = :SQL-JOURNAL-SEQ
           END-EXEC.

           IF SQLCODE = 0 AND SQL-DUP-COUNT > ZERO
               ADD 1 TO WS-JOURNAL-DUPLICATE
               GO TO INGEST-ONE-JOURNAL-ENTRY-EXIT
           END-IF.

           MOVE WS-JNL-TELLER-ID TO SQL-TELLER-ID.
           MOVE WS-JNL-DRAWER-ID TO SQL-DRAWER-ID.
           MOVE WS-JNL-ENTRY-TYPE TO SQL-ENTRY-TYPE.
           MOVE WS-JNL-ACC-ID TO SQL-ACC-ID.
           MOVE WS-JNL-CURRENCY TO SQL-CURRENCY.
           MOVE WS-JNL-TX-TS-UTC TO SQL-TX-TS-UTC.
           COMPUTE SQL-AMOUNT = FUNCTION NUMVAL(WS-JNL-AMOUNT-STR).

           MOVE ZERO TO SQL-TX-ID.
           MOVE -1 TO SQL-TX-ID-NULL.
           IF JNL-CUSTOMER-CASH
               PERFORM LINK-CASH-TRANSACTION
           END-IF.

           EXEC SQL
               INSERT INTO dbo.TellerJournal (
                   BUSINESS_DATE,
                   BRANCH_ID,
                   JOURNAL_SEQ,
                   TELLER_ID,
                   DRAWER_ID,
                   ENTRY_TYPE,
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-BUS-DATE,
                   :SQL-BRANCH-ID,
                   :SQL-JOURNAL-SEQ,
                   NULLIF(:SQL-TELLER-ID, ' '),
                   :SQL-DRAWER-ID,
                   :SQL-ENTRY-TYPE,
                   NULLIF(:SQL-ACC-ID, ' '),
                   :SQL-AMOUNT,
                   :SQL-CURRENCY,
                   NULLIF(:SQL-TX-TS-UTC, ' '),
                   :SQL-TX-ID:SQL-TX-ID-NULL,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Journal insert failed for branch '
                       FUNCTION TRIM(SQL-BRANCH-ID) ' entry '
                       FUNCTION TRIM(SQL-JOURNAL-SEQ)
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'TELLER_BALANCE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SPACES TO WS-ERR-CONTEXT
               STRING 'TellerJournal ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-BRANCH-ID) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-JOURNAL-SEQ) DELIMITED BY SIZE
                   INTO WS-ERR-CONTEXT
               END-STRING
               MOVE 'Teller journal entry insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               ADD 1 TO WS-ERRORS
               GO TO INGEST-ONE-JOURNAL-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-JOURNAL-LOADED.
       INGEST-ONE-JOURNAL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * LINK-CASH-TRANSACTION: Find the branch channel item the
      * journal entry recorded - same account, type, amount,
      * currency and timestamp, not yet claimed by another journal
      * entry - and stamp it with the teller and drawer. An entry
      * with no item is still loaded (the cash moved through the
      * drawer either way) and counted as unlinked
      ******************************************************************
       LINK-CASH-TRANSACTION SECTION.
           IF JNL-CASH-IN
               MOVE 'DEPOSIT' TO SQL-TX-TYPE
           ELSE
               MOVE 'WITHDRAWAL' TO SQL-TX-TYPE
           END-IF.

           EXEC SQL
               SELECT TOP 1 T.TX_ID
               INTO :SQL-TX-ID
               FROM dbo.Transactions T
               WHERE T.ACC_ID = :SQL-ACC-ID
                 AND T.TX_TYPE = :SQL-TX-TYPE
                 AND ABS(T.AMOUNT) = :SQL-AMOUNT
                 AND T.CURRENCY = :SQL-CURRENCY
                 AND T.TX_TS_UTC = CAST(:SQL-TX-TS-UTC AS DATETIME2)
                 AND T.TELLER_ID IS NULL
               ORDER BY T.TX_ID
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'WARNING: No transaction for journal entry '
                       FUNCTION TRIM(SQL-BRANCH-ID) '/'
                       FUNCTION TRIM(SQL-JOURNAL-SEQ)
               ADD 1 TO WS-CASH-ITEMS-UNLINKED
               GO TO LINK-CASH-TRANSACTION-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Transaction link failed for '
                       FUNCTION TRIM(SQL-BRANCH-ID) '/'
                       FUNCTION TRIM(SQL-JOURNAL-SEQ)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-CASH-ITEMS-UNLINKED
               GO TO LINK-CASH-TRANSACTION-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.Transactions
               SET TELLER_ID = :SQL-TELLER-ID,
                   DRAWER_ID = :SQL-DRAWER-ID
               WHERE TX_ID = :SQL-TX-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Teller tag failed for TX_ID '
                       SQL-TX-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-CASH-ITEMS-UNLINKED
               GO TO LINK-CASH-TRANSACTION-EXIT
           END-IF.

           MOVE 0 TO SQL-TX-ID-NULL.
           ADD 1 TO WS-CASH-ITEMS-TAGGED.
       LINK-CASH-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * INGEST-DRAWER-COUNTS: Load the tellers' end-of-day counts
      ******************************************************************
       INGEST-DRAWER-COUNTS SECTION.
           OPEN INPUT COUNT-CSV.
           IF NOT COUNT-FILE-OK
               DISPLAY 'No drawer counts tonight - every drawer '
                       'carries its expected balance'
               GO TO INGEST-DRAWER-COUNTS-EXIT
           END-IF.

           READ COUNT-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty drawer count file'
                   CLOSE COUNT-CSV
                   GO TO INGEST-DRAWER-COUNTS-EXIT
           END-READ.
           DISPLAY 'Count header: ' WS-CSV-HEADER.

           PERFORM INGEST-ONE-DRAWER-COUNT
               UNTIL COUNT-END-OF-FILE.

           CLOSE COUNT-CSV.
           DISPLAY 'Denomination counts loaded: ' WS-COUNTS-LOADED.
       INGEST-DRAWER-COUNTS-EXIT.
           EXIT.

      ******************************************************************
      * INGEST-ONE-DRAWER-COUNT: One denomination of one drawer's
      * count. The denomination must be one the branch handles
      ******************************************************************
       INGEST-ONE-DRAWER-COUNT SECTION.
           READ COUNT-CSV INTO WS-CSV-LINE
               AT END
                   SET COUNT-END-OF-FILE TO TRUE
                   GO TO INGEST-ONE-DRAWER-COUNT-EXIT
           END-READ.

           PERFORM SPLIT-CSV-LINE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (1))
               TO WS-CNT-BRANCH-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (2))
               TO WS-CNT-TELLER-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (3))
               TO WS-CNT-DRAWER-ID.
           MOVE WS-CSV-FIELD (4) TO WS-CNT-DENOMINATION-STR.
           MOVE WS-CSV-FIELD (5) TO WS-CNT-PIECES-STR.

           IF WS-CNT-BRANCH-ID = SPACES
               OR WS-CNT-TELLER-ID = SPACES
               OR WS-CNT-DRAWER-ID = SPACES
               OR WS-CNT-DRAWER-ID = WS-VAULT-DRAWER-ID
               OR WS-CNT-DENOMINATION-STR = SPACES
               OR WS-CNT-PIECES-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CNT-DENOMINATION-STR)
                  NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CNT-PIECES-STR) NOT = 0
               ADD 1 TO WS-COUNTS-INVALID
               GO TO INGEST-ONE-DRAWER-COUNT-EXIT
           END-IF.

           COMPUTE WS-CNT-DENOMINATION =
               FUNCTION NUMVAL(WS-CNT-DENOMINATION-STR).
           COMPUTE SQL-PIECES = FUNCTION NUMVAL(WS-CNT-PIECES-STR).
           IF SQL-PIECES < ZERO
               ADD 1 TO WS-COUNTS-INVALID
               GO TO INGEST-ONE-DRAWER-COUNT-EXIT
           END-IF.

           SET WS-DENOM-IDX TO 1.
           SEARCH WS-DENOMINATION
               AT END
                   DISPLAY 'WARNING: Unknown denomination '
                           FUNCTION TRIM(WS-CNT-DENOMINATION-STR)
                           ' on drawer '
                           FUNCTION TRIM(WS-CNT-DRAWER-ID)
                   ADD 1 TO WS-COUNTS-INVALID
                   GO TO INGEST-ONE-DRAWER-COUNT-EXIT
               WHEN WS-DENOMINATION (WS-DENOM-IDX)
                    = WS-CNT-DENOMINATION
                   CONTINUE
           END-SEARCH.

           MOVE WS-CNT-BRANCH-ID TO SQL-BRANCH-ID.
           MOVE WS-CNT-DRAWER-ID TO SQL-DRAWER-ID.
           MOVE WS-CNT-TELLER-ID TO SQL-TELLER-ID.
           MOVE WS-CNT-DENOMINATION TO SQL-DENOMINATION.
           COMPUTE SQL-AMOUNT = SQL-DENOMINATION * SQL-PIECES.

           MOVE ZERO TO SQL-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DUP-COUNT
               FROM dbo.TellerDrawerCounts
               WHERE BUSINESS_DATE = :SQL-BUS-DATE
                 AND BRANCH_ID = :SQL-BRANCH-ID
                 AND DRAWER_ID = :SQL-DRAWER-ID
                 AND DENOMINATION = :SQL-DENOMINATION
           END-EXEC.

           IF SQLCODE = 0 AND SQL-DUP-COUNT > ZERO
               ADD 1 TO WS-COUNTS-DUPLICATE
               GO TO INGEST-ONE-DRAWER-COUNT-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.TellerDrawerCounts (
                   BUSINESS_DATE,
                   BRANCH_ID,
                   DRAWER_ID,
                   TELLER_ID,
                   DENOMINATION,
                   PIECES,
                   AMOUNT,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-BUS-DATE,
                   :SQL-BRANCH-ID,
                   :SQL-DRAWER-ID,
                   :SQL-TELLER-ID,
                   :SQL-DENOMINATION,
                   :SQL-PIECES,
                   :SQL-AMOUNT,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Count insert failed for drawer '
                       FUNCTION TRIM(SQL-BRANCH-ID) '/'
                       FUNCTION TRIM(SQL-DRAWER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO INGEST-ONE-DRAWER-COUNT-EXIT
           END-IF.

           ADD 1 TO WS-COUNTS-LOADED.
       INGEST-ONE-DRAWER-COUNT-EXIT.
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
           IF WS-CSV-FIELD-IDX > 9
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
      * BALANCE-DRAWERS: Prove every drawer and write the per-teller
      * over/short report
      ******************************************************************
       BALANCE-DRAWERS SECTION.
           OPEN OUTPUT OVER-SHORT-RPT.
           IF NOT REPORT-FILE-OK
               DISPLAY 'WARNING: Cannot create over/short report'
               DISPLAY 'File status: ' WS-REPORT-FILE-STATUS
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TELLER DRAWER OVER/SHORT - BUSINESS DATE '
                      DELIMITED BY SIZE
                      WS-BUS-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-HEADING-1
           END-IF.

           EXEC SQL
               OPEN DRAWER_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open drawer cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO BALANCE-DRAWERS-CLOSE
           END-IF.

           PERFORM BALANCE-ONE-DRAWER
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE DRAWER_CURSOR
           END-EXEC.

       BALANCE-DRAWERS-CLOSE.
           IF REPORT-FILE-OK
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-TOTAL-OVER TO WS-AMOUNT-DISP
               MOVE WS-TOTAL-SHORT TO WS-AMOUNT-DISP-2
               STRING 'Total over: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                      '   Total short: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISP-2)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE OVER-SHORT-RPT
               DISPLAY 'Over/short report written to '
                       '"data/out/teller_over_short.txt"'
           END-IF.
       BALANCE-DRAWERS-EXIT.
           EXIT.

      ******************************************************************
      * BALANCE-ONE-DRAWER: Opening (the drawer's last closing) plus
      * the day's movement is what the drawer should hold. A counted
      * drawer closes at its count, any difference posting as over
      * or short; an uncounted one carries its expected balance
      ******************************************************************
       BALANCE-ONE-DRAWER SECTION.
           EXEC SQL
               FETCH DRAWER_CURSOR INTO
                   :SQL-BRANCH-ID,
                   :SQL-DRAWER-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO BALANCE-ONE-DRAWER-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Drawer fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO BALANCE-ONE-DRAWER-EXIT
           END-IF.

           MOVE ZERO TO SQL-OPENING-BAL.
           EXEC SQL
               SELECT TOP 1 CLOSING_BAL
               INTO :SQL-OPENING-BAL
               FROM dbo.TellerDrawerBalances
               WHERE BRANCH_ID = :SQL-BRANCH-ID
                 AND DRAWER_ID = :SQL-DRAWER-ID
                 AND BUSINESS_DATE < :SQL-BUS-DATE
               ORDER BY BUSINESS_DATE DESC
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-OPENING-BAL
           END-IF.

           MOVE ZERO TO SQL-CASH-IN SQL-CASH-OUT SQL-BUYS SQL-SELLS.
           MOVE SPACES TO SQL-TELLER-ID.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'CASH-IN'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'CASH-OUT'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'BUY'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'SELL'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(MAX(TELLER_ID), ' ')
               INTO :SQL-CASH-IN, :SQL-CASH-OUT,
                    :SQL-BUYS, :SQL-SELLS, :SQL-TELLER-ID
               FROM dbo.TellerJournal
               WHERE BUSINESS_DATE = :SQL-BUS-DATE
                 AND BRANCH_ID = :SQL-BRANCH-ID
                 AND DRAWER_ID = :SQL-DRAWER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Journal totals failed for drawer '
                       FUNCTION TRIM(SQL-BRANCH-ID) '/'
                       FUNCTION TRIM(SQL-DRAWER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO BALANCE-ONE-DRAWER-NEXT
           END-IF.

           MOVE ZERO TO SQL-COUNT-ROWS SQL-DECLARED-BAL.
           MOVE SPACES TO SQL-COUNT-TELLER-ID.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0),
                      COALESCE(MAX(TELLER_ID), ' ')
               INTO :SQL-COUNT-ROWS, :SQL-DECLARED-BAL,
                    :SQL-COUNT-TELLER-ID
               FROM dbo.TellerDrawerCounts
               WHERE BUSINESS_DATE = :SQL-BUS-DATE
                 AND BRANCH_ID = :SQL-BRANCH-ID
                 AND DRAWER_ID = :SQL-DRAWER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Count totals failed for drawer '
                       FUNCTION TRIM(SQL-BRANCH-ID) '/'
                       FUNCTION TRIM(SQL-DRAWER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO BALANCE-ONE-DRAWER-NEXT
           END-IF.

           COMPUTE SQL-EXPECTED-BAL =
               SQL-OPENING-BAL + SQL-CASH-IN - SQL-CASH-OUT
               + SQL-BUYS - SQL-SELLS.

           MOVE ZERO TO SQL-OS-TX-ID.
           MOVE -1 TO SQL-OS-TX-ID-NULL.
           IF SQL-COUNT-ROWS = ZERO
               MOVE 'N' TO SQL-DRAWER-STATUS
               MOVE ZERO TO SQL-DECLARED-BAL SQL-OVER-SHORT
               MOVE SQL-EXPECTED-BAL TO SQL-CLOSING-BAL
               ADD 1 TO WS-DRAWERS-NOT-COUNTED
           ELSE
               MOVE SQL-COUNT-TELLER-ID TO SQL-TELLER-ID
               COMPUTE SQL-OVER-SHORT =
                   SQL-DECLARED-BAL - SQL-EXPECTED-BAL
               MOVE SQL-DECLARED-BAL TO SQL-CLOSING-BAL
               EVALUATE TRUE
                   WHEN SQL-OVER-SHORT > ZERO
                       MOVE 'O' TO SQL-DRAWER-STATUS
                       ADD 1 TO WS-DRAWERS-OVER
                       ADD SQL-OVER-SHORT TO WS-TOTAL-OVER
                   WHEN SQL-OVER-SHORT < ZERO
                       MOVE 'S' TO SQL-DRAWER-STATUS
                       ADD 1 TO WS-DRAWERS-SHORT
                       ADD SQL-OVER-SHORT TO WS-TOTAL-SHORT
                   WHEN OTHER
                       MOVE 'B' TO SQL-DRAWER-STATUS
                       ADD 1 TO WS-DRAWERS-BALANCED
               END-EVALUATE
           END-IF.

           IF SQL-OVER-SHORT NOT = ZERO
               PERFORM POST-OVER-SHORT
           END-IF.

           PERFORM RECORD-DRAWER-BALANCE.
           PERFORM WRITE-DRAWER-LINE.

       BALANCE-ONE-DRAWER-NEXT.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       BALANCE-ONE-DRAWER-EXIT.
           EXIT.

      ******************************************************************
      * POST-OVER-SHORT: One balanced pair under the drawer's branch
      * between branch cash and cash over/short - an overage debits
      * cash and credits over/short, a shortage the opposite. The
      * companion transaction row is marked posted so the unposted
      * pool never sees it; the pair is what the GL reads
      ******************************************************************
       POST-OVER-SHORT SECTION.
           MOVE 'N' TO WS-POSTING-FAILED-FLAG.

           IF SQL-OVER-SHORT > ZERO
               MOVE WS-CONTRA-ACC-BRANCH-CASH TO SQL-DR-ACC
               MOVE WS-BRANCH-CASH-GL-CODE TO SQL-DR-GL
               MOVE WS-CONTRA-ACC-CASH-OVER-SHORT TO SQL-CR-ACC
               MOVE WS-CASH-OVER-SHORT-GL-CODE TO SQL-CR-GL
               MOVE SQL-OVER-SHORT TO WS-POST-AMOUNT
           ELSE
               MOVE WS-CONTRA-ACC-CASH-OVER-SHORT TO SQL-DR-ACC
               MOVE WS-CASH-OVER-SHORT-GL-CODE TO SQL-DR-GL
               MOVE WS-CONTRA-ACC-BRANCH-CASH TO SQL-CR-ACC
               MOVE WS-BRANCH-CASH-GL-CODE TO SQL-CR-GL
               COMPUTE WS-POST-AMOUNT = 0 - SQL-OVER-SHORT
           END-IF.

           MOVE WS-BASE-CURRENCY TO SQL-CURRENCY.
           MOVE WS-POST-AMOUNT TO SQL-AMOUNT.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Teller cash over/short ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-BRANCH-ID) DELIMITED BY SIZE
                  ' drawer ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-DRAWER-ID) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQL-BUS-DATE DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID, AMOUNT, CURRENCY, TX_TS_UTC, TX_TYPE,
                   POSTED_FLAG, VALUE_DATE, NARRATIVE, TELLER_ID,
                   DRAWER_ID
               ) VALUES (
                   :SQL-DR-ACC, :SQL-AMOUNT, :SQL-CURRENCY,
                   SYSUTCDATETIME(), 'ADJUSTMENT', 'Y',
                   :SQL-BUS-DATE, :SQL-NARRATIVE,
                   NULLIF(:SQL-TELLER-ID, ' '), :SQL-DRAWER-ID
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Over/short transaction insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-POSTING-FAILED-FLAG
               GO TO POST-OVER-SHORT-FAIL
           END-IF.

           EXEC SQL
               SELECT MAX(TX_ID) INTO :SQL-OS-TX-ID
               FROM dbo.Transactions
               WHERE ACC_ID = :SQL-DR-ACC
                 AND NARRATIVE = :SQL-NARRATIVE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Over/short transaction lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-POSTING-FAILED-FLAG
               GO TO POST-OVER-SHORT-FAIL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.LedgerEntries (
                   TX_ID, ACC_ID, DEBIT, CREDIT, CURRENCY,
                   POSTED_TS_UTC, GL_CODE, VALUE_DATE, BRANCH_ID,
                   NARRATIVE
               ) VALUES (
                   :SQL-OS-TX-ID, :SQL-DR-ACC, :SQL-AMOUNT, NULL,
                   :SQL-CURRENCY, SYSUTCDATETIME(), :SQL-DR-GL,
                   :SQL-BUS-DATE, :SQL-BRANCH-ID, :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Over/short debit leg insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-POSTING-FAILED-FLAG
               GO TO POST-OVER-SHORT-FAIL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.LedgerEntries (
                   TX_ID, ACC_ID, DEBIT, CREDIT, CURRENCY,
                   POSTED_TS_UTC, GL_CODE, VALUE_DATE, BRANCH_ID,
                   NARRATIVE
               ) VALUES (
                   :SQL-OS-TX-ID, :SQL-CR-ACC, NULL, :SQL-AMOUNT,
                   :SQL-CURRENCY, SYSUTCDATETIME(), :SQL-CR-GL,
                   :SQL-BUS-DATE, :SQL-BRANCH-ID, :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Over/short credit leg insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-POSTING-FAILED-FLAG
               EXEC SQL
                   DELETE FROM dbo.LedgerEntries
                   WHERE TX_ID = :SQL-OS-TX-ID
               END-EXEC
               GO TO POST-OVER-SHORT-FAIL
           END-IF.

           MOVE 0 TO SQL-OS-TX-ID-NULL.
           ADD 1 TO WS-OVER-SHORT-POSTED.
           GO TO POST-OVER-SHORT-EXIT.

       POST-OVER-SHORT-FAIL.
           MOVE 'TELLER_BALANCE' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SPACES TO WS-ERR-CONTEXT.
           STRING 'Drawer ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-BRANCH-ID) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-DRAWER-ID) DELIMITED BY SIZE
               INTO WS-ERR-CONTEXT
           END-STRING.
           MOVE 'Cash over/short posting failed' TO WS-ERR-MESSAGE.
           PERFORM LOG-PROCESSING-ERROR.
           ADD 1 TO WS-ERRORS.
       POST-OVER-SHORT-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-DRAWER-BALANCE: Keep the drawer's proof for the day;
      * its closing balance is tomorrow's opening
      ******************************************************************
       RECORD-DRAWER-BALANCE SECTION.
           EXEC SQL
               DELETE FROM dbo.TellerDrawerBalances
               WHERE BUSINESS_DATE = :SQL-BUS-DATE
                 AND BRANCH_ID = :SQL-BRANCH-ID
                 AND DRAWER_ID = :SQL-DRAWER-ID
           END-EXEC.

           EXEC SQL
               INSERT INTO dbo.TellerDrawerBalances (
                   BUSINESS_DATE,
                   BRANCH_ID,
                   DRAWER_ID,
                   TELLER_ID,
                   OPENING_BAL,
                   CASH_IN,
                   CASH_OUT,
                   BUYS,
                   SELLS,
                   EXPECTED_BAL,
                   DECLARED_BAL,
                   OVER_SHORT,
                   CLOSING_BAL,
                   STATUS,
                   OVER_SHORT_TX_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-BUS-DATE,
                   :SQL-BRANCH-ID,
                   :SQL-DRAWER-ID,
                   NULLIF(:SQL-TELLER-ID, ' '),
                   :SQL-OPENING-BAL,
                   :SQL-CASH-IN,
                   :SQL-CASH-OUT,
                   :SQL-BUYS,
                   :SQL-SELLS,
                   :SQL-EXPECTED-BAL,
                   :SQL-DECLARED-BAL,
                   :SQL-OVER-SHORT,
                   :SQL-CLOSING-BAL,
                   :SQL-DRAWER-STATUS,
                   :SQL-OS-TX-ID:SQL-OS-TX-ID-NULL,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Drawer balance insert failed for '
                       FUNCTION TRIM(SQL-BRANCH-ID) '/'
                       FUNCTION TRIM(SQL-DRAWER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       RECORD-DRAWER-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-DRAWER-LINE: One drawer on the over/short report
      ******************************************************************
       WRITE-DRAWER-LINE SECTION.
           IF NOT REPORT-FILE-OK
               GO TO WRITE-DRAWER-LINE-EXIT
           END-IF.

           MOVE SQL-BRANCH-ID TO WS-RD-BRANCH-ID.
           MOVE SQL-TELLER-ID TO WS-RD-TELLER-ID.
           MOVE SQL-DRAWER-ID TO WS-RD-DRAWER-ID.
           MOVE SQL-OPENING-BAL TO WS-RD-OPENING.
           COMPUTE WS-RD-MOVEMENT =
               SQL-CASH-IN - SQL-CASH-OUT + SQL-BUYS - SQL-SELLS.
           MOVE SQL-EXPECTED-BAL TO WS-RD-EXPECTED.
           MOVE SQL-DECLARED-BAL TO WS-RD-DECLARED.
           MOVE SQL-OVER-SHORT TO WS-RD-OVER-SHORT.
           EVALUATE SQL-DRAWER-STATUS
               WHEN 'O'
                   MOVE 'OVER' TO WS-RD-STATUS
               WHEN 'S'
                   MOVE 'SHORT' TO WS-RD-STATUS
               WHEN 'N'
                   MOVE 'NOT COUNTED' TO WS-RD-STATUS
               WHEN OTHER
                   MOVE 'BALANCED' TO WS-RD-STATUS
           END-EVALUATE.
           WRITE REPORT-RECORD FROM WS-RPT-DETAIL.
       WRITE-DRAWER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * POSITION-VAULTS: Carry every branch vault forward and write
      * the position file cash ordering reads
      ******************************************************************
       POSITION-VAULTS SECTION.
           OPEN OUTPUT VAULT-POSITION-CSV.
           IF NOT VAULT-FILE-OK
               DISPLAY 'WARNING: Cannot create vault position file'
               DISPLAY 'File status: ' WS-VAULT-FILE-STATUS
           ELSE
               MOVE SPACES TO WS-VAULT-LINE
               STRING 'BRANCH_ID,BUSINESS_DATE,OPENING_BAL,'
                      DELIMITED BY SIZE
                      'DRAWER_BUYS,DRAWER_SELLS,SHIPMENTS_IN,'
                      DELIMITED BY SIZE
                      'SHIPMENTS_OUT,VAULT_CLOSING_BAL,DRAWER_CASH,'
                      DELIMITED BY SIZE
                      'BRANCH_CASH_TOTAL' DELIMITED BY SIZE
                   INTO WS-VAULT-LINE
               END-STRING
               WRITE VAULT-CSV-RECORD FROM WS-VAULT-LINE
           END-IF.

           EXEC SQL
               OPEN VAULT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open vault cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO POSITION-VAULTS-CLOSE
           END-IF.

           PERFORM POSITION-ONE-VAULT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE VAULT_CURSOR
           END-EXEC.

       POSITION-VAULTS-CLOSE.
           IF VAULT-FILE-OK
               CLOSE VAULT-POSITION-CSV
               DISPLAY 'Vault positions written to '
                       '"data/out/branch_vault_positions.csv"'
           END-IF.
       POSITION-VAULTS-EXIT.
           EXIT.

      ******************************************************************
      * POSITION-ONE-VAULT: Prior closing, less what the drawers
      * bought, plus what they sold back, plus shipments in, less
      * shipments out. A vault the journal takes below zero means a
      * shipment or a sell is missing from it
      ******************************************************************
       POSITION-ONE-VAULT SECTION.
           EXEC SQL
               FETCH VAULT_CURSOR INTO :SQL-BRANCH-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO POSITION-ONE-VAULT-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Vault fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO POSITION-ONE-VAULT-EXIT
           END-IF.

           MOVE ZERO TO SQL-OPENING-BAL.
           EXEC SQL
               SELECT TOP 1 CLOSING_BAL
               INTO :SQL-OPENING-BAL
               FROM dbo.BranchVaultPositions
               WHERE BRANCH_ID = :SQL-BRANCH-ID
                 AND BUSINESS_DATE < :SQL-BUS-DATE
               ORDER BY BUSINESS_DATE DESC
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-OPENING-BAL
           END-IF.

           MOVE ZERO TO SQL-BUYS SQL-SELLS SQL-SHIPMENTS-IN
                        SQL-SHIPMENTS-OUT.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'BUY'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'SELL'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'SHIP-IN'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'SHIP-OUT'
                                        THEN AMOUNT ELSE 0 END), 0)
               INTO :SQL-BUYS, :SQL-SELLS,
                    :SQL-SHIPMENTS-IN, :SQL-SHIPMENTS-OUT
               FROM dbo.TellerJournal
               WHERE BUSINESS_DATE = :SQL-BUS-DATE
                 AND BRANCH_ID = :SQL-BRANCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Vault movement failed for branch '
                       FUNCTION TRIM(SQL-BRANCH-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO POSITION-ONE-VAULT-NEXT
           END-IF.

           MOVE ZERO TO SQL-DRAWER-CASH.
           EXEC SQL
               SELECT COALESCE(SUM(CLOSING_BAL), 0)
               INTO :SQL-DRAWER-CASH
               FROM dbo.TellerDrawerBalances
               WHERE BUSINESS_DATE = :SQL-BUS-DATE
                 AND BRANCH_ID = :SQL-BRANCH-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-DRAWER-CASH
           END-IF.

           COMPUTE SQL-CLOSING-BAL =
               SQL-OPENING-BAL - SQL-BUYS + SQL-SELLS
               + SQL-SHIPMENTS-IN - SQL-SHIPMENTS-OUT.
           IF SQL-CLOSING-BAL < ZERO
               DISPLAY 'WARNING: Vault position below zero for branch '
                       FUNCTION TRIM(SQL-BRANCH-ID)
               ADD 1 TO WS-VAULTS-NEGATIVE
           END-IF.

           EXEC SQL
               DELETE FROM dbo.BranchVaultPositions
               WHERE BUSINESS_DATE = :SQL-BUS-DATE
                 AND BRANCH_ID = :SQL-BRANCH-ID
           END-EXEC.

           EXEC SQL
               INSERT INTO dbo.BranchVaultPositions (
                   BUSINESS_DATE,
                   BRANCH_ID,
                   OPENING_BAL,
                   DRAWER_BUYS,
                   DRAWER_SELLS,
                   SHIPMENTS_IN,
                   SHIPMENTS_OUT,
                   CLOSING_BAL,
                   DRAWER_CASH,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-BUS-DATE,
                   :SQL-BRANCH-ID,
                   :SQL-OPENING-BAL,
                   :SQL-BUYS,
                   :SQL-SELLS,
                   :SQL-SHIPMENTS-IN,
                   :SQL-SHIPMENTS-OUT,
                   :SQL-CLOSING-BAL,
                   :SQL-DRAWER-CASH,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Vault position insert failed for '
                       FUNCTION TRIM(SQL-BRANCH-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO POSITION-ONE-VAULT-NEXT
           END-IF.

           ADD 1 TO WS-VAULTS-POSITIONED.
           IF NOT VAULT-FILE-OK
               GO TO POSITION-ONE-VAULT-NEXT
           END-IF.

           COMPUTE WS-BRANCH-CASH-TOTAL =
               SQL-CLOSING-BAL + SQL-DRAWER-CASH.
           MOVE SQL-OPENING-BAL TO WS-AMOUNT-DISP.
           MOVE SQL-BUYS TO WS-AMOUNT-DISP-2.
           MOVE SQL-SELLS TO WS-AMOUNT-DISP-3.
           MOVE SQL-SHIPMENTS-IN TO WS-AMOUNT-DISP-4.
           MOVE SQL-SHIPMENTS-OUT TO WS-AMOUNT-DISP-5.
           MOVE SQL-CLOSING-BAL TO WS-AMOUNT-DISP-6.
           MOVE SQL-DRAWER-CASH TO WS-AMOUNT-DISP-7.
           MOVE WS-BRANCH-CASH-TOTAL TO WS-AMOUNT-DISP-8.
           MOVE SPACES TO WS-VAULT-LINE.
           STRING FUNCTION TRIM(SQL-BRANCH-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-BUS-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-3) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-4) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-5) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-6) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-7) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP-8) DELIMITED BY SIZE
               INTO WS-VAULT-LINE
           END-STRING.
           WRITE VAULT-CSV-RECORD FROM WS-VAULT-LINE.

       POSITION-ONE-VAULT-NEXT.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       POSITION-ONE-VAULT-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'TELLER_BALANCE' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'teller_drawer_counts.csv' TO WS-LIN-SRC-TABLE.
           MOVE 'BRANCH_ID,DRAWER_ID,DENOMINATION,PIECES'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'TellerDrawerBalances' TO WS-LIN-TGT-TABLE.
           MOVE 'EXPECTED_BAL,DECLARED_BAL,OVER_SHORT,CLOSING_BAL'
               TO WS-LIN-TGT-COLS.
           MOVE 'reconcile' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Declared count vs journal expected; diff -> GL'
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
           DISPLAY '  Journal entries loaded: ' WS-JOURNAL-LOADED.
           DISPLAY '  Duplicate entries:      ' WS-JOURNAL-DUPLICATE.
           DISPLAY '  Invalid entries:        ' WS-JOURNAL-INVALID.
           DISPLAY '  Cash items tagged:      ' WS-CASH-ITEMS-TAGGED.
           DISPLAY '  Cash items unlinked:    '
                   WS-CASH-ITEMS-UNLINKED.
           DISPLAY '  Count rows loaded:      ' WS-COUNTS-LOADED.
           DISPLAY '  Duplicate count rows:   ' WS-COUNTS-DUPLICATE.
           DISPLAY '  Invalid count rows:     ' WS-COUNTS-INVALID.
           DISPLAY '  Drawers balanced:       ' WS-DRAWERS-BALANCED.
           DISPLAY '  Drawers over:           ' WS-DRAWERS-OVER.
           DISPLAY '  Drawers short:          ' WS-DRAWERS-SHORT.
           DISPLAY '  Drawers not counted:    '
                   WS-DRAWERS-NOT-COUNTED.
           DISPLAY '  Over/short postings:    ' WS-OVER-SHORT-POSTED.
           DISPLAY '  Vaults positioned:      ' WS-VAULTS-POSITIONED.
           DISPLAY '  Vaults below zero:      ' WS-VAULTS-NEGATIVE.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM TELLER-BALANCE.
