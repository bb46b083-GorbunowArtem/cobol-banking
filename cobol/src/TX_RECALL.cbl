       IDENTIFICATION DIVISION.
       PROGRAM-ID. TX-RECALL.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * TX_RECALL - Inbound Transaction File Recall and Backout
      ******************************************************************
      * Purpose: Back out every dbo.Transactions row loaded from one
      *          inbound file - the file named in the PARM exactly as
      *          it stands on dbo.FileRegistry for TX_INBOUND (the
      *          SOURCE_FILE_NAME TX_INBOUND stamps on each row). A
      *          posted item is reversed by a linked REVERSAL
      *          (REFERENCE_TX_ID = the item) that POST_LEDGER's
      *          APPLY-REVERSAL-LOGIC posts on its next run; an item
      *          not yet posted, or refused at posting, is cancelled
      *          (POSTED_FLAG 'C') so nothing posts or retries it; an
      *          item already reversed elsewhere is left alone; an
      *          item posted to house suspense is reported for the
      *          suspense desk to clear through SUSPENSE_MAINT. Every
      *          active hold carried by the file's items is released.
      *          The registry row is then marked recalled ('R'), which
      *          TX_INBOUND refuses like a consumed file, so the file
      *          can never be replayed. The recall is one unit of
      *          work: any failure rolls the whole recall back and
      *          ends RC 8 so it can simply be run again. A before/
      *          after control report per account and currency shows
      *          the file's posted effect netted to zero by its
      *          reversals and the ledger balance before and after
      *          they post.
      * Input:   PARM - registered inbound file name
      *          dbo.FileRegistry, dbo.Transactions,
      *          dbo.AccountBalances
      * Output:  dbo.Transactions (REVERSAL rows, POSTED_FLAG 'C')
      *          dbo.Holds (STATUS 'R'), dbo.FileRegistry (STATUS 'R')
      *          data/out/tx_recall_<busdate>_<runts>.txt
      * Lineage: transform_kind=reverse
      ******************************************************************
      * LINEAGE: PROGRAM=TX_RECALL
      * LINEAGE: SRC=sqlserver.dbo.Transactions(TX_ID,ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,POSTED_FLAG,SOURCE_FILE_NAME)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TS_UTC,TX_TYPE,REFERENCE_TX_ID,
      *               VALUE_DATE,NARRATIVE,POSTED_FLAG)
      * LINEAGE: MAP=AMOUNT -> AMOUNT [NEGATE, REVERSAL OF POSTED]
      * LINEAGE: MAP=TX_ID -> REFERENCE_TX_ID [COPY]
      * LINEAGE: MAP=POSTED_FLAG -> POSTED_FLAG ['C' IF UNPOSTED OR
      *               REFUSED]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-RPT
               ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-RPT-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-RPT.
       01  RECALL-RPT-RECORD           PIC X(250).

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
       01  WS-RECALL-RPT-STATUS        PIC XX.
           88  RECALL-RPT-OK           VALUE '00'.

       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Command line / PARM: the registered inbound file name
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-PARM-VALID               PIC X VALUE 'Y'.
           88  PARM-IS-VALID           VALUE 'Y'.

      * Registry state of the file. A file still claimed is being
      * loaded; one already recalled has nothing left to back out
       01  WS-RECALL-ALLOWED           PIC X VALUE 'N'.
           88  RECALL-IS-ALLOWED       VALUE 'Y'.

      * Control report working storage
       01  WS-REPORT-FILE-NAME         PIC X(64).
       01  WS-RECALL-LINE              PIC X(250).
       01  WS-RECALL-PTR               PIC 9(3) COMP-5.
       01  WS-BALANCE-STATUS           PIC X(14).
       01  WS-RECALL-NET               PIC S9(16)V99 COMP-3.
       01  WS-BALANCE-AFTER            PIC S9(16)V99 COMP-3.
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-COUNT-DISP               PIC Z(8)9.
       01  WS-TX-ID-DISP               PIC Z(17)9.

      * Processing counters
       01  WS-ITEMS-READ               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REVERSALS-RAISED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ALREADY-REVERSED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ITEMS-CANCELLED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SUSPENSE-ITEMS           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NO-LEDGER-ITEMS          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-HOLDS-RELEASED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-REPORTED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-OUT-OF-BALANCE  PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS-DISP              PIC Z(8)9.

      * File totals for the control report trailer
       01  WS-TOTAL-POSTED-NET         PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-REVERSED-NET       PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-CANCELLED-AMOUNT   PIC S9(16)V99 COMP-3
                                        VALUE ZERO.
       01  WS-TOTAL-SUSPENSE-AMOUNT    PIC S9(16)V99 COMP-3
                                        VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(10)
                                        VALUE 'TX_RECALL_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-FILE-NAME               PIC X(256).
       01  SQL-RUN-ID                  PIC X(64).
       01  SQL-REG-COUNT               PIC S9(9) COMP-3.
       01  SQL-CLAIMED-COUNT           PIC S9(9) COMP-3.
       01  SQL-RECALLED-COUNT          PIC S9(9) COMP-3.
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-TX-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-TX-TYPE                 PIC X(32).
       01  SQL-POSTED-FLAG             PIC X(1).
       01  SQL-REVERSAL-AMOUNT         PIC S9(16)V99 COMP-3.
       01  SQL-REVERSAL-COUNT          PIC S9(9) COMP-3.
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-ITEM-COUNT              PIC S9(9) COMP-3.
       01  SQL-POSTED-NET              PIC S9(16)V99 COMP-3.
       01  SQL-REVERSED-NET            PIC S9(16)V99 COMP-3.
       01  SQL-PENDING-REVERSAL        PIC S9(16)V99 COMP-3.
       01  SQL-CANCELLED-COUNT         PIC S9(9) COMP-3.
       01  SQL-CANCELLED-AMOUNT        PIC S9(16)V99 COMP-3.
       01  SQL-SUSPENSE-COUNT          PIC S9(9) COMP-3.
       01  SQL-SUSPENSE-AMOUNT         PIC S9(16)V99 COMP-3.
       01  SQL-BALANCE                 PIC S9(16)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every row the file loaded, in load order. POSTED_FLAG is
      * read as 'N' when unset so the EVALUATE sees one value for
      * "not yet posted"
       EXEC SQL
           DECLARE RECALL_CURSOR CURSOR FOR
           SELECT TX_ID, ACC_ID, CURRENCY, AMOUNT, TX_TYPE,
                  COALESCE(POSTED_FLAG, 'N')
           FROM dbo.Transactions
           WHERE SOURCE_FILE_NAME = :SQL-FILE-NAME
           ORDER BY TX_ID
       END-EXEC.

      * The file's effect per account and currency, after the
      * backout: its posted (ledger-bearing) net, the net of every
      * live REVERSAL linked to its items and the part of that still
      * waiting for POST_LEDGER, what was cancelled and what sits in
      * house suspense, against the account's ledger balance now
       EXEC SQL
           DECLARE CONTROL_CURSOR CURSOR FOR
           SELECT T.ACC_ID, T.CURRENCY, COUNT(*),
                  SUM(CASE WHEN T.POSTED_FLAG = 'Y'
                            AND T.TX_TYPE NOT IN ('HOLD',
                                                  'HOLD-RELEASE')
                           THEN T.AMOUNT ELSE 0 END),
                  SUM(COALESCE(R.REV_AMOUNT, 0)),
                  SUM(COALESCE(R.PENDING_AMOUNT, 0)),
                  SUM(CASE WHEN T.POSTED_FLAG = 'C'
                           THEN 1 ELSE 0 END),
                  SUM(CASE WHEN T.POSTED_FLAG = 'C'
                           THEN T.AMOUNT ELSE 0 END),
                  SUM(CASE WHEN T.POSTED_FLAG = 'S'
                           THEN 1 ELSE 0 END),
                  SUM(CASE WHEN T.POSTED_FLAG = 'S'
                           THEN T.AMOUNT ELSE 0 END),
                  COALESCE(MAX(B.BALANCE), 0)
           FROM dbo.Transactions T
           LEFT JOIN (SELECT REFERENCE_TX_ID,
                             SUM(AMOUNT) AS REV_AMOUNT,
                             SUM(CASE WHEN POSTED_FLAG IS NULL
                                        OR POSTED_FLAG = 'N'
                                      THEN AMOUNT ELSE 0 END)
                                 AS PENDING_AMOUNT
                      FROM dbo.Transactions
                      WHERE TX_TYPE = 'REVERSAL'
                        AND (POSTED_FLAG IS NULL
                             OR POSTED_FLAG NOT IN ('R', 'C'))
                      GROUP BY REFERENCE_TX_ID) R
             ON R.REFERENCE_TX_ID = T.TX_ID
           LEFT JOIN dbo.AccountBalances B
             ON B.ACC_ID = T.ACC_ID
            AND B.CURRENCY = T.CURRENCY
           WHERE T.SOURCE_FILE_NAME = :SQL-FILE-NAME
           GROUP BY T.ACC_ID, T.CURRENCY
           ORDER BY T.ACC_ID, T.CURRENCY
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'TX_RECALL - Inbound File Recall and Backout'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: TX_RECALL registered-file-name'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.

           PERFORM CHECK-FILE-REGISTRY.
           IF NOT RECALL-IS-ALLOWED
               PERFORM DISCONNECT-DATABASE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BACK-OUT-FILE-ITEMS.
           IF WS-ERRORS = ZERO
               PERFORM MARK-FILE-RECALLED
           END-IF.

      *    All or nothing - a partly backed-out file is worse than
      *    none, so any failure undoes the whole recall
           IF WS-ERRORS > ZERO
               PERFORM ABANDON-RECALL
               PERFORM DISCONNECT-DATABASE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-CONTROL-REPORT.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-ACCOUNTS-OUT-OF-BALANCE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'TX_RECALL completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Take the file name from the PARM and set
      * up the run. The name is matched as registered, so it is not
      * upper-cased
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ERRORS.
           MOVE 'Y' TO WS-PARM-VALID.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE = SPACES
               MOVE 'N' TO WS-PARM-VALID
               GO TO INITIALIZE-PROGRAM-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO SQL-FILE-NAME.
           DISPLAY 'File to recall: ' FUNCTION TRIM(SQL-FILE-NAME).

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TIMESTAMP FROM TIME.
           MOVE WS-RUN-ID-TIMESTAMP TO WS-RUN-ID-TS.
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.
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
      * CHECK-FILE-REGISTRY: The file must be on dbo.FileRegistry for
      * TX_INBOUND, not still claimed by a load in flight and not
      * already recalled. A done or quarantined file may be recalled
      * - a quarantined file's checkpoint commits may have left rows
      * behind
      ******************************************************************
       CHECK-FILE-REGISTRY SECTION.
           MOVE 'N' TO WS-RECALL-ALLOWED.
           MOVE ZERO TO SQL-REG-COUNT.
           MOVE ZERO TO SQL-CLAIMED-COUNT.
           MOVE ZERO TO SQL-RECALLED-COUNT.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN STATUS = 'C'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN STATUS = 'R'
                                        THEN 1 ELSE 0 END), 0)
               INTO :SQL-REG-COUNT,
                    :SQL-CLAIMED-COUNT,
                    :SQL-RECALLED-COUNT
               FROM dbo.FileRegistry
               WHERE FILE_NAME = :SQL-FILE-NAME
                 AND PROGRAM = 'TX_INBOUND'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: File registry lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'TX_RECALL' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-FILE-NAME TO WS-ERR-CONTEXT
               MOVE 'File registry lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO CHECK-FILE-REGISTRY-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SQL-REG-COUNT = ZERO
                   DISPLAY 'ERROR: File is not on the TX_INBOUND '
                           'registry: ' FUNCTION TRIM(SQL-FILE-NAME)
               WHEN SQL-RECALLED-COUNT > ZERO
                   DISPLAY 'ERROR: File has already been recalled: '
                           FUNCTION TRIM(SQL-FILE-NAME)
               WHEN SQL-CLAIMED-COUNT > ZERO
                   DISPLAY 'ERROR: File is still being loaded - '
                           'recall it once TX_INBOUND completes: '
                           FUNCTION TRIM(SQL-FILE-NAME)
               WHEN OTHER
                   MOVE 'Y' TO WS-RECALL-ALLOWED
           END-EVALUATE.
       CHECK-FILE-REGISTRY-EXIT.
           EXIT.

      ******************************************************************
      * BACK-OUT-FILE-ITEMS: Walk every row the file loaded
      ******************************************************************
       BACK-OUT-FILE-ITEMS SECTION.
           EXEC SQL
               OPEN RECALL_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open recall cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO BACK-OUT-FILE-ITEMS-EXIT
           END-IF.

           PERFORM BACK-OUT-ONE-ITEM
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE RECALL_CURSOR
           END-EXEC.

           IF WS-ITEMS-READ = ZERO
               DISPLAY 'WARNING: No rows on dbo.Transactions came '
                       'from this file - it is marked recalled only'
           END-IF.
       BACK-OUT-FILE-ITEMS-EXIT.
           EXIT.

      ******************************************************************
      * BACK-OUT-ONE-ITEM: Release the item's holds, then reverse,
      * cancel or report it by where posting left it
      ******************************************************************
       BACK-OUT-ONE-ITEM SECTION.
           EXEC SQL
               FETCH RECALL_CURSOR INTO
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-TX-AMOUNT,
                   :SQL-TX-TYPE,
                   :SQL-POSTED-FLAG
           END-EXEC.

           IF SQLCODE = 100
               GO TO BACK-OUT-ONE-ITEM-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Recall fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO BACK-OUT-ONE-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-ITEMS-READ.
           MOVE SQL-TX-ID TO WS-TX-ID-DISP.

           PERFORM RELEASE-ITEM-HOLDS.

      *    A posted HOLD or HOLD-RELEASE never touched the ledger -
      *    releasing the HOLD's own hold above is its whole backout
           EVALUATE TRUE
               WHEN SQL-POSTED-FLAG = 'Y'
                       AND (SQL-TX-TYPE = 'HOLD'
                            OR SQL-TX-TYPE = 'HOLD-RELEASE')
                   ADD 1 TO WS-NO-LEDGER-ITEMS
               WHEN SQL-POSTED-FLAG = 'Y'
                   PERFORM REVERSE-POSTED-ITEM
               WHEN SQL-POSTED-FLAG = 'N'
               WHEN SQL-POSTED-FLAG = 'R'
                   PERFORM CANCEL-UNPOSTED-ITEM
               WHEN SQL-POSTED-FLAG = 'S'
                   DISPLAY 'WARNING: TX ' FUNCTION TRIM(WS-TX-ID-DISP)
                           ' sits in house suspense - clear it '
                           'through SUSPENSE_MAINT'
                   ADD 1 TO WS-SUSPENSE-ITEMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       BACK-OUT-ONE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * RELEASE-ITEM-HOLDS: Release every active hold the item carries
      * - an authorization HOLD's own hold or a deposited check's
      * availability hold - the way a HOLD-RELEASE would
      ******************************************************************
       RELEASE-ITEM-HOLDS SECTION.
           EXEC SQL
               UPDATE dbo.Holds
               SET STATUS = 'R',
                   RELEASED_TS_UTC = SYSUTCDATETIME()
               WHERE TX_ID = :SQL-TX-ID
                 AND STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 0
               ADD SQLERRD(3) TO WS-HOLDS-RELEASED
               GO TO RELEASE-ITEM-HOLDS-EXIT
           END-IF.

           IF SQLCODE NOT = 100
               DISPLAY 'ERROR: Hold release failed for TX '
                       FUNCTION TRIM(WS-TX-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       RELEASE-ITEM-HOLDS-EXIT.
           EXIT.

      ******************************************************************
      * REVERSE-POSTED-ITEM: Raise the linked REVERSAL of a posted
      * item, unposted, for POST_LEDGER's APPLY-REVERSAL-LOGIC to
      * offset the item's own ledger entry (and a transfer's
      * counterparty leg). An item a dispute or return has already
      * reversed is not reversed twice
      ******************************************************************
       REVERSE-POSTED-ITEM SECTION.
           MOVE ZERO TO SQL-REVERSAL-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-REVERSAL-COUNT
               FROM dbo.Transactions
               WHERE TX_TYPE = 'REVERSAL'
                 AND REFERENCE_TX_ID = :SQL-TX-ID
                 AND (POSTED_FLAG IS NULL
                      OR POSTED_FLAG NOT IN ('R', 'C'))
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Reversal lookup failed for TX '
                       FUNCTION TRIM(WS-TX-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REVERSE-POSTED-ITEM-EXIT
           END-IF.

           IF SQL-REVERSAL-COUNT > ZERO
               ADD 1 TO WS-ALREADY-REVERSED
               GO TO REVERSE-POSTED-ITEM-EXIT
           END-IF.

           COMPUTE SQL-REVERSAL-AMOUNT = 0 - SQL-TX-AMOUNT.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Inbound file recalled - reversal of TX '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-ID-DISP) DELIMITED BY SIZE
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
                   :SQL-REVERSAL-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'REVERSAL',
                   :SQL-TX-ID,
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Reversal insert failed for TX '
                       FUNCTION TRIM(WS-TX-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REVERSE-POSTED-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-REVERSALS-RAISED.
       REVERSE-POSTED-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * CANCEL-UNPOSTED-ITEM: An item not yet posted (or refused and
      * awaiting retry) never reached the ledger - POSTED_FLAG 'C'
      * takes it out of every posting and retry pass for good. The
      * flag is re-tested so an item posted since the fetch fails
      * the recall instead of being silently skipped
      ******************************************************************
       CANCEL-UNPOSTED-ITEM SECTION.
           EXEC SQL
               UPDATE dbo.Transactions
               SET POSTED_FLAG = 'C'
               WHERE TX_ID = :SQL-TX-ID
                 AND (POSTED_FLAG IS NULL
                      OR POSTED_FLAG IN ('N', 'R'))
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Cancel failed for TX '
                       FUNCTION TRIM(WS-TX-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CANCEL-UNPOSTED-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-ITEMS-CANCELLED.
       CANCEL-UNPOSTED-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * MARK-FILE-RECALLED: Flip the file's registry rows to recalled
      * - TX_INBOUND's claim refuses a recalled name, so the file can
      * never be replayed
      ******************************************************************
       MARK-FILE-RECALLED SECTION.
           EXEC SQL
               UPDATE dbo.FileRegistry
               SET STATUS = 'R',
                   RECALL_RUN_ID = :SQL-RUN-ID,
                   RECALLED_TS_UTC = SYSUTCDATETIME()
               WHERE FILE_NAME = :SQL-FILE-NAME
                 AND PROGRAM = 'TX_INBOUND'
                 AND STATUS IN ('D', 'Q')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: File registry update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       MARK-FILE-RECALLED-EXIT.
           EXIT.

      ******************************************************************
      * ABANDON-RECALL: Roll the whole recall back, then record why
      * on dbo.ProcessingErrors in its own unit of work
      ******************************************************************
       ABANDON-RECALL SECTION.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC.

           MOVE WS-ERRORS TO WS-ERRORS-DISP.
           DISPLAY 'ERROR: Recall rolled back after '
                   FUNCTION TRIM(WS-ERRORS-DISP) ' error(s) - '
                   'nothing was changed'.

           MOVE 'TX_RECALL' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SQL-FILE-NAME TO WS-ERR-CONTEXT.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING 'File recall rolled back after ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERRORS-DISP) DELIMITED BY SIZE
                  ' error(s)' DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
           END-STRING.
           PERFORM LOG-PROCESSING-ERROR.
       ABANDON-RECALL-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-CONTROL-REPORT: Before/after control report, one line
      * per account and currency the file touched, proving the
      * file's posted effect is netted to zero by its reversals
      ******************************************************************
       WRITE-CONTROL-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING 'data/out/tx_recall_' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID-TS) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.

           OPEN OUTPUT RECALL-RPT.
           IF NOT RECALL-RPT-OK
               DISPLAY 'WARNING: Could not open recall control report'
               DISPLAY 'File status: ' WS-RECALL-RPT-STATUS
           END-IF.

           MOVE SPACES TO WS-RECALL-LINE.
           STRING 'INBOUND FILE RECALL CONTROL REPORT - BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-RECALL-LINE
           END-STRING.
           PERFORM WRITE-RECALL-LINE.
           MOVE SPACES TO WS-RECALL-LINE.
           STRING 'FILE: ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-FILE-NAME) DELIMITED BY SIZE
                  '  RUN: ' DELIMITED BY SIZE
                  WS-CURRENT-RUN-ID DELIMITED BY SIZE
               INTO WS-RECALL-LINE
           END-STRING.
           PERFORM WRITE-RECALL-LINE.
           MOVE ALL '=' TO WS-RECALL-LINE.
           PERFORM WRITE-RECALL-LINE.
           MOVE SPACES TO WS-RECALL-LINE.
           STRING 'ACC_ID  CCY  ITEMS  POSTED_NET  REVERSED_NET  '
                      DELIMITED BY SIZE
                  'RECALL_NET  CANCELLED  CANCELLED_AMT  SUSPENSE  '
                      DELIMITED BY SIZE
                  'SUSPENSE_AMT  BALANCE_BEFORE  BALANCE_AFTER  '
                      DELIMITED BY SIZE
                  'STATUS' DELIMITED BY SIZE
               INTO WS-RECALL-LINE
           END-STRING.
           PERFORM WRITE-RECALL-LINE.

           EXEC SQL
               OPEN CONTROL_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open recall control cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-CONTROL-REPORT-TRAILER
           END-IF.

           PERFORM WRITE-ONE-CONTROL-LINE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE CONTROL_CURSOR
           END-EXEC.
       WRITE-CONTROL-REPORT-TRAILER.
           MOVE SPACES TO WS-RECALL-LINE.
           PERFORM WRITE-RECALL-LINE.
           COMPUTE WS-RECALL-NET =
               WS-TOTAL-POSTED-NET + WS-TOTAL-REVERSED-NET.
           IF WS-ACCOUNTS-OUT-OF-BALANCE = ZERO
               MOVE 'NETTED' TO WS-BALANCE-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-STATUS
           END-IF.
           MOVE WS-TOTAL-POSTED-NET TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-RECALL-LINE.
           MOVE 1 TO WS-RECALL-PTR.
           STRING 'FILE TOTAL  POSTED_NET ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE WS-TOTAL-REVERSED-NET TO WS-AMOUNT-DISP.
           STRING '  REVERSED_NET ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE WS-RECALL-NET TO WS-AMOUNT-DISP.
           STRING '  RECALL_NET ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BALANCE-STATUS DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           PERFORM WRITE-RECALL-LINE.

           MOVE WS-ITEMS-READ TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RECALL-LINE.
           MOVE 1 TO WS-RECALL-PTR.
           STRING 'Items on file: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE WS-REVERSALS-RAISED TO WS-COUNT-DISP.
           STRING '  reversals raised: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE WS-ALREADY-REVERSED TO WS-COUNT-DISP.
           STRING '  already reversed: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE WS-ITEMS-CANCELLED TO WS-COUNT-DISP.
           STRING '  cancelled: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE WS-HOLDS-RELEASED TO WS-COUNT-DISP.
           STRING '  holds released: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           PERFORM WRITE-RECALL-LINE.

           IF WS-SUSPENSE-ITEMS > ZERO
               MOVE WS-SUSPENSE-ITEMS TO WS-COUNT-DISP
               MOVE SPACES TO WS-RECALL-LINE
               STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                      ' item(s) sit in house suspense and must be '
                          DELIMITED BY SIZE
                      'cleared through SUSPENSE_MAINT'
                          DELIMITED BY SIZE
                   INTO WS-RECALL-LINE
               END-STRING
               PERFORM WRITE-RECALL-LINE
           END-IF.
           MOVE SPACES TO WS-RECALL-LINE.
           STRING 'BALANCE_AFTER is the ledger balance once '
                      DELIMITED BY SIZE
                  'POST_LEDGER has posted the reversals raised tonight'
                      DELIMITED BY SIZE
               INTO WS-RECALL-LINE
           END-STRING.
           PERFORM WRITE-RECALL-LINE.

           IF RECALL-RPT-OK
               CLOSE RECALL-RPT
               DISPLAY 'Recall control report written to '
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
           END-IF.
       WRITE-CONTROL-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-CONTROL-LINE: Report one account and currency. The
      * file's posted net plus its reversals' net must be zero; the
      * balance after is the ledger balance once the reversals still
      * waiting for POST_LEDGER have posted
      ******************************************************************
       WRITE-ONE-CONTROL-LINE SECTION.
           EXEC SQL
               FETCH CONTROL_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-ITEM-COUNT,
                   :SQL-POSTED-NET,
                   :SQL-REVERSED-NET,
                   :SQL-PENDING-REVERSAL,
                   :SQL-CANCELLED-COUNT,
                   :SQL-CANCELLED-AMOUNT,
                   :SQL-SUSPENSE-COUNT,
                   :SQL-SUSPENSE-AMOUNT,
                   :SQL-BALANCE
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-CONTROL-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Recall control fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-CONTROL-LINE-EXIT
           END-IF.

           ADD 1 TO WS-ACCOUNTS-REPORTED.
           ADD SQL-POSTED-NET TO WS-TOTAL-POSTED-NET.
           ADD SQL-REVERSED-NET TO WS-TOTAL-REVERSED-NET.
           ADD SQL-CANCELLED-AMOUNT TO WS-TOTAL-CANCELLED-AMOUNT.
           ADD SQL-SUSPENSE-AMOUNT TO WS-TOTAL-SUSPENSE-AMOUNT.

           COMPUTE WS-RECALL-NET = SQL-POSTED-NET + SQL-REVERSED-NET.
           COMPUTE WS-BALANCE-AFTER =
               SQL-BALANCE + SQL-PENDING-REVERSAL.
           IF WS-RECALL-NET = ZERO
               MOVE 'NETTED' TO WS-BALANCE-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-STATUS
               ADD 1 TO WS-ACCOUNTS-OUT-OF-BALANCE
               DISPLAY 'WARNING: Recall does not net to zero for '
                       FUNCTION TRIM(SQL-ACC-ID) ' ' SQL-CURRENCY
           END-IF.

           MOVE SPACES TO WS-RECALL-LINE.
           MOVE 1 TO WS-RECALL-PTR.
           MOVE SQL-ITEM-COUNT TO WS-COUNT-DISP.
           STRING FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE SQL-POSTED-NET TO WS-AMOUNT-DISP.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE SQL-REVERSED-NET TO WS-AMOUNT-DISP.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE WS-RECALL-NET TO WS-AMOUNT-DISP.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE SQL-CANCELLED-COUNT TO WS-COUNT-DISP.
           MOVE SQL-CANCELLED-AMOUNT TO WS-AMOUNT-DISP.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE SQL-SUSPENSE-COUNT TO WS-COUNT-DISP.
           MOVE SQL-SUSPENSE-AMOUNT TO WS-AMOUNT-DISP.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE SQL-BALANCE TO WS-AMOUNT-DISP.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           MOVE WS-BALANCE-AFTER TO WS-AMOUNT-DISP.
           STRING '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-STATUS) DELIMITED BY SIZE
               INTO WS-RECALL-LINE
               WITH POINTER WS-RECALL-PTR
           END-STRING.
           PERFORM WRITE-RECALL-LINE.
       WRITE-ONE-CONTROL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-RECALL-LINE: Write the current line if the report opened
      ******************************************************************
       WRITE-RECALL-LINE SECTION.
           IF RECALL-RPT-OK
               WRITE RECALL-RPT-RECORD FROM WS-RECALL-LINE
           END-IF.
       WRITE-RECALL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record the recall in the lineage log
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'TX_RECALL' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'Transactions' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'TX_ID,ACC_ID,AMOUNT,CURRENCY,TX_TYPE,POSTED_FLAG,'
                  DELIMITED BY SIZE
                  'SOURCE_FILE_NAME' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'Transactions' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'ACC_ID,AMOUNT,CURRENCY,TX_TS_UTC,TX_TYPE,'
                  DELIMITED BY SIZE
                  'REFERENCE_TX_ID,VALUE_DATE,NARRATIVE,POSTED_FLAG'
                  DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'reverse' TO WS-LIN-TRANSFORM-KIND.
           MOVE SPACES TO WS-LIN-TRANSFORM-EXPR.
           STRING 'Whole-file recall: reverse posted items, cancel '
                      DELIMITED BY SIZE
                  'unposted, release holds' DELIMITED BY SIZE
               INTO WS-LIN-TRANSFORM-EXPR
           END-STRING.
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
           DISPLAY '  Items on file:            ' WS-ITEMS-READ.
           DISPLAY '  Reversals raised:         ' WS-REVERSALS-RAISED.
           DISPLAY '  Already reversed:         ' WS-ALREADY-REVERSED.
           DISPLAY '  Unposted items cancelled: ' WS-ITEMS-CANCELLED.
           DISPLAY '  Hold items (no ledger):   ' WS-NO-LEDGER-ITEMS.
           DISPLAY '  Suspense items reported:  ' WS-SUSPENSE-ITEMS.
           DISPLAY '  Holds released:           ' WS-HOLDS-RELEASED.
           DISPLAY '  Accounts reported:        ' WS-ACCOUNTS-REPORTED.
           DISPLAY '  Accounts out of balance:  '
                   WS-ACCOUNTS-OUT-OF-BALANCE.
           DISPLAY '  Errors:                   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM TX-RECALL.
