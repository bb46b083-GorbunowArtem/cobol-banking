       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRM-FEED.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * CRM_FEED - Customer Relationship Change-Data Feed to the CRM
      ******************************************************************
      * Purpose: Keep the relationship managers' CRM current nightly
      *          instead of from a monthly spreadsheet. EXTRACT mode
      *          writes one feed file of just the customers,
      *          accounts, account-holder relationships and household
      *          memberships that changed since the last file the CRM
      *          accepted:
      *            - customers, accounts and holders changed are the
      *              ones dbo.MasterDataHistory records a change for
      *              after the 'CRM_FEED' watermark on
      *              dbo.ReplicationWatermark (the same register
      *              REPL_REPORTING keeps its watermarks in); each
      *              row carries the record as it stands now
      *            - household memberships are the difference between
      *              dbo.HouseholdMembers now and the membership the
      *              last accepted file was built from
      *          Every row carries an I(nsert)/U(pdate)/D(elete)
      *          indicator; a customer merged away by CUST_MERGE goes
      *          as a delete naming the surviving customer, and a
      *          holder removed from an account as a delete. With no
      *          watermark yet the file is a full load of every row.
      *          The file has a header and a trailer with control
      *          counts, and is registered on dbo.CrmFeedBatches.
      *          ACK mode applies the CRM's acknowledgment file: an
      *          accepted batch whose loaded count agrees with the
      *          trailer advances the watermark to the end of the
      *          batch's window; a rejected one (or one whose count
      *          disagrees) leaves the watermark where it was, so the
      *          next file sends the whole window again. Nothing moves
      *          the watermark but an acknowledgment.
      * Input:   EXTRACT: dbo.MasterDataHistory, dbo.Customers,
      *                   dbo.Accounts, dbo.AccountHolders,
      *                   dbo.HouseholdMembers
      *          ACK:     data/in/crm_ack.csv
      *                   (BATCH_ID,STATUS,RECORDS_LOADED,MESSAGE)
      *          PARM/command line: EXTRACT (default) or ACK
      * Output:  EXTRACT: data/out/crm_feed_<YYYYMMDD>_<HHMMSS>.dat
      *                   dbo.CrmFeedBatches, dbo.CrmFeedHouseholdSent
      *          ACK:     dbo.CrmFeedBatches (accepted / rejected)
      *                   dbo.ReplicationWatermark ('CRM_FEED')
      * Feed file layout (pipe-delimited):
      *          H|CRM_FEED|BATCH_ID|BUSINESS_DATE|FROM_WATERMARK|
      *            TO_WATERMARK|FULL or DELTA
      *          CUST|IND|CUSTOMER_ID|NAME|ADDRESS_LINE1|
      *            ADDRESS_LINE2|PHONE|EMAIL|DATE_OF_BIRTH|STATUS|
      *            SURVIVING_CUSTOMER_ID
      *          ACCT|IND|ACC_ID|CUSTOMER_ID|ACC_TYPE|STATUS|
      *            OPEN_DATE|CLOSE_DATE|BRANCH_ID
      *          HOLD|IND|ACC_ID|CUSTOMER_ID|HOLDER_ROLE|STATUS
      *          HHLD|IND|HOUSEHOLD_ID|CUSTOMER_ID
      *          T|BATCH_ID|CUST_COUNT|ACCT_COUNT|HOLD_COUNT|
      *            HHLD_COUNT|TOTAL_COUNT
      * Lineage: transform_kind=extract
      ******************************************************************
      * LINEAGE: PROGRAM=CRM_FEED
      * LINEAGE: SRC=sqlserver.dbo.MasterDataHistory(ENTITY_TYPE,
      *               ENTITY_KEY,BEFORE_IMAGE,EFFECTIVE_TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.Customers(CUSTOMER_ID,NAME,
      *               ADDRESS_LINE1,ADDRESS_LINE2,PHONE,EMAIL,
      *               DATE_OF_BIRTH,STATUS,MERGED_INTO_CUST_ID)
      * LINEAGE: SRC=sqlserver.dbo.Accounts(ACC_ID,CUSTOMER_ID,
      *               ACC_TYPE,STATUS,OPEN_DATE,CLOSE_DATE,BRANCH_ID)
      * LINEAGE: SRC=sqlserver.dbo.AccountHolders(ACC_ID,CUSTOMER_ID,
      *               HOLDER_ROLE,STATUS)
      * LINEAGE: SRC=sqlserver.dbo.HouseholdMembers(HOUSEHOLD_ID,
      *               CUSTOMER_ID)
      * LINEAGE: TGT=dat.filesystem.crm_feed_<YYYYMMDD>_<HHMMSS>.dat(
      *               REC_TYPE,IND,KEY,ATTRIBUTES)
      * LINEAGE: MAP=MERGED_INTO_CUST_ID -> SURVIVING_CUSTOMER_ID
      * LINEAGE: MAP=BEFORE_IMAGE,CURRENT ROW -> IND [I/U/D]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
               ASSIGN TO WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT ACK-CSV
               ASSIGN TO WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-FILE-RECORD            PIC X(512).

       FD  ACK-CSV.
       01  ACK-CSV-RECORD              PIC X(512).

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
           05  FILLER                  PIC X(9) VALUE 'CRM_FEED_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-FEED-FILE-STATUS         PIC XX.
           88  FEED-FILE-OK            VALUE '00'.
       01  WS-CSV-FILE-STATUS          PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-END-OF-FILE         VALUE '10'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Run mode from the command line/PARM
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-RUN-MODE                 PIC X VALUE 'E'.
           88  RUN-MODE-EXTRACT        VALUE 'E'.
           88  RUN-MODE-ACK            VALUE 'A'.

      * File names
       01  WS-ACK-FILE-NAME            PIC X(256)
               VALUE 'data/in/crm_ack.csv'.
       01  WS-FEED-FILE-NAME           PIC X(256).

      * Watermark source name on dbo.ReplicationWatermark, and the
      * watermark a first run (no watermark yet) starts from
       01  WS-CRM-WATERMARK-SOURCE     PIC X(32) VALUE 'CRM_FEED'.
       01  WS-NO-PRIOR-CRM-WATERMARK   PIC X(32) VALUE
           '1900-01-01 00:00:00.0000000'.

      * This batch
       01  WS-BUS-DATE-YYYYMMDD        PIC X(8).
       01  WS-FEED-LOAD-TYPE           PIC X(5).
           88  FEED-FULL-LOAD          VALUE 'FULL'.
           88  FEED-DELTA-LOAD         VALUE 'DELTA'.
       01  WS-FEED-LINE                PIC X(512).
       01  WS-COUNT-DISP               PIC Z(8)9.
       01  WS-CUST-COUNT-DISP          PIC Z(8)9.
       01  WS-ACCT-COUNT-DISP          PIC Z(8)9.
       01  WS-HOLD-COUNT-DISP          PIC Z(8)9.
       01  WS-HHLD-COUNT-DISP          PIC Z(8)9.

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

      * Parsed acknowledgment fields
       01  WS-CSV-BATCH-ID             PIC X(32).
       01  WS-CSV-ACK-STATUS           PIC X(16).
       01  WS-CSV-RECORDS-LOADED       PIC X(12).
       01  WS-CSV-ACK-MESSAGE          PIC X(128).
       01  WS-RECORDS-LOADED           PIC 9(9) COMP-5.
       01  WS-LOADED-DISP              PIC Z(8)9.

      * Counters
       01  WS-CUST-ROWS                PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCT-ROWS                PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-HOLD-ROWS                PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-HHLD-ROWS                PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BATCHES-ACCEPTED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BATCHES-REJECTED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACKS-REPLAYED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-UNMATCHED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-WM-SOURCE-NAME          PIC X(32).
       01  SQL-PRIOR-WATERMARK         PIC X(32).
       01  SQL-NEW-WATERMARK           PIC X(32).
       01  SQL-FULL-LOAD               PIC X(1).
       01  SQL-BASELINE-BATCH-ID       PIC X(32).
       01  SQL-BATCH-ID                PIC X(32).
       01  SQL-FEED-FILE-NAME          PIC X(256).
       01  SQL-LOAD-TYPE               PIC X(5).
       01  SQL-CUST-ROWS               PIC S9(9) COMP-5.
       01  SQL-ACCT-ROWS               PIC S9(9) COMP-5.
       01  SQL-HOLD-ROWS               PIC S9(9) COMP-5.
       01  SQL-HHLD-ROWS               PIC S9(9) COMP-5.
       01  SQL-TOTAL-ROWS              PIC S9(9) COMP-5.
       01  SQL-BATCH-STATUS            PIC X(1).
       01  SQL-BATCH-TO-WATERMARK      PIC X(32).
       01  SQL-RECORDS-LOADED          PIC S9(9) COMP-5.
       01  SQL-ACK-MESSAGE             PIC X(128).
       01  SQL-CHANGE-IND              PIC X(1).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-NAME                    PIC X(64).
       01  SQL-ADDR1                   PIC X(64).
       01  SQL-ADDR2                   PIC X(64).
       01  SQL-PHONE                   PIC X(24).
       01  SQL-EMAIL                   PIC X(64).
       01  SQL-DATE-OF-BIRTH           PIC X(10).
       01  SQL-STATUS                  PIC X(1).
       01  SQL-SURVIVOR-CUST-ID        PIC X(32).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-OPEN-DATE               PIC X(10).
       01  SQL-CLOSE-DATE              PIC X(10).
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-HOLDER-ROLE             PIC X(8).
       01  SQL-HOUSEHOLD-ID            PIC X(32).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator for the stored watermark
       01  SQL-PRIOR-WATERMARK-NULL    PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Customers changed in the window - or, on a full load, every
      * customer - as they stand now. A customer with no row left or
      * merged away is a delete; one whose first change in the window
      * created it is an insert
       EXEC SQL
           DECLARE CRM_CUST_CURSOR CURSOR FOR
           SELECT K.ENTITY_KEY,
                  CASE WHEN C.CUSTOMER_ID IS NULL THEN 'D'
                       WHEN C.STATUS = 'M' THEN 'D'
                       WHEN K.CREATED = 1 THEN 'I'
                       ELSE 'U'
                  END,
                  REPLACE(COALESCE(C.NAME, ''), '|', ' '),
                  REPLACE(COALESCE(C.ADDRESS_LINE1, ''), '|', ' '),
                  REPLACE(COALESCE(C.ADDRESS_LINE2, ''), '|', ' '),
                  REPLACE(COALESCE(C.PHONE, ''), '|', ' '),
                  REPLACE(COALESCE(C.EMAIL, ''), '|', ' '),
                  COALESCE(CONVERT(VARCHAR(10), C.DATE_OF_BIRTH, 23),
                           ''),
                  COALESCE(C.STATUS, ''),
                  COALESCE(C.MERGED_INTO_CUST_ID, '')
           FROM (SELECT H.ENTITY_KEY,
                        MAX(CASE WHEN H.BEFORE_IMAGE IS NULL
                                 THEN 1 ELSE 0 END) AS CREATED
                 FROM dbo.MasterDataHistory H
                 WHERE H.ENTITY_TYPE = 'CUSTOMER'
                   AND H.EFFECTIVE_TS_UTC >
                       CAST(:SQL-PRIOR-WATERMARK AS DATETIME2)
                   AND H.EFFECTIVE_TS_UTC <=
                       CAST(:SQL-NEW-WATERMARK AS DATETIME2)
                   AND :SQL-FULL-LOAD = 'N'
                 GROUP BY H.ENTITY_KEY
                 UNION ALL
                 SELECT C0.CUSTOMER_ID, 1
                 FROM dbo.Customers C0
                 WHERE :SQL-FULL-LOAD = 'Y') K
           LEFT JOIN dbo.Customers C
               ON C.CUSTOMER_ID = K.ENTITY_KEY
           ORDER BY K.ENTITY_KEY
       END-EXEC.

      * Accounts changed in the window (every account on a full
      * load), as they stand now
       EXEC SQL
           DECLARE CRM_ACCT_CURSOR CURSOR FOR
           SELECT K.ENTITY_KEY,
                  CASE WHEN A.ACC_ID IS NULL THEN 'D'
                       WHEN K.CREATED = 1 THEN 'I'
                       ELSE 'U'
                  END,
                  COALESCE(A.CUSTOMER_ID, ''),
                  COALESCE(A.ACC_TYPE, ''),
                  COALESCE(A.STATUS, ''),
                  COALESCE(CONVERT(VARCHAR(10), A.OPEN_DATE, 23), ''),
                  COALESCE(CONVERT(VARCHAR(10), A.CLOSE_DATE, 23), ''),
                  COALESCE(A.BRANCH_ID, '')
           FROM (SELECT H.ENTITY_KEY,
                        MAX(CASE WHEN H.BEFORE_IMAGE IS NULL
                                 THEN 1 ELSE 0 END) AS CREATED
                 FROM dbo.MasterDataHistory H
                 WHERE H.ENTITY_TYPE = 'ACCOUNT'
                   AND H.EFFECTIVE_TS_UTC >
                       CAST(:SQL-PRIOR-WATERMARK AS DATETIME2)
                   AND H.EFFECTIVE_TS_UTC <=
                       CAST(:SQL-NEW-WATERMARK AS DATETIME2)
                   AND :SQL-FULL-LOAD = 'N'
                 GROUP BY H.ENTITY_KEY
                 UNION ALL
                 SELECT A0.ACC_ID, 1
                 FROM dbo.Accounts A0
                 WHERE :SQL-FULL-LOAD = 'Y') K
           LEFT JOIN dbo.Accounts A
               ON A.ACC_ID = K.ENTITY_KEY
           ORDER BY K.ENTITY_KEY
       END-EXEC.

      * Holder relationships of the accounts whose holder list
      * changed in the window: the list as it stood at the watermark
      * (the window's first before image) against the list now,
      * matched on customer and role. Only relationships that
      * appeared, ended or changed status go; a removed holder is a
      * delete. A full load sends every relationship still in force
       EXEC SQL
           DECLARE CRM_HOLD_CURSOR CURSOR FOR
           SELECT K.ENTITY_KEY, X.CUSTOMER_ID, X.HOLDER_ROLE,
                  X.CHANGE_IND, X.STATUS
           FROM (SELECT H.ENTITY_KEY, H.BEFORE_IMAGE,
                        ROW_NUMBER() OVER (
                            PARTITION BY H.ENTITY_KEY
                            ORDER BY H.EFFECTIVE_TS_UTC, H.HIST_ID)
                            AS WINDOW_SEQ
                 FROM dbo.MasterDataHistory H
                 WHERE H.ENTITY_TYPE = 'HOLDERS'
                   AND H.EFFECTIVE_TS_UTC >
                       CAST(:SQL-PRIOR-WATERMARK AS DATETIME2)
                   AND H.EFFECTIVE_TS_UTC <=
                       CAST(:SQL-NEW-WATERMARK AS DATETIME2)
                   AND :SQL-FULL-LOAD = 'N') K
           CROSS APPLY
                (SELECT COALESCE(CUR.CUSTOMER_ID, OLD.CUSTOMER_ID)
                            AS CUSTOMER_ID,
                        COALESCE(CUR.HOLDER_ROLE, OLD.HOLDER_ROLE)
                            AS HOLDER_ROLE,
                        CASE WHEN CUR.CUSTOMER_ID IS NULL THEN 'D'
                             WHEN CUR.STATUS = 'R' THEN 'D'
                             WHEN OLD.CUSTOMER_ID IS NULL THEN 'I'
                             WHEN OLD.STATUS = 'R' THEN 'I'
                             ELSE 'U'
                        END AS CHANGE_IND,
                        COALESCE(CUR.STATUS, OLD.STATUS, '')
                            AS STATUS,
                        CASE WHEN CUR.CUSTOMER_ID IS NULL
                               OR OLD.CUSTOMER_ID IS NULL
                               OR COALESCE(CUR.STATUS, '') <>
                                  COALESCE(OLD.STATUS, '')
                             THEN 1 ELSE 0
                        END AS CHANGED
                 FROM (SELECT AH.CUSTOMER_ID, AH.HOLDER_ROLE,
                              AH.STATUS
                       FROM dbo.AccountHolders AH
                       WHERE AH.ACC_ID = K.ENTITY_KEY) CUR
                 FULL OUTER JOIN
                      (SELECT J.CUSTOMER_ID, J.HOLDER_ROLE, J.STATUS
                       FROM OPENJSON(K.BEFORE_IMAGE)
                            WITH (CUSTOMER_ID VARCHAR(32),
                                  HOLDER_ROLE VARCHAR(8),
                                  STATUS      VARCHAR(1)) J) OLD
                   ON OLD.CUSTOMER_ID = CUR.CUSTOMER_ID
                  AND OLD.HOLDER_ROLE = CUR.HOLDER_ROLE) X
           WHERE K.WINDOW_SEQ = 1
             AND X.CHANGED = 1
           UNION ALL
           SELECT AH.ACC_ID, AH.CUSTOMER_ID, AH.HOLDER_ROLE, 'I',
                  AH.STATUS
           FROM dbo.AccountHolders AH
           WHERE :SQL-FULL-LOAD = 'Y'
             AND AH.STATUS <> 'R'
           ORDER BY 1, 2, 3
       END-EXEC.

      * Household memberships now against those the last accepted
      * batch was built from (none on the first run, so every
      * membership goes as an insert)
       EXEC SQL
           DECLARE CRM_HHLD_CURSOR CURSOR FOR
           SELECT COALESCE(CUR.HOUSEHOLD_ID, OLD.HOUSEHOLD_ID),
                  COALESCE(CUR.CUSTOMER_ID, OLD.CUSTOMER_ID),
                  CASE WHEN CUR.HOUSEHOLD_ID IS NULL THEN 'D'
                       ELSE 'I'
                  END
           FROM (SELECT DISTINCT M.HOUSEHOLD_ID, M.CUSTOMER_ID
                 FROM dbo.HouseholdMembers M) CUR
           FULL OUTER JOIN
                (SELECT S.HOUSEHOLD_ID, S.CUSTOMER_ID
                 FROM dbo.CrmFeedHouseholdSent S
                 WHERE S.BATCH_ID = :SQL-BASELINE-BATCH-ID) OLD
             ON OLD.HOUSEHOLD_ID = CUR.HOUSEHOLD_ID
            AND OLD.CUSTOMER_ID = CUR.CUSTOMER_ID
           WHERE CUR.HOUSEHOLD_ID IS NULL
              OR OLD.HOUSEHOLD_ID IS NULL
           ORDER BY 1, 2
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'CRM_FEED - CRM Change-Data Feed'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           IF RUN-MODE-ACK
               MOVE 'CRM_FEED_ACK' TO WS-RC-PROGRAM
           ELSE
               MOVE 'CRM_FEED' TO WS-RC-PROGRAM
           END-IF.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.

           IF RUN-MODE-ACK
               PERFORM APPLY-ACK-FILE
           ELSE
               PERFORM GET-FEED-WATERMARK
               PERFORM WRITE-FEED-FILE
               PERFORM REGISTER-FEED-BATCH
           END-IF.

           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'CRM_FEED completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set the run mode from the PARM and
      * generate the run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE.

           EVALUATE FUNCTION TRIM(WS-COMMAND-LINE)
               WHEN 'ACK'
                   MOVE 'A' TO WS-RUN-MODE
                   DISPLAY 'Mode: apply CRM acknowledgments from '
                           FUNCTION TRIM(WS-ACK-FILE-NAME)
               WHEN 'EXTRACT'
               WHEN SPACES
                   MOVE 'E' TO WS-RUN-MODE
                   DISPLAY 'Mode: extract changes for the CRM'
               WHEN OTHER
                   DISPLAY 'ERROR: Usage: CRM-FEED [EXTRACT|ACK]'
                   STOP RUN
           END-EVALUATE.

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
      * APPLY-ACK-FILE: Apply every row of the CRM's acknowledgment
      * file. No file means the CRM has not answered yet
      ******************************************************************
       APPLY-ACK-FILE SECTION.
           OPEN INPUT ACK-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No acknowledgment file - nothing to apply'
               GO TO APPLY-ACK-FILE-EXIT
           END-IF.

           READ ACK-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty acknowledgment file'
                   CLOSE ACK-CSV
                   GO TO APPLY-ACK-FILE-EXIT
           END-READ.
           DISPLAY 'CSV header: ' WS-CSV-HEADER.

           PERFORM APPLY-ONE-ACK UNTIL CSV-END-OF-FILE.

           CLOSE ACK-CSV.
           DISPLAY 'Acknowledgment processing complete'.
       APPLY-ACK-FILE-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ONE-ACK: Apply one acknowledgment row. A batch already
      * accepted or rejected is left as it is, so the same file can
      * be applied twice
      ******************************************************************
       APPLY-ONE-ACK SECTION.
           READ ACK-CSV INTO WS-CSV-LINE
               AT END
                   SET CSV-END-OF-FILE TO TRUE
                   GO TO APPLY-ONE-ACK-EXIT
           END-READ.

           PERFORM SPLIT-CSV-LINE.
           MOVE WS-CSV-FIELD(1) TO WS-CSV-BATCH-ID.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD(2))
               TO WS-CSV-ACK-STATUS.
           MOVE WS-CSV-FIELD(3) TO WS-CSV-RECORDS-LOADED.
           MOVE WS-CSV-FIELD(4) TO WS-CSV-ACK-MESSAGE.

           IF WS-CSV-BATCH-ID = SPACES
               ADD 1 TO WS-ROWS-INVALID
               GO TO APPLY-ONE-ACK-EXIT
           END-IF.

           MOVE WS-CSV-BATCH-ID TO SQL-BATCH-ID.
           EXEC SQL
               SELECT STATUS, TO_WATERMARK_UTC, TOTAL_ROWS
               INTO :SQL-BATCH-STATUS, :SQL-BATCH-TO-WATERMARK,
                    :SQL-TOTAL-ROWS
               FROM dbo.CrmFeedBatches
               WHERE BATCH_ID = :SQL-BATCH-ID
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'WARNING: Acknowledgment for unknown batch: '
                       FUNCTION TRIM(WS-CSV-BATCH-ID)
               ADD 1 TO WS-ROWS-UNMATCHED
               GO TO APPLY-ONE-ACK-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Feed batch lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO APPLY-ONE-ACK-EXIT
           END-IF.

           IF SQL-BATCH-STATUS NOT = 'S'
               DISPLAY 'Batch already acknowledged ('
                       SQL-BATCH-STATUS '): '
                       FUNCTION TRIM(WS-CSV-BATCH-ID)
               ADD 1 TO WS-ACKS-REPLAYED
               GO TO APPLY-ONE-ACK-EXIT
           END-IF.

           MOVE WS-CSV-ACK-MESSAGE TO SQL-ACK-MESSAGE.

           EVALUATE WS-CSV-ACK-STATUS
               WHEN 'ACCEPTED'
                   PERFORM CHECK-RECORDS-LOADED
               WHEN 'REJECTED'
                   PERFORM REJECT-CRM-BATCH
               WHEN OTHER
                   DISPLAY 'ERROR: Unknown ack status: '
                           FUNCTION TRIM(WS-CSV-ACK-STATUS)
                   ADD 1 TO WS-ROWS-INVALID
           END-EVALUATE.
       APPLY-ONE-ACK-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-RECORDS-LOADED: An acceptance is only taken if the
      * count the CRM loaded (when it reports one) agrees with the
      * trailer; otherwise the batch is treated as rejected so the
      * window goes again
      ******************************************************************
       CHECK-RECORDS-LOADED SECTION.
           IF WS-CSV-RECORDS-LOADED = SPACES
               PERFORM ACCEPT-CRM-BATCH
               GO TO CHECK-RECORDS-LOADED-EXIT
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-CSV-RECORDS-LOADED) NOT = 0
               DISPLAY 'ERROR: Invalid records-loaded count: '
                       FUNCTION TRIM(WS-CSV-RECORDS-LOADED)
               ADD 1 TO WS-ROWS-INVALID
               GO TO CHECK-RECORDS-LOADED-EXIT
           END-IF.

           COMPUTE WS-RECORDS-LOADED =
               FUNCTION NUMVAL(WS-CSV-RECORDS-LOADED).

           IF WS-RECORDS-LOADED = SQL-TOTAL-ROWS
               PERFORM ACCEPT-CRM-BATCH
               GO TO CHECK-RECORDS-LOADED-EXIT
           END-IF.

           MOVE WS-RECORDS-LOADED TO WS-LOADED-DISP.
           MOVE SQL-TOTAL-ROWS TO WS-COUNT-DISP.
           MOVE SPACES TO SQL-ACK-MESSAGE.
           STRING 'Control count mismatch: CRM loaded '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOADED-DISP) DELIMITED BY SIZE
                  ' of ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO SQL-ACK-MESSAGE
           END-STRING.
           DISPLAY 'WARNING: ' FUNCTION TRIM(SQL-ACK-MESSAGE)
                   ' - batch ' FUNCTION TRIM(WS-CSV-BATCH-ID).
           PERFORM REJECT-CRM-BATCH.
       CHECK-RECORDS-LOADED-EXIT.
           EXIT.

      ******************************************************************
      * ACCEPT-CRM-BATCH: Mark the batch accepted and advance the
      * watermark to the end of its window - never backwards, should
      * an older batch be acknowledged after a newer one. Household
      * snapshots older than the watermark are no longer needed
      ******************************************************************
       ACCEPT-CRM-BATCH SECTION.
           EXEC SQL
               UPDATE dbo.CrmFeedBatches
               SET STATUS = 'A',
                   ACK_RUN_ID = :WS-CURRENT-RUN-ID,
                   ACK_TS_UTC = SYSUTCDATETIME(),
                   ACK_MESSAGE = :SQL-ACK-MESSAGE
               WHERE BATCH_ID = :SQL-BATCH-ID
                 AND STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Batch accept update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO ACCEPT-CRM-BATCH-EXIT
           END-IF.

           MOVE WS-CRM-WATERMARK-SOURCE TO SQL-WM-SOURCE-NAME.
           EXEC SQL
               MERGE dbo.ReplicationWatermark AS target
               USING (SELECT :SQL-WM-SOURCE-NAME AS SOURCE_NAME,
                             :SQL-BATCH-TO-WATERMARK AS WATERMARK_UTC)
                   AS source
               ON (target.SOURCE_NAME = source.SOURCE_NAME)
               WHEN MATCHED
                AND CAST(target.WATERMARK_UTC AS DATETIME2) <
                    CAST(source.WATERMARK_UTC AS DATETIME2) THEN
                   UPDATE SET WATERMARK_UTC = source.WATERMARK_UTC
               WHEN NOT MATCHED THEN
                   INSERT (SOURCE_NAME, WATERMARK_UTC)
                   VALUES (source.SOURCE_NAME, source.WATERMARK_UTC)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Could not advance CRM watermark'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO ACCEPT-CRM-BATCH-EXIT
           END-IF.

           EXEC SQL
               DELETE S
               FROM dbo.CrmFeedHouseholdSent S
               JOIN dbo.CrmFeedBatches B
                 ON B.BATCH_ID = S.BATCH_ID
               JOIN dbo.ReplicationWatermark W
                 ON W.SOURCE_NAME = :SQL-WM-SOURCE-NAME
               WHERE CAST(B.TO_WATERMARK_UTC AS DATETIME2) <
                     CAST(W.WATERMARK_UTC AS DATETIME2)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Old household snapshots not purged'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           DISPLAY 'Batch accepted: ' FUNCTION TRIM(WS-CSV-BATCH-ID)
                   ' - watermark '
                   FUNCTION TRIM(SQL-BATCH-TO-WATERMARK).
           ADD 1 TO WS-BATCHES-ACCEPTED.
       ACCEPT-CRM-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * REJECT-CRM-BATCH: Mark the batch rejected with the CRM's
      * reason. The watermark stays, so the next file resends the
      * window
      ******************************************************************
       REJECT-CRM-BATCH SECTION.
           EXEC SQL
               UPDATE dbo.CrmFeedBatches
               SET STATUS = 'R',
                   ACK_RUN_ID = :WS-CURRENT-RUN-ID,
                   ACK_TS_UTC = SYSUTCDATETIME(),
                   ACK_MESSAGE = :SQL-ACK-MESSAGE
               WHERE BATCH_ID = :SQL-BATCH-ID
                 AND STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Batch reject update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REJECT-CRM-BATCH-EXIT
           END-IF.

           DISPLAY 'Batch rejected: ' FUNCTION TRIM(WS-CSV-BATCH-ID)
                   ' - ' FUNCTION TRIM(SQL-ACK-MESSAGE).
           ADD 1 TO WS-BATCHES-REJECTED.
       REJECT-CRM-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * GET-FEED-WATERMARK: Fix the batch's window - from the CRM
      * watermark (or a full load if there is none) to now - and
      * the accepted batch the household differences are taken from
      ******************************************************************
       GET-FEED-WATERMARK SECTION.
           INITIALIZE WS-CRM-FEED-BATCH-REC.
           MOVE WS-CRM-WATERMARK-SOURCE TO SQL-WM-SOURCE-NAME.
           EXEC SQL
               SELECT WATERMARK_UTC
               INTO :SQL-PRIOR-WATERMARK:SQL-PRIOR-WATERMARK-NULL
               FROM dbo.ReplicationWatermark
               WHERE SOURCE_NAME = :SQL-WM-SOURCE-NAME
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-PRIOR-WATERMARK-NULL = -1
               MOVE WS-NO-PRIOR-CRM-WATERMARK TO SQL-PRIOR-WATERMARK
               MOVE 'Y' TO SQL-FULL-LOAD
               SET FEED-FULL-LOAD TO TRUE
               MOVE SPACES TO SQL-BASELINE-BATCH-ID
           ELSE
               MOVE 'N' TO SQL-FULL-LOAD
               SET FEED-DELTA-LOAD TO TRUE
               EXEC SQL
                   SELECT TOP 1 BATCH_ID
                   INTO :SQL-BASELINE-BATCH-ID
                   FROM dbo.CrmFeedBatches
                   WHERE STATUS = 'A'
                   ORDER BY CAST(TO_WATERMARK_UTC AS DATETIME2) DESC
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO SQL-BASELINE-BATCH-ID
               END-IF
           END-IF.

           EXEC SQL
               SELECT CONVERT(VARCHAR(27), SYSUTCDATETIME(), 121)
               INTO :SQL-NEW-WATERMARK
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not read the database clock'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.

           STRING WS-BUS-DATE (1:4) DELIMITED BY SIZE
                  WS-BUS-DATE (6:2) DELIMITED BY SIZE
                  WS-BUS-DATE (9:2) DELIMITED BY SIZE
               INTO WS-BUS-DATE-YYYYMMDD
           END-STRING.

           STRING 'CRM' DELIMITED BY SIZE
                  WS-BUS-DATE-YYYYMMDD DELIMITED BY SIZE
                  WS-RUN-ID-TS (1:6) DELIMITED BY SIZE
               INTO WS-CF-BATCH-ID
           END-STRING.

           STRING 'data/out/crm_feed_' DELIMITED BY SIZE
                  WS-BUS-DATE-YYYYMMDD DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-RUN-ID-TS (1:6) DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-FEED-FILE-NAME
           END-STRING.

           MOVE WS-BUS-DATE TO WS-CF-BUSINESS-DATE.
           MOVE WS-FEED-FILE-NAME TO WS-CF-FILE-NAME.
           MOVE WS-FEED-LOAD-TYPE TO WS-CF-LOAD-TYPE.
           MOVE SQL-PRIOR-WATERMARK TO WS-CF-FROM-WATERMARK.
           MOVE SQL-NEW-WATERMARK TO WS-CF-TO-WATERMARK.

           DISPLAY 'Batch: ' FUNCTION TRIM(WS-CF-BATCH-ID)
                   ' (' FUNCTION TRIM(WS-FEED-LOAD-TYPE) ')'.
           DISPLAY 'Window: ' FUNCTION TRIM(WS-CF-FROM-WATERMARK)
                   ' to ' FUNCTION TRIM(WS-CF-TO-WATERMARK).
           IF SQL-BASELINE-BATCH-ID NOT = SPACES
               DISPLAY 'Households compared with batch '
                       FUNCTION TRIM(SQL-BASELINE-BATCH-ID)
           END-IF.
       GET-FEED-WATERMARK-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-FEED-FILE: Write the header, the changed customers,
      * accounts, holder relationships and household memberships,
      * and the control-count trailer
      ******************************************************************
       WRITE-FEED-FILE SECTION.
           IF WS-ERRORS > ZERO
               GO TO WRITE-FEED-FILE-EXIT
           END-IF.

           OPEN OUTPUT FEED-FILE.
           IF NOT FEED-FILE-OK
               DISPLAY 'ERROR: Could not open CRM feed file'
               DISPLAY 'File status: ' WS-FEED-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-FEED-FILE-EXIT
           END-IF.

           MOVE SPACES TO WS-FEED-LINE.
           STRING 'H|CRM_FEED|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CF-BATCH-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CF-FROM-WATERMARK)
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CF-TO-WATERMARK) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEED-LOAD-TYPE) DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.

           PERFORM WRITE-CUSTOMER-CHANGES.
           PERFORM WRITE-ACCOUNT-CHANGES.
           PERFORM WRITE-HOLDER-CHANGES.
           PERFORM WRITE-HOUSEHOLD-CHANGES.

           COMPUTE WS-TOTAL-ROWS = WS-CUST-ROWS + WS-ACCT-ROWS
                                 + WS-HOLD-ROWS + WS-HHLD-ROWS.
           MOVE WS-CUST-ROWS TO WS-CUST-COUNT-DISP.
           MOVE WS-ACCT-ROWS TO WS-ACCT-COUNT-DISP.
           MOVE WS-HOLD-ROWS TO WS-HOLD-COUNT-DISP.
           MOVE WS-HHLD-ROWS TO WS-HHLD-COUNT-DISP.
           MOVE WS-TOTAL-ROWS TO WS-COUNT-DISP.
           MOVE SPACES TO WS-FEED-LINE.
           STRING 'T|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CF-BATCH-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUST-COUNT-DISP) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCT-COUNT-DISP) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-COUNT-DISP) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HHLD-COUNT-DISP) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.

           CLOSE FEED-FILE.
           DISPLAY 'CRM feed written to '
                   FUNCTION TRIM(WS-FEED-FILE-NAME).
       WRITE-FEED-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-CUSTOMER-CHANGES: One CUST record per changed customer
      ******************************************************************
       WRITE-CUSTOMER-CHANGES SECTION.
           EXEC SQL
               OPEN CRM_CUST_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open customer change cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-CUSTOMER-CHANGES-EXIT
           END-IF.

           PERFORM WRITE-ONE-CUSTOMER
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE CRM_CUST_CURSOR
           END-EXEC.
       WRITE-CUSTOMER-CHANGES-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-CUSTOMER: Fetch one changed customer and write it
      ******************************************************************
       WRITE-ONE-CUSTOMER SECTION.
           EXEC SQL
               FETCH CRM_CUST_CURSOR INTO
                   :SQL-CUSTOMER-ID,
                   :SQL-CHANGE-IND,
                   :SQL-NAME,
                   :SQL-ADDR1,
                   :SQL-ADDR2,
                   :SQL-PHONE,
                   :SQL-EMAIL,
                   :SQL-DATE-OF-BIRTH,
                   :SQL-STATUS,
                   :SQL-SURVIVOR-CUST-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-CUSTOMER-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Customer change cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-CUSTOMER-EXIT
           END-IF.

           MOVE SPACES TO WS-FEED-LINE.
           STRING 'CUST|' DELIMITED BY SIZE
                  SQL-CHANGE-IND DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ADDR1) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ADDR2) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-PHONE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-EMAIL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-DATE-OF-BIRTH) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-STATUS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-SURVIVOR-CUST-ID)
                      DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.
           ADD 1 TO WS-CUST-ROWS.
       WRITE-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ACCOUNT-CHANGES: One ACCT record per changed account
      ******************************************************************
       WRITE-ACCOUNT-CHANGES SECTION.
           EXEC SQL
               OPEN CRM_ACCT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open account change cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ACCOUNT-CHANGES-EXIT
           END-IF.

           PERFORM WRITE-ONE-ACCOUNT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE CRM_ACCT_CURSOR
           END-EXEC.
       WRITE-ACCOUNT-CHANGES-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-ACCOUNT: Fetch one changed account and write it
      ******************************************************************
       WRITE-ONE-ACCOUNT SECTION.
           EXEC SQL
               FETCH CRM_ACCT_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-CHANGE-IND,
                   :SQL-CUSTOMER-ID,
                   :SQL-ACC-TYPE,
                   :SQL-STATUS,
                   :SQL-OPEN-DATE,
                   :SQL-CLOSE-DATE,
                   :SQL-BRANCH-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-ACCOUNT-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Account change cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-ACCOUNT-EXIT
           END-IF.

           MOVE SPACES TO WS-FEED-LINE.
           STRING 'ACCT|' DELIMITED BY SIZE
                  SQL-CHANGE-IND DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-TYPE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-STATUS) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-OPEN-DATE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CLOSE-DATE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-BRANCH-ID) DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.
           ADD 1 TO WS-ACCT-ROWS.
       WRITE-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-HOLDER-CHANGES: One HOLD record per holder relationship
      * that appeared, ended or changed status
      ******************************************************************
       WRITE-HOLDER-CHANGES SECTION.
           EXEC SQL
               OPEN CRM_HOLD_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open holder change cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-HOLDER-CHANGES-EXIT
           END-IF.

           PERFORM WRITE-ONE-HOLDER
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE CRM_HOLD_CURSOR
           END-EXEC.
       WRITE-HOLDER-CHANGES-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-HOLDER: Fetch one holder change and write it
      ******************************************************************
       WRITE-ONE-HOLDER SECTION.
           EXEC SQL
               FETCH CRM_HOLD_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-HOLDER-ROLE,
                   :SQL-CHANGE-IND,
                   :SQL-STATUS
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-HOLDER-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Holder change cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-HOLDER-EXIT
           END-IF.

           MOVE SPACES TO WS-FEED-LINE.
           STRING 'HOLD|' DELIMITED BY SIZE
                  SQL-CHANGE-IND DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-HOLDER-ROLE) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-STATUS) DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.
           ADD 1 TO WS-HOLD-ROWS.
       WRITE-ONE-HOLDER-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-HOUSEHOLD-CHANGES: One HHLD record per household
      * membership added or dropped since the last accepted batch
      ******************************************************************
       WRITE-HOUSEHOLD-CHANGES SECTION.
           EXEC SQL
               OPEN CRM_HHLD_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open household change cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-HOUSEHOLD-CHANGES-EXIT
           END-IF.

           PERFORM WRITE-ONE-HOUSEHOLD
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE CRM_HHLD_CURSOR
           END-EXEC.
       WRITE-HOUSEHOLD-CHANGES-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-HOUSEHOLD: Fetch one membership change and write it
      ******************************************************************
       WRITE-ONE-HOUSEHOLD SECTION.
           EXEC SQL
               FETCH CRM_HHLD_CURSOR INTO
                   :SQL-HOUSEHOLD-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-CHANGE-IND
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-HOUSEHOLD-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Household change cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-HOUSEHOLD-EXIT
           END-IF.

           MOVE SPACES TO WS-FEED-LINE.
           STRING 'HHLD|' DELIMITED BY SIZE
                  SQL-CHANGE-IND DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-HOUSEHOLD-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.
           ADD 1 TO WS-HHLD-ROWS.
       WRITE-ONE-HOUSEHOLD-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER-FEED-BATCH: Record the batch as sent, with its
      * window and control counts, and keep the household membership
      * it was built from. A file written with errors is not
      * registered and must not be sent; the watermark is untouched
      ******************************************************************
       REGISTER-FEED-BATCH SECTION.
           IF WS-ERRORS > ZERO
               DISPLAY 'ERROR: Feed batch not registered - '
                       'the file must not be sent'
               GO TO REGISTER-FEED-BATCH-EXIT
           END-IF.

           MOVE WS-CUST-ROWS TO WS-CF-CUSTOMER-ROWS.
           MOVE WS-ACCT-ROWS TO WS-CF-ACCOUNT-ROWS.
           MOVE WS-HOLD-ROWS TO WS-CF-HOLDER-ROWS.
           MOVE WS-HHLD-ROWS TO WS-CF-HOUSEHOLD-ROWS.
           MOVE WS-TOTAL-ROWS TO WS-CF-TOTAL-ROWS.
           SET WS-CF-SENT TO TRUE.
           MOVE WS-CURRENT-RUN-ID TO WS-CF-RUN-ID.

           MOVE WS-CF-BATCH-ID TO SQL-BATCH-ID.
           MOVE WS-CF-FILE-NAME TO SQL-FEED-FILE-NAME.
           MOVE WS-CF-LOAD-TYPE TO SQL-LOAD-TYPE.
           MOVE WS-CF-CUSTOMER-ROWS TO SQL-CUST-ROWS.
           MOVE WS-CF-ACCOUNT-ROWS TO SQL-ACCT-ROWS.
           MOVE WS-CF-HOLDER-ROWS TO SQL-HOLD-ROWS.
           MOVE WS-CF-HOUSEHOLD-ROWS TO SQL-HHLD-ROWS.
           MOVE WS-CF-TOTAL-ROWS TO SQL-TOTAL-ROWS.
           MOVE WS-CF-STATUS TO SQL-BATCH-STATUS.
           MOVE WS-CF-BUSINESS-DATE TO SQL-BUS-DATE.

           EXEC SQL
               INSERT INTO dbo.CrmFeedBatches
                   (BATCH_ID, BUSINESS_DATE, FILE_NAME, LOAD_TYPE,
                    FROM_WATERMARK_UTC, TO_WATERMARK_UTC,
                    CUSTOMER_ROWS, ACCOUNT_ROWS, HOLDER_ROWS,
                    HOUSEHOLD_ROWS, TOTAL_ROWS, STATUS, RUN_ID,
                    SENT_TS_UTC)
               VALUES
                   (:SQL-BATCH-ID, :SQL-BUS-DATE, :SQL-FEED-FILE-NAME,
                    :SQL-LOAD-TYPE, :SQL-PRIOR-WATERMARK,
                    :SQL-NEW-WATERMARK, :SQL-CUST-ROWS,
                    :SQL-ACCT-ROWS, :SQL-HOLD-ROWS, :SQL-HHLD-ROWS,
                    :SQL-TOTAL-ROWS, :SQL-BATCH-STATUS,
                    :WS-CURRENT-RUN-ID, SYSUTCDATETIME())
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Feed batch register insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REGISTER-FEED-BATCH-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.CrmFeedHouseholdSent
                   (BATCH_ID, HOUSEHOLD_ID, CUSTOMER_ID)
               SELECT DISTINCT :SQL-BATCH-ID, M.HOUSEHOLD_ID,
                      M.CUSTOMER_ID
               FROM dbo.HouseholdMembers M
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Household snapshot insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REGISTER-FEED-BATCH-EXIT
           END-IF.

           DISPLAY 'Feed batch registered as sent'.
       REGISTER-FEED-BATCH-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record lineage for this run
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'CRM_FEED' TO WS-LIN-PROGRAM.
           IF RUN-MODE-ACK
               MOVE 'csv' TO WS-LIN-SRC-ENGINE
               MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA
               MOVE 'crm_ack.csv' TO WS-LIN-SRC-TABLE
               MOVE 'BATCH_ID,STATUS,RECORDS_LOADED,MESSAGE'
                   TO WS-LIN-SRC-COLS
               MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE
               MOVE 'dbo' TO WS-LIN-TGT-SCHEMA
               MOVE 'ReplicationWatermark' TO WS-LIN-TGT-TABLE
               MOVE 'SOURCE_NAME,WATERMARK_UTC' TO WS-LIN-TGT-COLS
               MOVE 'acknowledge' TO WS-LIN-TRANSFORM-KIND
               MOVE 'Accepted batch TO_WATERMARK -> CRM_FEED mark'
                   TO WS-LIN-TRANSFORM-EXPR
           ELSE
               MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE
               MOVE 'dbo' TO WS-LIN-SRC-SCHEMA
               MOVE 'MasterDataHistory' TO WS-LIN-SRC-TABLE
               MOVE 'ENTITY_TYPE,ENTITY_KEY,EFFECTIVE_TS_UTC'
                   TO WS-LIN-SRC-COLS
               MOVE 'dat' TO WS-LIN-TGT-ENGINE
               MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA
               MOVE 'crm_feed_<YYYYMMDD>_<HHMMSS>.dat'
                   TO WS-LIN-TGT-TABLE
               MOVE 'REC_TYPE,IND,KEY,ATTRIBUTES' TO WS-LIN-TGT-COLS
               MOVE 'extract' TO WS-LIN-TRANSFORM-KIND
               MOVE 'Changes after CRM_FEED watermark -> I/U/D rows'
                   TO WS-LIN-TRANSFORM-EXPR
           END-IF.
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
           IF RUN-MODE-ACK
               DISPLAY '  Batches accepted:    ' WS-BATCHES-ACCEPTED
               DISPLAY '  Batches rejected:    ' WS-BATCHES-REJECTED
               DISPLAY '  Already acknowledged:' WS-ACKS-REPLAYED
               DISPLAY '  Unmatched rows:      ' WS-ROWS-UNMATCHED
               DISPLAY '  Invalid rows:        ' WS-ROWS-INVALID
           ELSE
               DISPLAY '  Customer records:    ' WS-CUST-ROWS
               DISPLAY '  Account records:     ' WS-ACCT-ROWS
               DISPLAY '  Holder records:      ' WS-HOLD-ROWS
               DISPLAY '  Household records:   ' WS-HHLD-ROWS
               DISPLAY '  Total records:       ' WS-TOTAL-ROWS
           END-IF.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM CRM-FEED.
