       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-ASOF.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * MASTER_ASOF - Customer / Account Master Record As-Of Inquiry
      ******************************************************************
      * Purpose: Answer "what did we have on file for this customer
      *          (or account) on that date?" for disputes, examiners
      *          and subpoenas. Rebuilds the dbo.Customers row, or the
      *          dbo.Accounts row and its dbo.AccountHolders list, as
      *          it stood at the close of the requested date from the
      *          before/after images on dbo.MasterDataHistory, and
      *          lists every change up to that date with the program,
      *          run, requesting operator and approving officer behind
      *          it. The image for the date is, in order of preference:
      *            - the after image of the last change effective on
      *              or before the date
      *            - else the before image of the first change after
      *              it (a null one means the record did not exist yet)
      *            - else, the record never having changed, the current
      *              row
      *          Every pull is recorded on dbo.InquiryAccessAudit under
      *          the requesting operator, as ACCT_INQUIRY does.
      * Input:   dbo.MasterDataHistory, dbo.Customers, dbo.Accounts,
      *          dbo.AccountHolders
      *          PARM/command line:
      *            OPERATOR_ID CUSTOMER|ACCOUNT <ID> <YYYY-MM-DD>
      * Output:  data/out/master_asof_<ID>_<YYYYMMDD>.txt
      * Lineage: transform_kind=extract
      ******************************************************************
      * LINEAGE: PROGRAM=MASTER_ASOF
      * LINEAGE: SRC=sqlserver.dbo.MasterDataHistory(ENTITY_TYPE,
      *               ENTITY_KEY,BEFORE_IMAGE,AFTER_IMAGE,
      *               EFFECTIVE_TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.Customers(*)
      * LINEAGE: SRC=sqlserver.dbo.Accounts(*)
      * LINEAGE: SRC=sqlserver.dbo.AccountHolders(*)
      * LINEAGE: TGT=txt.filesystem.master_asof_<ID>_<YYYYMMDD>.txt(
      *               FIELD,VALUE,HOLDERS,CHANGE_TRAIL)
      * LINEAGE: MAP=AFTER_IMAGE|BEFORE_IMAGE -> FIELD,VALUE [IMAGE
      *               EFFECTIVE AT CLOSE OF THE AS-OF DATE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.
           SELECT ASOF-RPT
               ASSIGN TO WS-OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  ASOF-RPT.
       01  ASOF-RPT-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(12)
                                        VALUE 'MASTER_ASOF_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-ASOF-RPT-STATUS          PIC XX.
           88  ASOF-RPT-OK             VALUE '00'.

      * Command-line / PARM parsing
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-PARM-OPERATOR-ID         PIC X(32).
       01  WS-PARM-ENTITY              PIC X(16).
           88  PARM-CUSTOMER           VALUE 'CUSTOMER'.
           88  PARM-ACCOUNT            VALUE 'ACCOUNT'.
       01  WS-PARM-KEY                 PIC X(32).
       01  WS-PARM-AS-OF-DATE          PIC X(10).
       01  WS-AS-OF-YYYYMMDD           PIC X(8).
       01  WS-AS-OF-DATE-NUM           PIC 9(8).
       01  WS-OUTPUT-FILE-NAME         PIC X(256).

      * Where the image for the date came from
       01  WS-IMAGE-SOURCE             PIC X(1).
           88  IMAGE-FROM-AFTER        VALUE 'A'.
           88  IMAGE-FROM-BEFORE       VALUE 'B'.
           88  IMAGE-FROM-CURRENT      VALUE 'C'.
           88  IMAGE-NOT-ON-FILE       VALUE 'N'.
           88  IMAGE-LOOKUP-FAILED     VALUE 'E'.

      * Report rendering working storage
       01  WS-ASOF-LINE                PIC X(200).
       01  WS-ASOF-FIELD-LINE.
           05  WS-AF-NAME              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AF-VALUE             PIC X(160).
       01  WS-COUNT-DISP               PIC Z(8)9.

      * Counters
       01  WS-FIELDS-WRITTEN           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-HOLDERS-WRITTEN          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TRAIL-WRITTEN            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-OPERATOR-ID             PIC X(32).
       01  SQL-AUDIT-DAYS              PIC S9(4) COMP-5.
       01  SQL-ACC-BRANCH-ID           PIC X(8).
       01  SQL-ENTITY-TYPE             PIC X(8).
       01  SQL-ENTITY-KEY              PIC X(32).
       01  SQL-IMG-ENTITY-TYPE         PIC X(8).
       01  SQL-AS-OF-DATE              PIC X(10).
       01  SQL-IMAGE                   PIC X(8000).
       01  SQL-IMAGE-TS                PIC X(26).
       01  SQL-FIELD-NAME              PIC X(30).
       01  SQL-FIELD-VALUE             PIC X(160).
       01  SQL-HL-CUSTOMER-ID          PIC X(32).
       01  SQL-HL-ROLE                 PIC X(12).
       01  SQL-HL-STATUS               PIC X(1).
       01  SQL-HL-STMT-FLAG            PIC X(1).
       01  SQL-HL-PAYOUT-ACC-ID        PIC X(32).
       01  SQL-HL-GOVERNING-STATE      PIC X(2).
       01  SQL-HL-ADDED-TS             PIC X(26).
       01  SQL-TR-EFFECTIVE-TS         PIC X(26).
       01  SQL-TR-ENTITY-TYPE          PIC X(8).
       01  SQL-TR-ACTION               PIC X(16).
       01  SQL-TR-PROGRAM              PIC X(32).
       01  SQL-TR-REQUESTED-BY         PIC X(32).
       01  SQL-TR-APPROVED-BY          PIC X(32).
       01  SQL-TR-RUN-ID               PIC X(64).
       01  SQL-LATER-CHANGES           PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator for the image (null = record not on file)
       01  SQL-IMAGE-NULL              PIC S9(4) COMP-5.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * The image's columns, in the order the master table holds them
       EXEC SQL
           DECLARE FIELD_CURSOR CURSOR FOR
           SELECT LEFT(J.[key], 30),
                  LEFT(COALESCE(J.[value], ''), 160)
           FROM OPENJSON(:SQL-IMAGE) J
       END-EXEC.

      * The account's holder list out of a HOLDERS image
       EXEC SQL
           DECLARE HOLDER_CURSOR CURSOR FOR
           SELECT COALESCE(H.CUSTOMER_ID, ''),
                  COALESCE(H.HOLDER_ROLE, ''),
                  COALESCE(H.STATUS, ''),
                  COALESCE(H.RECEIVE_STMT_FLAG, ''),
                  COALESCE(H.PAYOUT_ACC_ID, ''),
                  COALESCE(H.GOVERNING_STATE, ''),
                  COALESCE(H.ADDED_TS_UTC, '')
           FROM OPENJSON(:SQL-IMAGE)
                WITH (CUSTOMER_ID       VARCHAR(32),
                      HOLDER_ROLE       VARCHAR(12),
                      STATUS            VARCHAR(1),
                      RECEIVE_STMT_FLAG VARCHAR(1),
                      PAYOUT_ACC_ID     VARCHAR(32),
                      GOVERNING_STATE   VARCHAR(2),
                      ADDED_TS_UTC      VARCHAR(26)) H
       END-EXEC.

      * Every change to the record (and, for an account, to its
      * holder list) effective by the close of the as-of date
       EXEC SQL
           DECLARE TRAIL_CURSOR CURSOR FOR
           SELECT EFFECTIVE_TS_UTC, ENTITY_TYPE, CHANGE_ACTION,
                  PROGRAM, COALESCE(REQUESTED_BY, ''),
                  COALESCE(APPROVED_BY, ''), RUN_ID
           FROM dbo.MasterDataHistory
           WHERE ENTITY_KEY = :SQL-ENTITY-KEY
             AND (ENTITY_TYPE = :SQL-ENTITY-TYPE
                  OR (:SQL-ENTITY-TYPE = 'ACCOUNT'
                      AND ENTITY_TYPE = 'HOLDERS'))
             AND EFFECTIVE_TS_UTC <
                 DATEADD(DAY, 1, CAST(:SQL-AS-OF-DATE AS DATE))
           ORDER BY EFFECTIVE_TS_UTC, HIST_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'MASTER_ASOF - Master Record As-Of Inquiry'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.

           PERFORM BUILD-ASOF-RECORD.

           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'MASTER_ASOF completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM and set up the run
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

      *    The requesting operator is mandatory - privacy audit
      *    requires every pull of customer data to name who asked
           MOVE SPACES TO WS-PARM-OPERATOR-ID WS-PARM-ENTITY
                          WS-PARM-KEY WS-PARM-AS-OF-DATE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-PARM-OPERATOR-ID
                    WS-PARM-ENTITY
                    WS-PARM-KEY
                    WS-PARM-AS-OF-DATE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-PARM-ENTITY) TO WS-PARM-ENTITY.

           IF WS-PARM-OPERATOR-ID = SPACES
               OR WS-PARM-KEY = SPACES
               OR WS-PARM-AS-OF-DATE = SPACES
               OR NOT (PARM-CUSTOMER OR PARM-ACCOUNT)
               DISPLAY 'ERROR: Usage: MASTER-ASOF OPERATOR_ID '
                       'CUSTOMER|ACCOUNT ID YYYY-MM-DD'
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-AS-OF-YYYYMMDD.
           STRING WS-PARM-AS-OF-DATE (1:4) DELIMITED BY SIZE
                  WS-PARM-AS-OF-DATE (6:2) DELIMITED BY SIZE
                  WS-PARM-AS-OF-DATE (9:2) DELIMITED BY SIZE
               INTO WS-AS-OF-YYYYMMDD
           END-STRING.
           IF WS-PARM-AS-OF-DATE (5:1) NOT = '-'
               OR WS-PARM-AS-OF-DATE (8:1) NOT = '-'
               OR WS-AS-OF-YYYYMMDD IS NOT NUMERIC
               DISPLAY 'ERROR: As-of date must be YYYY-MM-DD: '
                       WS-PARM-AS-OF-DATE
               STOP RUN
           END-IF.
           MOVE WS-AS-OF-YYYYMMDD TO WS-AS-OF-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE-NUM) NOT = 0
               DISPLAY 'ERROR: As-of date is not a valid date: '
                       WS-PARM-AS-OF-DATE
               STOP RUN
           END-IF.

           MOVE WS-PARM-ENTITY TO SQL-ENTITY-TYPE.
           MOVE WS-PARM-KEY TO SQL-ENTITY-KEY.
           MOVE WS-PARM-AS-OF-DATE TO SQL-AS-OF-DATE.
           DISPLAY 'Operator: ' WS-PARM-OPERATOR-ID.
           DISPLAY 'Record:   ' FUNCTION TRIM(WS-PARM-ENTITY) ' '
                   FUNCTION TRIM(WS-PARM-KEY).
           DISPLAY 'As of:    ' WS-PARM-AS-OF-DATE.

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
       CONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * BUILD-ASOF-RECORD: The as-of report - the record's fields as
      * they stood, an account's holders, then the change trail
      ******************************************************************
       BUILD-ASOF-RECORD SECTION.
           MOVE SPACES TO WS-OUTPUT-FILE-NAME.
           STRING 'data/out/master_asof_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-KEY) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-AS-OF-YYYYMMDD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-OUTPUT-FILE-NAME
           END-STRING.

           OPEN OUTPUT ASOF-RPT.
           IF NOT ASOF-RPT-OK
               DISPLAY 'ERROR: Could not open as-of report'
               DISPLAY 'File status: ' WS-ASOF-RPT-STATUS
               ADD 1 TO WS-ERRORS
               GO TO BUILD-ASOF-RECORD-EXIT
           END-IF.

           MOVE SPACES TO WS-ASOF-LINE.
           STRING 'MASTER RECORD AS OF CLOSE OF ' DELIMITED BY SIZE
                  WS-PARM-AS-OF-DATE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-ENTITY) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-KEY) DELIMITED BY SIZE
               INTO WS-ASOF-LINE
           END-STRING.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING 'Requested by ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-OPERATOR-ID) DELIMITED BY SIZE
                  ' under run ' DELIMITED BY SIZE
                  WS-CURRENT-RUN-ID DELIMITED BY SIZE
               INTO WS-ASOF-LINE
           END-STRING.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.

           MOVE SQL-ENTITY-TYPE TO SQL-IMG-ENTITY-TYPE.
           PERFORM RESOLVE-ASOF-IMAGE.
           PERFORM WRITE-IMAGE-SOURCE-LINE.
           IF NOT IMAGE-NOT-ON-FILE AND NOT IMAGE-LOOKUP-FAILED
               PERFORM WRITE-IMAGE-FIELDS
           END-IF.

           IF PARM-ACCOUNT
               MOVE SPACES TO WS-ASOF-LINE
               WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE
               MOVE 'ACCOUNT HOLDERS' TO WS-ASOF-LINE
               WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE
               MOVE 'HOLDERS' TO SQL-IMG-ENTITY-TYPE
               PERFORM RESOLVE-ASOF-IMAGE
               PERFORM WRITE-IMAGE-SOURCE-LINE
               IF NOT IMAGE-NOT-ON-FILE AND NOT IMAGE-LOOKUP-FAILED
                   PERFORM WRITE-HOLDER-LINES
               END-IF
           END-IF.

           PERFORM WRITE-CHANGE-TRAIL.

           CLOSE ASOF-RPT.
           PERFORM RECORD-ACCESS-AUDIT.
           DISPLAY 'As-of report written to '
                   FUNCTION TRIM(WS-OUTPUT-FILE-NAME).
       BUILD-ASOF-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * RESOLVE-ASOF-IMAGE: The SQL-IMG-ENTITY-TYPE image of
      * SQL-ENTITY-KEY as it stood at the close of the as-of date
      * into SQL-IMAGE, and where it came from into WS-IMAGE-SOURCE.
      * A change applies from its effective timestamp, so the last
      * change effective before midnight following the date gives
      * the state that day ended in; failing that, the first later
      * change's before image is the state it started from. A null
      * image - the change created the record, or removed the last
      * holder - means nothing was on file
      ******************************************************************
       RESOLVE-ASOF-IMAGE SECTION.
           MOVE SPACES TO SQL-IMAGE SQL-IMAGE-TS.
           MOVE ZERO TO SQL-IMAGE-NULL.

           EXEC SQL
               SELECT TOP 1 AFTER_IMAGE, EFFECTIVE_TS_UTC
               INTO :SQL-IMAGE :SQL-IMAGE-NULL,
                    :SQL-IMAGE-TS
               FROM dbo.MasterDataHistory
               WHERE ENTITY_TYPE = :SQL-IMG-ENTITY-TYPE
                 AND ENTITY_KEY = :SQL-ENTITY-KEY
                 AND EFFECTIVE_TS_UTC <
                     DATEADD(DAY, 1, CAST(:SQL-AS-OF-DATE AS DATE))
               ORDER BY EFFECTIVE_TS_UTC DESC, HIST_ID DESC
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'A' TO WS-IMAGE-SOURCE
               GO TO RESOLVE-ASOF-IMAGE-NULL
           END-IF.
           IF SQLCODE NOT = 100
               GO TO RESOLVE-ASOF-IMAGE-FAILED
           END-IF.

           EXEC SQL
               SELECT TOP 1 BEFORE_IMAGE, EFFECTIVE_TS_UTC
               INTO :SQL-IMAGE :SQL-IMAGE-NULL,
                    :SQL-IMAGE-TS
               FROM dbo.MasterDataHistory
               WHERE ENTITY_TYPE = :SQL-IMG-ENTITY-TYPE
                 AND ENTITY_KEY = :SQL-ENTITY-KEY
                 AND EFFECTIVE_TS_UTC >=
                     DATEADD(DAY, 1, CAST(:SQL-AS-OF-DATE AS DATE))
               ORDER BY EFFECTIVE_TS_UTC, HIST_ID
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'B' TO WS-IMAGE-SOURCE
               GO TO RESOLVE-ASOF-IMAGE-NULL
           END-IF.
           IF SQLCODE NOT = 100
               GO TO RESOLVE-ASOF-IMAGE-FAILED
           END-IF.

      *    Never changed since history began - the current row is
      *    the row as it stood
           MOVE 'C' TO WS-IMAGE-SOURCE.
           EVALUATE SQL-IMG-ENTITY-TYPE
               WHEN 'CUSTOMER'
                   EXEC SQL
                       SELECT (SELECT C.* FROM dbo.Customers C
                               WHERE C.CUSTOMER_ID = :SQL-ENTITY-KEY
                               FOR JSON PATH, WITHOUT_ARRAY_WRAPPER,
                                   INCLUDE_NULL_VALUES)
                       INTO :SQL-IMAGE :SQL-IMAGE-NULL
                   END-EXEC
               WHEN 'ACCOUNT'
                   EXEC SQL
                       SELECT (SELECT A.* FROM dbo.Accounts A
                               WHERE A.ACC_ID = :SQL-ENTITY-KEY
                               FOR JSON PATH, WITHOUT_ARRAY_WRAPPER,
                                   INCLUDE_NULL_VALUES)
                       INTO :SQL-IMAGE :SQL-IMAGE-NULL
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       SELECT (SELECT AH.* FROM dbo.AccountHolders AH
                               WHERE AH.ACC_ID = :SQL-ENTITY-KEY
                               ORDER BY AH.CUSTOMER_ID,
                                        AH.HOLDER_ROLE,
                                        AH.ADDED_TS_UTC
                               FOR JSON PATH, INCLUDE_NULL_VALUES)
                       INTO :SQL-IMAGE :SQL-IMAGE-NULL
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
               GO TO RESOLVE-ASOF-IMAGE-FAILED
           END-IF.
       RESOLVE-ASOF-IMAGE-NULL.
           IF SQL-IMAGE-NULL < 0
               MOVE 'N' TO WS-IMAGE-SOURCE
           END-IF.
           GO TO RESOLVE-ASOF-IMAGE-EXIT.
       RESOLVE-ASOF-IMAGE-FAILED.
           DISPLAY 'ERROR: ' FUNCTION TRIM(SQL-IMG-ENTITY-TYPE)
                   ' image lookup failed for '
                   FUNCTION TRIM(SQL-ENTITY-KEY)
           DISPLAY 'SQLCODE: ' SQLCODE.
           ADD 1 TO WS-ERRORS.
           MOVE 'E' TO WS-IMAGE-SOURCE.
       RESOLVE-ASOF-IMAGE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-IMAGE-SOURCE-LINE: Says which image the section that
      * follows was rebuilt from, so the reader can weigh it
      ******************************************************************
       WRITE-IMAGE-SOURCE-LINE SECTION.
           MOVE SPACES TO WS-ASOF-LINE.
           EVALUATE TRUE
               WHEN IMAGE-FROM-AFTER
                   STRING 'Source: change effective '
                          DELIMITED BY SIZE
                          SQL-IMAGE-TS DELIMITED BY SIZE
                          ' (after image)' DELIMITED BY SIZE
                       INTO WS-ASOF-LINE
                   END-STRING
               WHEN IMAGE-FROM-BEFORE
                   STRING 'Source: change effective '
                          DELIMITED BY SIZE
                          SQL-IMAGE-TS DELIMITED BY SIZE
                          ' (before image)' DELIMITED BY SIZE
                       INTO WS-ASOF-LINE
                   END-STRING
               WHEN IMAGE-FROM-CURRENT
                   MOVE 'Source: current record (no change on file)'
                       TO WS-ASOF-LINE
               WHEN IMAGE-NOT-ON-FILE
                   MOVE 'Not on file at the close of the as-of date'
                       TO WS-ASOF-LINE
               WHEN OTHER
                   MOVE 'Could not be rebuilt - see the run log'
                       TO WS-ASOF-LINE
           END-EVALUATE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.
       WRITE-IMAGE-SOURCE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-IMAGE-FIELDS: One line per column of the resolved
      * image - every column the master table had when it was
      * captured, null columns blank
      ******************************************************************
       WRITE-IMAGE-FIELDS SECTION.
           MOVE SPACES TO WS-ASOF-LINE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.

           EXEC SQL
               OPEN FIELD_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not open image field cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-IMAGE-FIELDS-EXIT
           END-IF.

           PERFORM WRITE-ONE-IMAGE-FIELD
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE FIELD_CURSOR
           END-EXEC.
       WRITE-IMAGE-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-IMAGE-FIELD: One column name and value
      ******************************************************************
       WRITE-ONE-IMAGE-FIELD SECTION.
           EXEC SQL
               FETCH FIELD_CURSOR INTO
                   :SQL-FIELD-NAME,
                   :SQL-FIELD-VALUE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-IMAGE-FIELD-EXIT
           END-IF.

           MOVE SQL-FIELD-NAME TO WS-AF-NAME.
           MOVE SQL-FIELD-VALUE TO WS-AF-VALUE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-FIELD-LINE.
           ADD 1 TO WS-FIELDS-WRITTEN.
       WRITE-ONE-IMAGE-FIELD-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-HOLDER-LINES: One line per holder on the resolved
      * HOLDERS image, removed holders included with their status
      ******************************************************************
       WRITE-HOLDER-LINES SECTION.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING 'CUSTOMER_ID,HOLDER_ROLE,STATUS,RECEIVE_STMT,'
                  DELIMITED BY SIZE
                  'PAYOUT_ACC_ID,GOVERNING_STATE,ADDED_TS_UTC'
                  DELIMITED BY SIZE
               INTO WS-ASOF-LINE
           END-STRING.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.

           EXEC SQL
               OPEN HOLDER_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not open holder cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-HOLDER-LINES-EXIT
           END-IF.

           PERFORM WRITE-ONE-HOLDER-LINE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE HOLDER_CURSOR
           END-EXEC.
       WRITE-HOLDER-LINES-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-HOLDER-LINE: One holder of the account
      ******************************************************************
       WRITE-ONE-HOLDER-LINE SECTION.
           EXEC SQL
               FETCH HOLDER_CURSOR INTO
                   :SQL-HL-CUSTOMER-ID,
                   :SQL-HL-ROLE,
                   :SQL-HL-STATUS,
                   :SQL-HL-STMT-FLAG,
                   :SQL-HL-PAYOUT-ACC-ID,
                   :SQL-HL-GOVERNING-STATE,
                   :SQL-HL-ADDED-TS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-HOLDER-LINE-EXIT
           END-IF.

           MOVE SPACES TO WS-ASOF-LINE.
           STRING FUNCTION TRIM(SQL-HL-CUSTOMER-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-HL-ROLE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-HL-STATUS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-HL-STMT-FLAG DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-HL-PAYOUT-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-HL-GOVERNING-STATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-HL-ADDED-TS) DELIMITED BY SIZE
               INTO WS-ASOF-LINE
           END-STRING.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.
           ADD 1 TO WS-HOLDERS-WRITTEN.
       WRITE-ONE-HOLDER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-CHANGE-TRAIL: Every change up to the as-of date, who
      * asked for it and who approved it, then a count of the changes
      * made since - the record on file today may differ
      ******************************************************************
       WRITE-CHANGE-TRAIL SECTION.
           MOVE SPACES TO WS-ASOF-LINE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.
           MOVE 'CHANGE TRAIL' TO WS-ASOF-LINE.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.
           MOVE SPACES TO WS-ASOF-LINE.
           STRING 'EFFECTIVE_TS_UTC,ENTITY,ACTION,PROGRAM,'
                  DELIMITED BY SIZE
                  'REQUESTED_BY,APPROVED_BY,RUN_ID' DELIMITED BY SIZE
               INTO WS-ASOF-LINE
           END-STRING.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.

           EXEC SQL
               OPEN TRAIL_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not open change trail cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-CHANGE-TRAIL-EXIT
           END-IF.

           PERFORM WRITE-ONE-TRAIL-LINE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE TRAIL_CURSOR
           END-EXEC.

           MOVE ZERO TO SQL-LATER-CHANGES.
           EXEC SQL
               SELECT COUNT(DISTINCT CONCAT(RUN_ID, '/', CHANGE_SEQ))
               INTO :SQL-LATER-CHANGES
               FROM dbo.MasterDataHistory
               WHERE ENTITY_KEY = :SQL-ENTITY-KEY
                 AND (ENTITY_TYPE = :SQL-ENTITY-TYPE
                      OR (:SQL-ENTITY-TYPE = 'ACCOUNT'
                          AND ENTITY_TYPE = 'HOLDERS'))
                 AND EFFECTIVE_TS_UTC >=
                     DATEADD(DAY, 1, CAST(:SQL-AS-OF-DATE AS DATE))
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQL-LATER-CHANGES TO WS-COUNT-DISP
               MOVE SPACES TO WS-ASOF-LINE
               STRING 'Changes made after the as-of date: '
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                   INTO WS-ASOF-LINE
               END-STRING
               WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE
           END-IF.
       WRITE-CHANGE-TRAIL-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-TRAIL-LINE: One history row of the trail
      ******************************************************************
       WRITE-ONE-TRAIL-LINE SECTION.
           EXEC SQL
               FETCH TRAIL_CURSOR INTO
                   :SQL-TR-EFFECTIVE-TS,
                   :SQL-TR-ENTITY-TYPE,
                   :SQL-TR-ACTION,
                   :SQL-TR-PROGRAM,
                   :SQL-TR-REQUESTED-BY,
                   :SQL-TR-APPROVED-BY,
                   :SQL-TR-RUN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-ONE-TRAIL-LINE-EXIT
           END-IF.

           MOVE SPACES TO WS-ASOF-LINE.
           STRING SQL-TR-EFFECTIVE-TS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-TR-ENTITY-TYPE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-TR-ACTION) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-TR-PROGRAM) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-TR-REQUESTED-BY) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-TR-APPROVED-BY) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-TR-RUN-ID) DELIMITED BY SIZE
               INTO WS-ASOF-LINE
           END-STRING.
           WRITE ASOF-RPT-RECORD FROM WS-ASOF-LINE.
           ADD 1 TO WS-TRAIL-WRITTEN.
       WRITE-ONE-TRAIL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-ACCESS-AUDIT: One dbo.InquiryAccessAudit row for the
      * pull, as ACCT_INQUIRY records one. ACC_ID carries the
      * record's key - the customer ID for a customer pull, which
      * has no single branch and is stamped '000'. DAYS_REQUESTED
      * is zero: the pull is of one date, not a window
      ******************************************************************
       RECORD-ACCESS-AUDIT SECTION.
           MOVE WS-PARM-OPERATOR-ID TO SQL-OPERATOR-ID.
           MOVE ZERO TO SQL-AUDIT-DAYS.

           MOVE '000' TO SQL-ACC-BRANCH-ID.
           IF PARM-ACCOUNT
               EXEC SQL
                   SELECT COALESCE(BRANCH_ID, '000')
                   INTO :SQL-ACC-BRANCH-ID
                   FROM dbo.Accounts
                   WHERE ACC_ID = :SQL-ENTITY-KEY
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE '000' TO SQL-ACC-BRANCH-ID
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO dbo.InquiryAccessAudit (
                   OPERATOR_ID,
                   ACC_ID,
                   ACC_BRANCH_ID,
                   DAYS_REQUESTED,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-OPERATOR-ID,
                   :SQL-ENTITY-KEY,
                   :SQL-ACC-BRANCH-ID,
                   :SQL-AUDIT-DAYS,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Access audit insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       RECORD-ACCESS-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'MASTER_ASOF' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE SPACES TO WS-LIN-SRC-TABLE.
           STRING 'MasterDataHistory,Customers,Accounts,'
                  DELIMITED BY SIZE
                  'AccountHolders' DELIMITED BY SIZE
               INTO WS-LIN-SRC-TABLE
           END-STRING.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'ENTITY_TYPE,ENTITY_KEY,BEFORE_IMAGE,AFTER_IMAGE,'
                  DELIMITED BY SIZE
                  'EFFECTIVE_TS_UTC' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'txt' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           MOVE 'master_asof_<ID>_<YYYYMMDD>.txt' TO WS-LIN-TGT-TABLE.
           MOVE 'FIELD,VALUE,HOLDERS,CHANGE_TRAIL' TO WS-LIN-TGT-COLS.
           MOVE 'extract' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Master record image effective at close of date'
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
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Fields written:      ' WS-FIELDS-WRITTEN.
           DISPLAY '  Holders written:     ' WS-HOLDERS-WRITTEN.
           DISPLAY '  Changes listed:      ' WS-TRAIL-WRITTEN.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM MASTER-ASOF.
