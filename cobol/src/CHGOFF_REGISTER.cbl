       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF-REGISTER.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * CHGOFF_REGISTER - Monthly Loan Charge-off and Recovery Register
      ******************************************************************
      * Purpose: List the month's loan charge-offs and post-charge-
      *          off recoveries from dbo.LoanCreditEvents, as
      *          LOAN_CHARGEOFF recorded them - one line per event,
      *          the principal written off to the allowance with the
      *          interest and fees abandoned, or the recovery
      *          received - closing with the month's gross charge-
      *          offs, recoveries and net charge-offs for finance's
      *          allowance reconciliation. Run after month end for
      *          the prior month, or with an explicit YYYY-MM on the
      *          PARM.
      * Input:   dbo.LoanCreditEvents
      *          PARM/command line: report month (YYYY-MM),
      *          defaulting to the month before the current one
      * Output:  data/out/loan_chargeoff_register.csv
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: PROGRAM=CHGOFF_REGISTER
      * LINEAGE: SRC=sqlserver.dbo.LoanCreditEvents(ACC_ID,
      *               EVENT_TYPE,EVENT_DATE,PRINCIPAL_AMT,
      *               INTEREST_AMT,FEES_AMT,RECOVERY_AMT,TX_ID)
      * LINEAGE: TGT=file.filesystem.loan_chargeoff_register.csv(
      *               EVENT_DATE,ACC_ID,EVENT_TYPE,AMOUNTS,TOTALS)
      * LINEAGE: MAP=PRINCIPAL_AMT,RECOVERY_AMT -> TOTALS [SUM, NET]
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
           SELECT REGISTER-CSV
               ASSIGN TO "data/out/loan_chargeoff_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  REGISTER-CSV.
       01  REPORT-CSV-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(16)
                                        VALUE 'CHGOFF_REGISTER_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC XX.
           88  REPORT-FILE-OK          VALUE '00'.

      * Command-line / PARM parsing: report month
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-REPORT-MONTH             PIC X(7).
       01  WS-TODAY-YYYYMMDD           PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MONTH          PIC 9(2).
           05  FILLER                  PIC 9(2).
       01  WS-PRIOR-YEAR               PIC 9(4).
       01  WS-PRIOR-MONTH              PIC 9(2).

      * Report rendering
       01  WS-REPORT-LINE              PIC X(200).
       01  WS-TX-ID-DISP               PIC Z(17)9.
       01  WS-PRINCIPAL-DISP           PIC -(14)9.99.
       01  WS-INTEREST-DISP            PIC -(14)9.99.
       01  WS-FEES-DISP                PIC -(14)9.99.
       01  WS-RECOVERY-DISP            PIC -(14)9.99.
       01  WS-NET-DISP                 PIC -(14)9.99.

      * Totals
       01  WS-TOTAL-PRINCIPAL          PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-INTEREST           PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-FEES               PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-RECOVERY           PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-NET-CHARGE-OFFS          PIC S9(16)V99 COMP-3 VALUE ZERO.

      * Row counters
       01  WS-CHARGE-OFFS-LISTED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RECOVERIES-LISTED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-EVENT-DATE              PIC X(10).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-EVENT-TYPE              PIC X(12).
       01  SQL-PRINCIPAL-AMT           PIC S9(13)V99 COMP-3.
       01  SQL-INTEREST-AMT            PIC S9(13)V99 COMP-3.
       01  SQL-FEES-AMT                PIC S9(13)V99 COMP-3.
       01  SQL-RECOVERY-AMT            PIC S9(13)V99 COMP-3.
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * The month's charge-offs and recoveries in date order
       EXEC SQL
           DECLARE REGISTER_CURSOR CURSOR FOR
           SELECT EVENT_DATE, ACC_ID, EVENT_TYPE,
                  COALESCE(PRINCIPAL_AMT, 0),
                  COALESCE(INTEREST_AMT, 0),
                  COALESCE(FEES_AMT, 0),
                  COALESCE(RECOVERY_AMT, 0),
                  COALESCE(TX_ID, 0)
           FROM dbo.LoanCreditEvents
           WHERE EVENT_DATE LIKE :SQL-MONTH-PREFIX
             AND EVENT_TYPE IN ('CHARGEOFF', 'RECOVERY')
           ORDER BY EVENT_DATE, ACC_ID, EVENT_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'CHGOFF_REGISTER - Charge-off/Recovery Register'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM WRITE-REGISTER.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'CHGOFF_REGISTER completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Resolve the report month and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE (1:7) TO WS-REPORT-MONTH
           ELSE
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               MOVE WS-TODAY-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-TODAY-MONTH - 1
               IF WS-PRIOR-MONTH = ZERO
                   MOVE 12 TO WS-PRIOR-MONTH
                   SUBTRACT 1 FROM WS-PRIOR-YEAR
               END-IF
               MOVE SPACES TO WS-REPORT-MONTH
               STRING WS-PRIOR-YEAR '-' WS-PRIOR-MONTH
                      DELIMITED BY SIZE
                   INTO WS-REPORT-MONTH
               END-STRING
           END-IF.

           MOVE SPACES TO SQL-MONTH-PREFIX.
           STRING WS-REPORT-MONTH DELIMITED BY SPACE
                  '%' DELIMITED BY SIZE
               INTO SQL-MONTH-PREFIX
           END-STRING.
           DISPLAY 'Report month: ' WS-REPORT-MONTH.

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
      * WRITE-REGISTER: Header, one line per event, then the month's
      * totals and net charge-offs
      ******************************************************************
       WRITE-REGISTER SECTION.
           OPEN OUTPUT REGISTER-CSV.
           IF NOT REPORT-FILE-OK
               DISPLAY 'ERROR: Could not open charge-off register'
               DISPLAY 'File status: ' WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EVENT_DATE,ACC_ID,EVENT_TYPE,PRINCIPAL_CHARGED_OFF,'
                  DELIMITED BY SIZE
                  'INTEREST_ABANDONED,FEES_ABANDONED,RECOVERY_AMT,'
                  DELIMITED BY SIZE
                  'TX_ID' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-CSV-RECORD FROM WS-REPORT-LINE.

           EXEC SQL
               OPEN REGISTER_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open register cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               CLOSE REGISTER-CSV
               STOP RUN
           END-IF.

           PERFORM WRITE-ONE-REGISTER-LINE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE REGISTER_CURSOR
           END-EXEC.

      *    Month totals, then net charge-offs (gross less recoveries)
           MOVE WS-TOTAL-PRINCIPAL TO WS-PRINCIPAL-DISP.
           MOVE WS-TOTAL-INTEREST TO WS-INTEREST-DISP.
           MOVE WS-TOTAL-FEES TO WS-FEES-DISP.
           MOVE WS-TOTAL-RECOVERY TO WS-RECOVERY-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL,,,' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRINCIPAL-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INTEREST-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEES-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECOVERY-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-CSV-RECORD FROM WS-REPORT-LINE.

           COMPUTE WS-NET-CHARGE-OFFS =
               WS-TOTAL-PRINCIPAL - WS-TOTAL-RECOVERY.
           MOVE WS-NET-CHARGE-OFFS TO WS-NET-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NET CHARGE-OFFS,,,' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NET-DISP) DELIMITED BY SIZE
                  ',,,,' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-CSV-RECORD FROM WS-REPORT-LINE.

           CLOSE REGISTER-CSV.
           DISPLAY 'Charge-off register written to '
                   '"data/out/loan_chargeoff_register.csv"'.
       WRITE-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-REGISTER-LINE: One charge-off or recovery
      ******************************************************************
       WRITE-ONE-REGISTER-LINE SECTION.
           EXEC SQL
               FETCH REGISTER_CURSOR INTO
                   :SQL-EVENT-DATE,
                   :SQL-ACC-ID,
                   :SQL-EVENT-TYPE,
                   :SQL-PRINCIPAL-AMT,
                   :SQL-INTEREST-AMT,
                   :SQL-FEES-AMT,
                   :SQL-RECOVERY-AMT,
                   :SQL-TX-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-REGISTER-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Register cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-REGISTER-LINE-EXIT
           END-IF.

           IF SQL-EVENT-TYPE = 'RECOVERY'
               ADD 1 TO WS-RECOVERIES-LISTED
           ELSE
               ADD 1 TO WS-CHARGE-OFFS-LISTED
           END-IF.
           ADD SQL-PRINCIPAL-AMT TO WS-TOTAL-PRINCIPAL.
           ADD SQL-INTEREST-AMT TO WS-TOTAL-INTEREST.
           ADD SQL-FEES-AMT TO WS-TOTAL-FEES.
           ADD SQL-RECOVERY-AMT TO WS-TOTAL-RECOVERY.

           MOVE SQL-PRINCIPAL-AMT TO WS-PRINCIPAL-DISP.
           MOVE SQL-INTEREST-AMT TO WS-INTEREST-DISP.
           MOVE SQL-FEES-AMT TO WS-FEES-DISP.
           MOVE SQL-RECOVERY-AMT TO WS-RECOVERY-DISP.
           MOVE SQL-TX-ID TO WS-TX-ID-DISP.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING FUNCTION TRIM(SQL-EVENT-DATE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-EVENT-TYPE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRINCIPAL-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INTEREST-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FEES-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECOVERY-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-ID-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-CSV-RECORD FROM WS-REPORT-LINE.
       WRITE-ONE-REGISTER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we listed at least one event
           IF WS-CHARGE-OFFS-LISTED = ZERO
               AND WS-RECOVERIES-LISTED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'CHGOFF_REGISTER' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LoanCreditEvents' TO WS-LIN-SRC-TABLE.
           MOVE 'EVENT_TYPE,PRINCIPAL_AMT,INTEREST_AMT,RECOVERY_AMT'
               TO WS-LIN-SRC-COLS.
           MOVE 'file' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           MOVE 'loan_chargeoff_register.csv' TO WS-LIN-TGT-TABLE.
           MOVE 'EVENT_DATE,ACC_ID,EVENT_TYPE,AMOUNTS,TOTALS'
               TO WS-LIN-TGT-COLS.
           MOVE 'aggregate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'SUM charge-offs, recoveries; net for the month'
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
           DISPLAY '  Charge-offs listed:  ' WS-CHARGE-OFFS-LISTED.
           DISPLAY '  Recoveries listed:   ' WS-RECOVERIES-LISTED.
           DISPLAY '  Principal charged:   ' WS-TOTAL-PRINCIPAL.
           DISPLAY '  Recovered:           ' WS-TOTAL-RECOVERY.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM CHGOFF-REGISTER.
