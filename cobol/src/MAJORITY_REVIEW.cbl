       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJORITY-REVIEW.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * MAJORITY_REVIEW - Custodial Account Age-of-Majority Review
      ******************************************************************
      * Purpose: Watch the minor beneficiaries of custodial accounts
      *          (the MINOR holder on dbo.AccountHolders, alongside
      *          the CUSTODN custodian) for the age of majority, so a
      *          custodial account does not stay custodial forever.
      *          The age comes from the state governing the
      *          custodianship (MAJORITY-AGES; the default age where
      *          none is on file), counted from the beneficiary's
      *          DATE_OF_BIRTH on dbo.Customers.
      *          Every night, a beneficiary who has reached the age
      *          of majority has the ownership change staged as a
      *          MAJORITY change on dbo.PendingAccountChanges - the
      *          custodian retired and the beneficiary made PRIMARY
      *          once a second officer approves it in ACCOUNT_MASTER.
      *          Never staged twice while one is still pending.
      *          On the last processing day of the month (PARM NOW
      *          runs it on any date) the monthly review also queues
      *          a MAJORITY-NOTICE to the custodian and to the
      *          beneficiary of every account whose beneficiary comes
      *          of age within the notice window - once per account,
      *          addressee and majority date - and reports every
      *          custodial account whose beneficiary has no usable
      *          birth date, or that has no custodian, on the
      *          custodial exceptions file for the branches to fix.
      *          PARM/command line: [NOW]
      * Input:   dbo.AccountHolders, dbo.Customers, dbo.Accounts
      * Output:  dbo.PendingAccountChanges, dbo.CustomerNotifications
      *          data/out/custodial_exceptions.csv
      * Lineage: transform_kind=derive
      ******************************************************************
      * LINEAGE: PROGRAM=MAJORITY_REVIEW
      * LINEAGE: SRC=sqlserver.dbo.AccountHolders(ACC_ID,CUSTOMER_ID,
      *               HOLDER_ROLE,GOVERNING_STATE,STATUS)
      * LINEAGE: SRC=sqlserver.dbo.Customers(CUSTOMER_ID,
      *               DATE_OF_BIRTH,STATUS)
      * LINEAGE: TGT=sqlserver.dbo.PendingAccountChanges(ACC_ID,
      *               CUSTOMER_ID,ACC_TYPE,ACTION,DISPOSITION,MAKER_ID)
      * LINEAGE: TGT=sqlserver.dbo.CustomerNotifications(ACC_ID,
      *               CUSTOMER_ID,EVENT_TYPE,EVENT_REF)
      * LINEAGE: TGT=csv.filesystem.custodial_exceptions.csv(ACC_ID,
      *               CUSTOMER_ID,CUSTODIAN_ID,REASON)
      * LINEAGE: MAP=DATE_OF_BIRTH + MAJORITY AGE -> MAJORITY DATE
      *               [BY GOVERNING_STATE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-CSV
               ASSIGN TO "data/out/custodial_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CSV.
       01  EXCEPTION-CSV-RECORD        PIC X(256).

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
       COPY MAJORITY-AGES.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(16)
                                        VALUE 'MAJORITY_REVIEW_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-EXCEPTION-FILE-STATUS    PIC XX.
           88  EXCEPTION-FILE-OK       VALUE '00'.

       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Command-line / PARM: NOW forces the monthly review on any date
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-PARM-TEXT                PIC X(256).
       01  WS-PARM-VALID               PIC X VALUE 'Y'.
           88  PARM-IS-VALID           VALUE 'Y'.
       01  WS-FORCE-RUN-FLAG           PIC X VALUE 'N'.
           88  FORCE-RUN               VALUE 'Y'.
       01  WS-REVIEW-DUE-FLAG          PIC X VALUE 'N'.
           88  MONTHLY-REVIEW-DUE      VALUE 'Y'.
       01  WS-EXCEPTIONS-FILE-OPEN     PIC X VALUE 'N'.
           88  EXCEPTIONS-FILE-IS-OPEN VALUE 'Y'.

      * Advance notice window - a beneficiary coming of age within
      * this many days of the business date is noticed
       01  WS-NOTICE-WINDOW-DAYS       PIC 9(3) VALUE 90.

      * Majority date working storage
       01  WS-DOB-YYYYMMDD             PIC 9(8).
       01  WS-DOB-PARTS REDEFINES WS-DOB-YYYYMMDD.
           05  WS-DOB-YEAR             PIC 9(4).
           05  WS-DOB-MMDD             PIC 9(4).
       01  WS-MAJORITY-YYYYMMDD        PIC 9(8).
       01  WS-MAJORITY-PARTS REDEFINES WS-MAJORITY-YYYYMMDD.
           05  WS-MAJORITY-YEAR        PIC 9(4).
           05  WS-MAJORITY-MMDD        PIC 9(4).
       01  WS-BUS-YYYYMMDD             PIC 9(8).
       01  WS-MAJORITY-AGE             PIC 9(2).
       01  WS-MAJORITY-DATE-ISO        PIC X(10).
       01  WS-DAYS-TO-MAJORITY         PIC S9(7) COMP-5.
       01  WS-DOB-VALID-FLAG           PIC X VALUE 'N'.
           88  DOB-IS-USABLE           VALUE 'Y'.

      * Exception report line
       01  WS-EXCEPTION-LINE           PIC X(256).
       01  WS-EXCEPTION-REASON         PIC X(64).

      * Row counters
       01  WS-BENEFICIARIES-REVIEWED   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TRANSFERS-STAGED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TRANSFERS-PENDING        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NOTICES-QUEUED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EXCEPTIONS-REPORTED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-GOVERNING-STATE         PIC X(2).
       01  SQL-DATE-OF-BIRTH           PIC X(10).
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-CUSTODIAN-ID            PIC X(32).
       01  SQL-PENDING-COUNT           PIC S9(9) COMP-3.
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       01  SQL-MONTH-PREFIX            PIC X(8).
       01  SQL-LAST-PROC-DATE          PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator - no processing day found
       01  SQL-LAST-PROC-DATE-NULL     PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Active minor beneficiaries of open or frozen custodial
      * accounts, with their birth date, the governing state and the
      * custodian of record (the lowest CUSTOMER_ID where there is
      * more than one; blank where there is none)
       EXEC SQL
           DECLARE MINOR_CURSOR CURSOR FOR
           SELECT H.ACC_ID,
                  H.CUSTOMER_ID,
                  COALESCE(H.GOVERNING_STATE, ' '),
                  COALESCE(CONVERT(CHAR(10), C.DATE_OF_BIRTH, 120),
                           ' '),
                  COALESCE(A.BRANCH_ID, '000'),
                  COALESCE((SELECT MIN(H2.CUSTOMER_ID)
                            FROM dbo.AccountHolders H2
                            WHERE H2.ACC_ID = H.ACC_ID
                              AND H2.HOLDER_ROLE = 'CUSTODN'
                              AND H2.STATUS = 'A'), ' ')
           FROM dbo.AccountHolders H
           JOIN dbo.Accounts A
             ON A.ACC_ID = H.ACC_ID
           JOIN dbo.Customers C
             ON C.CUSTOMER_ID = H.CUSTOMER_ID
           WHERE H.HOLDER_ROLE = 'MINOR'
             AND H.STATUS = 'A'
             AND A.STATUS IN ('O', 'F')
             AND C.STATUS = 'A'
           ORDER BY H.ACC_ID, H.CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'MAJORITY_REVIEW - Custodial Majority Review'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: MAJORITY_REVIEW [NOW]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.

           MOVE 'MAJORITY_REVIEW' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               STOP RUN
           END-IF.

           PERFORM CHECK-REVIEW-DUE.
           IF MONTHLY-REVIEW-DUE
               PERFORM OPEN-EXCEPTION-FILE
           END-IF.
           PERFORM REVIEW-CUSTODIAL-ACCOUNTS.
           PERFORM CLOSE-EXCEPTION-FILE.

           PERFORM RECORD-RUN-END.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'MAJORITY_REVIEW completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM and set up the run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE 'Y' TO WS-PARM-VALID.
           MOVE 'N' TO WS-FORCE-RUN-FLAG.
           MOVE 'N' TO WS-REVIEW-DUE-FLAG.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
               TO WS-PARM-TEXT.
           EVALUATE WS-PARM-TEXT
               WHEN SPACES
                   CONTINUE
               WHEN 'NOW'
                   MOVE 'Y' TO WS-FORCE-RUN-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-VALID
                   GO TO INITIALIZE-PROGRAM-EXIT
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
       CONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-REVIEW-DUE: The advance notices and the exceptions
      * report are the monthly review, run on the last processing
      * day of the month unless PARM NOW forced it; transfers are
      * staged every night
      ******************************************************************
       CHECK-REVIEW-DUE SECTION.
           MOVE 'N' TO WS-REVIEW-DUE-FLAG.

           IF FORCE-RUN
               MOVE 'Y' TO WS-REVIEW-DUE-FLAG
               GO TO CHECK-REVIEW-DUE-EXIT
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
               MOVE 'MAJORITY_REVIEW' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-BUS-DATE TO WS-ERR-CONTEXT
               MOVE 'Month-end lookup failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO CHECK-REVIEW-DUE-EXIT
           END-IF.

           IF SQL-LAST-PROC-DATE-NULL = -1
               DISPLAY 'ERROR: No processing days on '
                       'dbo.BusinessCalendar for ' WS-BUS-DATE (1:7)
               ADD 1 TO WS-ERRORS
               GO TO CHECK-REVIEW-DUE-EXIT
           END-IF.

           IF WS-BUS-DATE NOT = SQL-LAST-PROC-DATE
               DISPLAY 'Business date ' WS-BUS-DATE ' is not the '
                       'last processing day of ' WS-BUS-DATE (1:7)
                       ' - majority transfers only tonight'
               GO TO CHECK-REVIEW-DUE-EXIT
           END-IF.

           MOVE 'Y' TO WS-REVIEW-DUE-FLAG.
       CHECK-REVIEW-DUE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-EXCEPTION-FILE: Create custodial_exceptions.csv with its
      * header row. The review carries on without it if it cannot be
      * created - the notices and transfers do not depend on it
      ******************************************************************
       OPEN-EXCEPTION-FILE SECTION.
           OPEN OUTPUT EXCEPTION-CSV.
           IF NOT EXCEPTION-FILE-OK
               DISPLAY 'ERROR: Cannot create custodial exceptions file'
               DISPLAY 'File status: ' WS-EXCEPTION-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO OPEN-EXCEPTION-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-EXCEPTIONS-FILE-OPEN.
           MOVE 'ACC_ID,CUSTOMER_ID,CUSTODIAN_ID,REASON'
               TO WS-EXCEPTION-LINE.
           WRITE EXCEPTION-CSV-RECORD FROM WS-EXCEPTION-LINE.
       OPEN-EXCEPTION-FILE-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-EXCEPTION-FILE: Close custodial_exceptions.csv
      ******************************************************************
       CLOSE-EXCEPTION-FILE SECTION.
           IF EXCEPTIONS-FILE-IS-OPEN
               CLOSE EXCEPTION-CSV
               MOVE 'N' TO WS-EXCEPTIONS-FILE-OPEN
               DISPLAY 'Custodial exceptions written to '
                       '"data/out/custodial_exceptions.csv"'
           END-IF.
       CLOSE-EXCEPTION-FILE-EXIT.
           EXIT.

      ******************************************************************
      * REVIEW-CUSTODIAL-ACCOUNTS: Walk every active minor beneficiary
      ******************************************************************
       REVIEW-CUSTODIAL-ACCOUNTS SECTION.
           MOVE WS-BUS-DATE (1:4) TO WS-BUS-YYYYMMDD (1:4).
           MOVE WS-BUS-DATE (6:2) TO WS-BUS-YYYYMMDD (5:2).
           MOVE WS-BUS-DATE (9:2) TO WS-BUS-YYYYMMDD (7:2).

           EXEC SQL
               OPEN MINOR_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open minor beneficiary cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REVIEW-CUSTODIAL-ACCOUNTS-EXIT
           END-IF.

           PERFORM REVIEW-ONE-BENEFICIARY
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE MINOR_CURSOR
           END-EXEC.
       REVIEW-CUSTODIAL-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * REVIEW-ONE-BENEFICIARY: One minor beneficiary - reported when
      * the birth date is unusable or the account has no custodian,
      * the transfer staged once they are of age, noticed while they
      * are coming of age within the window
      ******************************************************************
       REVIEW-ONE-BENEFICIARY SECTION.
           EXEC SQL
               FETCH MINOR_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-GOVERNING-STATE,
                   :SQL-DATE-OF-BIRTH,
                   :SQL-BRANCH-ID,
                   :SQL-CUSTODIAN-ID
           END-EXEC.

           IF SQLCODE = 100
               GO TO REVIEW-ONE-BENEFICIARY-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Minor beneficiary cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REVIEW-ONE-BENEFICIARY-EXIT
           END-IF.

           ADD 1 TO WS-BENEFICIARIES-REVIEWED.

           IF SQL-CUSTODIAN-ID = SPACES AND MONTHLY-REVIEW-DUE
               MOVE 'No active custodian on the account'
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-ROW
           END-IF.

           PERFORM COMPUTE-MAJORITY-DATE.
           IF NOT DOB-IS-USABLE
               IF MONTHLY-REVIEW-DUE
                   PERFORM WRITE-EXCEPTION-ROW
               END-IF
               MOVE 0 TO SQLCODE
               GO TO REVIEW-ONE-BENEFICIARY-EXIT
           END-IF.

           IF WS-DAYS-TO-MAJORITY NOT > ZERO
               PERFORM STAGE-MAJORITY-TRANSFER
           ELSE
               IF MONTHLY-REVIEW-DUE
                   AND WS-DAYS-TO-MAJORITY NOT > WS-NOTICE-WINDOW-DAYS
                   PERFORM QUEUE-MAJORITY-NOTICES
               END-IF
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       REVIEW-ONE-BENEFICIARY-EXIT.
           EXIT.

      ******************************************************************
      * COMPUTE-MAJORITY-DATE: The beneficiary's birth date plus the
      * governing state's age of majority (a 29 February birthday
      * comes of age on 28 February in a common year), and the days
      * from the business date to it. An unusable birth date leaves
      * DOB-IS-USABLE off with the reason in WS-EXCEPTION-REASON
      ******************************************************************
       COMPUTE-MAJORITY-DATE SECTION.
           MOVE 'N' TO WS-DOB-VALID-FLAG.

           IF SQL-DATE-OF-BIRTH = SPACES
               MOVE 'DATE_OF_BIRTH missing' TO WS-EXCEPTION-REASON
               GO TO COMPUTE-MAJORITY-DATE-EXIT
           END-IF.

           IF SQL-DATE-OF-BIRTH (1:4) IS NOT NUMERIC
               OR SQL-DATE-OF-BIRTH (6:2) IS NOT NUMERIC
               OR SQL-DATE-OF-BIRTH (9:2) IS NOT NUMERIC
               MOVE 'DATE_OF_BIRTH is not a valid date'
                   TO WS-EXCEPTION-REASON
               GO TO COMPUTE-MAJORITY-DATE-EXIT
           END-IF.

           MOVE SQL-DATE-OF-BIRTH (1:4) TO WS-DOB-YYYYMMDD (1:4).
           MOVE SQL-DATE-OF-BIRTH (6:2) TO WS-DOB-YYYYMMDD (5:2).
           MOVE SQL-DATE-OF-BIRTH (9:2) TO WS-DOB-YYYYMMDD (7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DOB-YYYYMMDD) NOT = 0
               MOVE 'DATE_OF_BIRTH is not a valid date'
                   TO WS-EXCEPTION-REASON
               GO TO COMPUTE-MAJORITY-DATE-EXIT
           END-IF.

           IF WS-DOB-YYYYMMDD > WS-BUS-YYYYMMDD
               MOVE 'DATE_OF_BIRTH is after the business date'
                   TO WS-EXCEPTION-REASON
               GO TO COMPUTE-MAJORITY-DATE-EXIT
           END-IF.

      *    Age of majority for the governing state, or the default
           MOVE WS-MAJ-DEFAULT-AGE TO WS-MAJORITY-AGE.
           SET WS-MAJ-IDX TO 1.
           SEARCH WS-MAJ-AGE-ENTRY
               AT END
                   MOVE WS-MAJ-DEFAULT-AGE TO WS-MAJORITY-AGE
               WHEN WS-MAJ-STATE (WS-MAJ-IDX) = SQL-GOVERNING-STATE
                   MOVE WS-MAJ-AGE (WS-MAJ-IDX) TO WS-MAJORITY-AGE
           END-SEARCH.

           MOVE WS-DOB-YYYYMMDD TO WS-MAJORITY-YYYYMMDD.
           ADD WS-MAJORITY-AGE TO WS-MAJORITY-YEAR.
           IF WS-MAJORITY-MMDD = 0229
               IF FUNCTION MOD(WS-MAJORITY-YEAR, 4) NOT = 0
                   OR (FUNCTION MOD(WS-MAJORITY-YEAR, 100) = 0
                   AND FUNCTION MOD(WS-MAJORITY-YEAR, 400) NOT = 0)
                   MOVE 0228 TO WS-MAJORITY-MMDD
               END-IF
           END-IF.

           COMPUTE WS-DAYS-TO-MAJORITY =
               FUNCTION INTEGER-OF-DATE(WS-MAJORITY-YYYYMMDD)
             - FUNCTION INTEGER-OF-DATE(WS-BUS-YYYYMMDD).

           MOVE SPACES TO WS-MAJORITY-DATE-ISO.
           STRING WS-MAJORITY-YYYYMMDD (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-MAJORITY-YYYYMMDD (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-MAJORITY-YYYYMMDD (7:2) DELIMITED BY SIZE
               INTO WS-MAJORITY-DATE-ISO
           END-STRING.

           MOVE 'Y' TO WS-DOB-VALID-FLAG.
       COMPUTE-MAJORITY-DATE-EXIT.
           EXIT.

      ******************************************************************
      * STAGE-MAJORITY-TRANSFER: The beneficiary is of age - stage
      * the MAJORITY change for a second officer to approve in
      * ACCOUNT_MASTER, naming the custodian it retires. Never staged
      * twice while one is still pending
      ******************************************************************
       STAGE-MAJORITY-TRANSFER SECTION.
           MOVE ZERO TO SQL-PENDING-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PENDING-COUNT
               FROM dbo.PendingAccountChanges
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND ACTION = 'MAJORITY'
                 AND STATUS = 'P'
           END-EXEC.
           IF SQLCODE = 0 AND SQL-PENDING-COUNT > ZERO
               ADD 1 TO WS-TRANSFERS-PENDING
               GO TO STAGE-MAJORITY-TRANSFER-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.PendingAccountChanges (
                   ACC_ID,
                   CUSTOMER_ID,
                   ACC_TYPE,
                   ACTION,
                   OPEN_DATE,
                   DISPOSITION,
                   MAKER_ID,
                   BRANCH_ID,
                   STMT_CYCLE_DAY,
                   STMT_FORMAT,
                   STATUS,
                   SUBMITTED_TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-CUSTOMER-ID,
                   'PRIMARY',
                   'MAJORITY',
                   ' ',
                   :SQL-CUSTODIAN-ID,
                   'MAJORITY-REVIEW',
                   :SQL-BRANCH-ID,
                   NULL,
                   NULL,
                   'P',
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Majority transfer staging failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'MAJORITY_REVIEW' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Majority transfer staging failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO STAGE-MAJORITY-TRANSFER-EXIT
           END-IF.

           ADD 1 TO WS-TRANSFERS-STAGED.
           DISPLAY 'Majority transfer staged for ' SQL-ACC-ID
                   ' - beneficiary of age on ' WS-MAJORITY-DATE-ISO.
       STAGE-MAJORITY-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-MAJORITY-NOTICES: Advance notice of the coming transfer
      * to every custodian on the account and to the beneficiary,
      * each addressed by CUSTOMER_ID. EVENT_REF carries the majority
      * date, so each addressee is told once however many monthly
      * reviews fall inside the window
      ******************************************************************
       QUEUE-MAJORITY-NOTICES SECTION.
           MOVE SPACES TO SQL-NOTICE-REF.
           STRING 'MAJORITY ' DELIMITED BY SIZE
                  WS-MAJORITY-DATE-ISO DELIMITED BY SIZE
               INTO SQL-NOTICE-REF
           END-STRING.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Custodial account ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ' passes to the beneficiary at the age of '
                  DELIMITED BY SIZE
                  'majority on ' DELIMITED BY SIZE
                  WS-MAJORITY-DATE-ISO DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.CustomerNotifications (
                   ACC_ID, CUSTOMER_ID, EVENT_TYPE, EVENT_REF,
                   MESSAGE, QUEUED_FLAG, RUN_ID, TS_UTC)
               SELECT H.ACC_ID, H.CUSTOMER_ID, 'MAJORITY-NOTICE',
                      :SQL-NOTICE-REF, :SQL-NOTICE-MESSAGE,
                      'N', :WS-CURRENT-RUN-ID, SYSUTCDATETIME()
               FROM dbo.AccountHolders H
               WHERE H.ACC_ID = :SQL-ACC-ID
                 AND H.STATUS = 'A'
                 AND (H.HOLDER_ROLE = 'CUSTODN'
                      OR (H.HOLDER_ROLE = 'MINOR'
                          AND H.CUSTOMER_ID = :SQL-CUSTOMER-ID))
                 AND NOT EXISTS
                     (SELECT 1 FROM dbo.CustomerNotifications N
                      WHERE N.ACC_ID = H.ACC_ID
                        AND N.CUSTOMER_ID = H.CUSTOMER_ID
                        AND N.EVENT_TYPE = 'MAJORITY-NOTICE'
                        AND N.EVENT_REF = :SQL-NOTICE-REF)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Majority notice queueing failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'MAJORITY_REVIEW' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Majority notice queueing failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO QUEUE-MAJORITY-NOTICES-EXIT
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-NOTICES-QUEUED
           END-IF.
       QUEUE-MAJORITY-NOTICES-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-EXCEPTION-ROW: One custodial account for the branches
      * to correct, with WS-EXCEPTION-REASON
      ******************************************************************
       WRITE-EXCEPTION-ROW SECTION.
           IF NOT EXCEPTIONS-FILE-IS-OPEN
               GO TO WRITE-EXCEPTION-ROW-EXIT
           END-IF.

           MOVE SPACES TO WS-EXCEPTION-LINE.
           STRING FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTODIAN-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXCEPTION-REASON) DELIMITED BY SIZE
               INTO WS-EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-CSV-RECORD FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS-REPORTED.
       WRITE-EXCEPTION-ROW-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if the run staged or queued something
           IF WS-TRANSFERS-STAGED = ZERO AND WS-NOTICES-QUEUED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'MAJORITY_REVIEW' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'AccountHolders' TO WS-LIN-SRC-TABLE.
           MOVE 'ACC_ID,CUSTOMER_ID,HOLDER_ROLE,GOVERNING_STATE,STATUS'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'PendingAccountChanges' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'ACC_ID,CUSTOMER_ID,ACC_TYPE,ACTION,'
                  DELIMITED BY SIZE
                  'DISPOSITION,MAKER_ID' DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE SPACES TO WS-LIN-TRANSFORM-EXPR.
           STRING 'DATE_OF_BIRTH + state age of majority; of age -> '
                  DELIMITED BY SIZE
                  'MAJORITY change, within window -> MAJORITY-NOTICE'
                  DELIMITED BY SIZE
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
           DISPLAY '  Beneficiaries reviewed: '
                   WS-BENEFICIARIES-REVIEWED.
           DISPLAY '  Transfers staged:     ' WS-TRANSFERS-STAGED.
           DISPLAY '  Transfers pending:    ' WS-TRANSFERS-PENDING.
           DISPLAY '  Notices queued:       ' WS-NOTICES-QUEUED.
           DISPLAY '  Exceptions reported:  ' WS-EXCEPTIONS-REPORTED.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM MAJORITY-REVIEW.
