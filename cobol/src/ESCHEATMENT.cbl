      *          the dedicated escheatment contra account
      *          (WS-CONTRA-ACC-ESCHEAT). Every state transition is
      *          recorded in dbo.EscheatmentAudit.
      *          The held contents of safe deposit boxes drilled for
      *          unpaid rent (SDB_BILLING, SDB_MAINT) that nobody has
      *          claimed by the contents escheatment age are reported
      *          on their own file for delivery to the state; the
      *          box is marked escheated and returns to the available
      *          inventory.
      * Input:   dbo.Accounts, dbo.EscheatmentTracking,
      *          dbo.AccountBalances, dbo.SafeDepositBoxes
      *          (SQL Server)
      * Output:  dbo.EscheatmentTracking, dbo.EscheatmentAudit,
      *          dbo.Transactions (zeroing transfers),
      *          dbo.SafeDepositBoxes, dbo.SafeDepositBoxEvents
      *          data/out/escheat_warning_notices.csv
      *          data/out/escheatment_remittance.csv
      *          data/out/escheatment_sdb_contents.csv
      * Lineage: transform_kind=lifecycle
      ******************************************************************
      * LINEAGE: PROGRAM=ESCHEATMENT
      *               DORMANT_SINCE_DATE)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,COUNTERPARTY_ACC_ID)
      * LINEAGE: SRC=sqlserver.dbo.SafeDepositBoxes(BOX_ID,
      *               BRANCH_ID,CUSTOMER_ID,INVENTORY_REF,
      *               DRILLED_DATE,CONTENTS_STATE)
      * LINEAGE: TGT=csv.filesystem.escheatment_sdb_contents.csv(
      *               BOX_ID,BRANCH_ID,CUSTOMER_ID,INVENTORY_REF,
      *               DRILLED_DATE,REPORT_DATE)
      * LINEAGE: MAP=STATE -> STATE [D -> W -> E BY DORMANCY AGE]
      * LINEAGE: MAP=BALANCE -> AMOUNT [ZEROING TRANSFER AT
      *               ESCHEATMENT]
               ASSIGN TO "data/out/escheatment_remittance.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.
           SELECT SDB-CONTENTS-CSV
               ASSIGN TO "data/out/escheatment_sdb_contents.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  WARN-CSV-RECORD             PIC X(200).
       FD  REMITTANCE-CSV.
       01  REMIT-CSV-RECORD            PIC X(200).
       FD  SDB-CONTENTS-CSV.
       01  SDB-CSV-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
           88  WARN-FILE-OK            VALUE '00'.
       01  WS-REMIT-FILE-STATUS        PIC XX.
           88  REMIT-FILE-OK           VALUE '00'.
       01  WS-SDB-FILE-STATUS          PIC XX.
           88  SDB-FILE-OK             VALUE '00'.

      * Report working storage
       01  WS-WARN-LINE                PIC X(200).
       01  WS-REMIT-LINE               PIC X(200).
       01  WS-SDB-LINE                 PIC X(200).
       01  WS-AMOUNT-DISP              PIC -(14)9.99.

      * Today's date in ISO form
       01  WS-WARNED                   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ESCHEATED                PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ZEROING-TRANSACTIONS     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SDB-ESCHEATED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Current escheating account fails its zeroing sweep
       01  SQL-BAL-CURRENCY            PIC X(3).
       01  SQL-BAL-AMOUNT              PIC S9(16)V99 COMP-3.
       01  SQL-SWEEP-AMOUNT            PIC S9(16)V99 COMP-3.
       01  SQL-SDB-ESCHEAT-DAYS        PIC S9(9) COMP-5.
       01  SQL-BOX-ID                  PIC X(16).
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-INVENTORY-REF           PIC X(32).
       01  SQL-DRILLED-DATE            PIC X(10).
       01  SQL-RUN-ID                  PIC X(64).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
           ORDER BY CURRENCY
       END-EXEC.

      * Drilled safe deposit boxes whose contents are still held
      * unclaimed at the contents escheatment age
       EXEC SQL
           DECLARE SDB_CONTENTS_CURSOR CURSOR FOR
           SELECT B.BOX_ID, B.BRANCH_ID,
                  COALESCE(B.CUSTOMER_ID, ''),
                  COALESCE(B.INVENTORY_REF, ''),
                  B.DRILLED_DATE
           FROM dbo.SafeDepositBoxes B
           WHERE B.STATUS = 'K'
             AND B.CONTENTS_STATE = 'H'
             AND DATEDIFF(DAY,
                     CAST(B.DRILLED_DATE AS DATE),
                     SYSUTCDATETIME()) >= :SQL-SDB-ESCHEAT-DAYS
           ORDER BY B.BOX_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           PERFORM CLEAR-REACTIVATED-ACCOUNTS.
           PERFORM ISSUE-WARNING-NOTICES.
           PERFORM PROCESS-ESCHEATMENTS.
           PERFORM PROCESS-SDB-CONTENTS.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.
           MOVE WS-ESCHEAT-WARN-DAYS TO SQL-WARN-DAYS.
           MOVE WS-ESCHEAT-REMIT-DAYS TO SQL-REMIT-DAYS.
           MOVE WS-CONTRA-ACC-ESCHEAT TO SQL-ESC-CONTRA-ACC.
           MOVE WS-SDB-CONTENTS-ESCHEAT-DAYS TO SQL-SDB-ESCHEAT-DAYS.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           DISPLAY 'Processing date: ' WS-TODAY-DATE.
       INITIALIZE-PROGRAM-EXIT.
       SWEEP-ONE-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-SDB-CONTENTS: Report the unclaimed held contents of
      * drilled safe deposit boxes at the contents escheatment age
      ******************************************************************
       PROCESS-SDB-CONTENTS SECTION.
           OPEN OUTPUT SDB-CONTENTS-CSV.
           IF NOT SDB-FILE-OK
               DISPLAY 'ERROR: Cannot create box contents file'
               DISPLAY 'File status: ' WS-SDB-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO PROCESS-SDB-CONTENTS-EXIT
           END-IF.

           MOVE SPACES TO WS-SDB-LINE.
           STRING 'BOX_ID,BRANCH_ID,CUSTOMER_ID,INVENTORY_REF,'
                  'DRILLED_DATE,REPORT_DATE'
               DELIMITED BY SIZE INTO WS-SDB-LINE
           END-STRING.
           WRITE SDB-CSV-RECORD FROM WS-SDB-LINE.

           EXEC SQL
               OPEN SDB_CONTENTS_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open box contents cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO PROCESS-SDB-CONTENTS-CLOSE
           END-IF.

           PERFORM ESCHEAT-ONE-BOX-CONTENTS
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE SDB_CONTENTS_CURSOR
           END-EXEC.

       PROCESS-SDB-CONTENTS-CLOSE.
           CLOSE SDB-CONTENTS-CSV.
           DISPLAY 'Box contents escheated: ' WS-SDB-ESCHEATED.
       PROCESS-SDB-CONTENTS-EXIT.
           EXIT.

      ******************************************************************
      * ESCHEAT-ONE-BOX-CONTENTS: Mark one box's contents escheated,
      * free the box and write its report row. A box that changed
      * since it was read (claimed meanwhile) is left alone
      ******************************************************************
       ESCHEAT-ONE-BOX-CONTENTS SECTION.
           EXEC SQL
               FETCH SDB_CONTENTS_CURSOR INTO
                   :SQL-BOX-ID,
                   :SQL-BRANCH-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-INVENTORY-REF,
                   :SQL-DRILLED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO ESCHEAT-ONE-BOX-CONTENTS-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.SafeDepositBoxes
               SET STATUS = 'A',
                   CONTENTS_STATE = 'E',
                   CUSTOMER_ID = NULL,
                   CO_RENTER_ID = NULL,
                   RENT_ACC_ID = NULL,
                   RENT_CURRENCY = NULL,
                   RENT_DUE_DATE = NULL,
                   RENT_TX_ID = NULL,
                   RENT_AMOUNT = NULL,
                   NOTICE_LEVEL = 0,
                   RUN_ID = :SQL-RUN-ID,
                   UPDATED_TS_UTC = SYSUTCDATETIME()
               WHERE BOX_ID = :SQL-BOX-ID
                 AND STATUS = 'K'
                 AND CONTENTS_STATE = 'H'
           END-EXEC.

           IF SQLCODE = 100
               GO TO ESCHEAT-ONE-BOX-CONTENTS-NEXT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Box contents escheatment failed for '
                       SQL-BOX-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'ESCHEATMENT' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-BOX-ID TO WS-ERR-CONTEXT
               MOVE 'Box contents escheatment failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO ESCHEAT-ONE-BOX-CONTENTS-NEXT
           END-IF.

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
                   'ESCHEAT',
                   'K',
                   'A',
                   NULLIF(RTRIM(:SQL-CUSTOMER-ID), ''),
                   NULLIF(RTRIM(:SQL-INVENTORY-REF), ''),
                   'ESCHEATMENT',
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Box event insert failed for '
                       SQL-BOX-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.

           MOVE SPACES TO WS-SDB-LINE.
           STRING FUNCTION TRIM(SQL-BOX-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-BRANCH-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-INVENTORY-REF) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-DRILLED-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-SDB-LINE
           END-STRING.
           WRITE SDB-CSV-RECORD FROM WS-SDB-LINE.
           ADD 1 TO WS-SDB-ESCHEATED.

       ESCHEAT-ONE-BOX-CONTENTS-NEXT.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       ESCHEAT-ONE-BOX-CONTENTS-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
      *    Only log if this run moved anything through the lifecycle
           IF WS-NEW-TRACKED = ZERO AND WS-WARNED = ZERO
               AND WS-ESCHEATED = ZERO AND WS-CLEARED = ZERO
               AND WS-SDB-ESCHEATED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           DISPLAY '  Accounts escheated:     ' WS-ESCHEATED.
           DISPLAY '  Zeroing transactions:   '
                   WS-ZEROING-TRANSACTIONS.
           DISPLAY '  Box contents escheated: ' WS-SDB-ESCHEATED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
