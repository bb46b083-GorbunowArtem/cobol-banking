      ******************************************************************
      * MASTER-HISTORY.cpy - Customer and Account Master Change History
      ******************************************************************
      * Purpose: Reusable sections that keep a before/after image of
      *          every change made to dbo.Customers, dbo.Accounts and
      *          dbo.AccountHolders on dbo.MasterDataHistory, so the
      *          master record as it stood on any past date can be
      *          rebuilt (MASTER_ASOF). One history row is kept per
      *          entity a change touches:
      *            CUSTOMER  keyed by CUSTOMER_ID - the dbo.Customers
      *                      row
      *            ACCOUNT   keyed by ACC_ID - the dbo.Accounts row
      *            HOLDERS   keyed by ACC_ID - every dbo.AccountHolders
      *                      row of the account, as one list
      *          Each image is the whole row rendered as JSON, so a
      *          column added to a master table is carried without
      *          touching this copybook. BEFORE_IMAGE is null where the
      *          change created the record. Every row carries the
      *          program, run ID, the operator who asked for the
      *          change, the officer who approved it (null where the
      *          change needs no approval) and the effective
      *          timestamp. A captured entity the change left as it
      *          was - a failed or no-op update - keeps no row.
      * Usage: COPY MASTER-HISTORY.
      *        Per change set WS-MASTER-HISTORY-PARAMS and PERFORM
      *        START-MASTER-CHANGE; before touching the master, set
      *        WS-MH-CUSTOMER-ID / WS-MH-ACC-ID and PERFORM any of
      *        CAPTURE-CUSTOMER-BEFORE, CAPTURE-ACCOUNT-BEFORE (the
      *        account and its holders) or CAPTURE-CUSTOMER-ACCTS
      *        (every account the customer owns or holds); once the
      *        change has been applied - successfully or not -
      *        PERFORM COMPLETE-MASTER-CHANGE. A set-based update
      *        captures its own rows with an INSERT ... SELECT under
      *        :SQL-MH-RUN-ID / :SQL-MH-CHANGE-SEQ after
      *        START-MASTER-CHANGE. SQLCODE and SQLERRD (3) of the
      *        caller's update survive COMPLETE-MASTER-CHANGE
      ******************************************************************

      * Master history parameters (set before START-MASTER-CHANGE;
      * WS-MH-CHANGE-SEQ numbers the run's changes and is maintained
      * by START-MASTER-CHANGE)
       01  WS-MASTER-HISTORY-PARAMS.
           05  WS-MH-PROGRAM           PIC X(32).
           05  WS-MH-RUN-ID            PIC X(64).
           05  WS-MH-ACTION            PIC X(16).
           05  WS-MH-REQUESTED-BY      PIC X(32).
           05  WS-MH-APPROVED-BY       PIC X(32).
           05  WS-MH-CUSTOMER-ID       PIC X(32).
           05  WS-MH-ACC-ID            PIC X(32).
       01  WS-MH-CHANGE-SEQ            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MH-CHANGES-RECORDED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-MH-SAVE-SQLCODE          PIC S9(9) COMP-5.
       01  WS-MH-SAVE-ROWS             PIC S9(9) COMP-5.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-MH-PROGRAM              PIC X(32).
       01  SQL-MH-RUN-ID               PIC X(64).
       01  SQL-MH-CHANGE-SEQ           PIC S9(9) COMP-5.
       01  SQL-MH-ACTION               PIC X(16).
       01  SQL-MH-REQUESTED-BY         PIC X(32).
       01  SQL-MH-APPROVED-BY          PIC X(32).
       01  SQL-MH-CUSTOMER-ID          PIC X(32).
       01  SQL-MH-ACC-ID               PIC X(32).
       01  SQL-MH-ROWS                 PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      ******************************************************************
      * Procedure: START-MASTER-CHANGE
      * Description: Opens the next change of the run. The first
      *   change of a run continues from any history the same run ID
      *   already wrote, so a restarted step never reuses a number.
      * Prerequisites:
      *   - SQL Server connection established
      ******************************************************************
       START-MASTER-CHANGE SECTION.
           MOVE WS-MH-RUN-ID TO SQL-MH-RUN-ID.
           IF WS-MH-CHANGE-SEQ = ZERO
               MOVE ZERO TO SQL-MH-CHANGE-SEQ
               EXEC SQL
                   SELECT COALESCE(MAX(CHANGE_SEQ), 0)
                   INTO :SQL-MH-CHANGE-SEQ
                   FROM dbo.MasterDataHistory
                   WHERE RUN_ID = :SQL-MH-RUN-ID
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQL-MH-CHANGE-SEQ TO WS-MH-CHANGE-SEQ
               END-IF
           END-IF.

           ADD 1 TO WS-MH-CHANGE-SEQ.
           MOVE WS-MH-CHANGE-SEQ TO SQL-MH-CHANGE-SEQ.
           MOVE WS-MH-PROGRAM TO SQL-MH-PROGRAM.
           MOVE WS-MH-ACTION TO SQL-MH-ACTION.
           MOVE WS-MH-REQUESTED-BY TO SQL-MH-REQUESTED-BY.
           MOVE WS-MH-APPROVED-BY TO SQL-MH-APPROVED-BY.
       START-MASTER-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * Procedure: CAPTURE-CUSTOMER-BEFORE
      * Description: Keeps the before image of WS-MH-CUSTOMER-ID's
      *   dbo.Customers row (null when the change will create it).
      *   Capturing the same customer twice in one change keeps the
      *   first image.
      * Prerequisites:
      *   - START-MASTER-CHANGE performed for this change
      ******************************************************************
       CAPTURE-CUSTOMER-BEFORE SECTION.
           MOVE WS-MH-CUSTOMER-ID TO SQL-MH-CUSTOMER-ID.

           EXEC SQL
               INSERT INTO dbo.MasterDataHistory (
                   RUN_ID, CHANGE_SEQ, ENTITY_TYPE, ENTITY_KEY,
                   CHANGE_ACTION, PROGRAM, REQUESTED_BY, APPROVED_BY,
                   BEFORE_IMAGE, CAPTURED_TS_UTC)
               SELECT :SQL-MH-RUN-ID, :SQL-MH-CHANGE-SEQ, 'CUSTOMER',
                      :SQL-MH-CUSTOMER-ID, :SQL-MH-ACTION,
                      :SQL-MH-PROGRAM,
                      NULLIF(:SQL-MH-REQUESTED-BY, ' '),
                      NULLIF(:SQL-MH-APPROVED-BY, ' '),
                      (SELECT C.* FROM dbo.Customers C
                       WHERE C.CUSTOMER_ID = :SQL-MH-CUSTOMER-ID
                       FOR JSON PATH, WITHOUT_ARRAY_WRAPPER,
                           INCLUDE_NULL_VALUES),
                      SYSUTCDATETIME()
               WHERE NOT EXISTS
                     (SELECT 1 FROM dbo.MasterDataHistory H
                      WHERE H.RUN_ID = :SQL-MH-RUN-ID
                        AND H.CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
                        AND H.ENTITY_TYPE = 'CUSTOMER'
                        AND H.ENTITY_KEY = :SQL-MH-CUSTOMER-ID)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Master history capture failed for '
                       'customer ' FUNCTION TRIM(WS-MH-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       CAPTURE-CUSTOMER-BEFORE-EXIT.
           EXIT.

      ******************************************************************
      * Procedure: CAPTURE-ACCOUNT-BEFORE
      * Description: Keeps the before images of WS-MH-ACC-ID's
      *   dbo.Accounts row and of its holder list.
      * Prerequisites:
      *   - START-MASTER-CHANGE performed for this change
      ******************************************************************
       CAPTURE-ACCOUNT-BEFORE SECTION.
           MOVE WS-MH-ACC-ID TO SQL-MH-ACC-ID.

           EXEC SQL
               INSERT INTO dbo.MasterDataHistory (
                   RUN_ID, CHANGE_SEQ, ENTITY_TYPE, ENTITY_KEY,
                   CHANGE_ACTION, PROGRAM, REQUESTED_BY, APPROVED_BY,
                   BEFORE_IMAGE, CAPTURED_TS_UTC)
               SELECT :SQL-MH-RUN-ID, :SQL-MH-CHANGE-SEQ, 'ACCOUNT',
                      :SQL-MH-ACC-ID, :SQL-MH-ACTION,
                      :SQL-MH-PROGRAM,
                      NULLIF(:SQL-MH-REQUESTED-BY, ' '),
                      NULLIF(:SQL-MH-APPROVED-BY, ' '),
                      (SELECT A.* FROM dbo.Accounts A
                       WHERE A.ACC_ID = :SQL-MH-ACC-ID
                       FOR JSON PATH, WITHOUT_ARRAY_WRAPPER,
                           INCLUDE_NULL_VALUES),
                      SYSUTCDATETIME()
               WHERE NOT EXISTS
                     (SELECT 1 FROM dbo.MasterDataHistory H
                      WHERE H.RUN_ID = :SQL-MH-RUN-ID
                        AND H.CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
                        AND H.ENTITY_TYPE = 'ACCOUNT'
                        AND H.ENTITY_KEY = :SQL-MH-ACC-ID)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Master history capture failed for '
                       'account ' FUNCTION TRIM(WS-MH-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO CAPTURE-ACCOUNT-BEFORE-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.MasterDataHistory (
                   RUN_ID, CHANGE_SEQ, ENTITY_TYPE, ENTITY_KEY,
                   CHANGE_ACTION, PROGRAM, REQUESTED_BY, APPROVED_BY,
                   BEFORE_IMAGE, CAPTURED_TS_UTC)
               SELECT :SQL-MH-RUN-ID, :SQL-MH-CHANGE-SEQ, 'HOLDERS',
                      :SQL-MH-ACC-ID, :SQL-MH-ACTION,
                      :SQL-MH-PROGRAM,
                      NULLIF(:SQL-MH-REQUESTED-BY, ' '),
                      NULLIF(:SQL-MH-APPROVED-BY, ' '),
                      (SELECT AH.* FROM dbo.AccountHolders AH
                       WHERE AH.ACC_ID = :SQL-MH-ACC-ID
                       ORDER BY AH.CUSTOMER_ID, AH.HOLDER_ROLE,
                                AH.ADDED_TS_UTC
                       FOR JSON PATH, INCLUDE_NULL_VALUES),
                      SYSUTCDATETIME()
               WHERE NOT EXISTS
                     (SELECT 1 FROM dbo.MasterDataHistory H
                      WHERE H.RUN_ID = :SQL-MH-RUN-ID
                        AND H.CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
                        AND H.ENTITY_TYPE = 'HOLDERS'
                        AND H.ENTITY_KEY = :SQL-MH-ACC-ID)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Master history capture failed for '
                       'holders of ' FUNCTION TRIM(WS-MH-ACC-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       CAPTURE-ACCOUNT-BEFORE-EXIT.
           EXIT.

      ******************************************************************
      * Procedure: CAPTURE-CUSTOMER-ACCTS
      * Description: Keeps the before images of every account - and
      *   its holder list - that WS-MH-CUSTOMER-ID owns or holds in
      *   any role, for a change that reaches across the customer's
      *   whole relationship (a death, a merge).
      * Prerequisites:
      *   - START-MASTER-CHANGE performed for this change
      ******************************************************************
       CAPTURE-CUSTOMER-ACCTS SECTION.
           MOVE WS-MH-CUSTOMER-ID TO SQL-MH-CUSTOMER-ID.

           EXEC SQL
               INSERT INTO dbo.MasterDataHistory (
                   RUN_ID, CHANGE_SEQ, ENTITY_TYPE, ENTITY_KEY,
                   CHANGE_ACTION, PROGRAM, REQUESTED_BY, APPROVED_BY,
                   BEFORE_IMAGE, CAPTURED_TS_UTC)
               SELECT :SQL-MH-RUN-ID, :SQL-MH-CHANGE-SEQ, 'ACCOUNT',
                      A.ACC_ID, :SQL-MH-ACTION, :SQL-MH-PROGRAM,
                      NULLIF(:SQL-MH-REQUESTED-BY, ' '),
                      NULLIF(:SQL-MH-APPROVED-BY, ' '),
                      (SELECT A2.* FROM dbo.Accounts A2
                       WHERE A2.ACC_ID = A.ACC_ID
                       FOR JSON PATH, WITHOUT_ARRAY_WRAPPER,
                           INCLUDE_NULL_VALUES),
                      SYSUTCDATETIME()
               FROM dbo.Accounts A
               WHERE (A.CUSTOMER_ID = :SQL-MH-CUSTOMER-ID
                      OR EXISTS
                         (SELECT 1 FROM dbo.AccountHolders AH
                          WHERE AH.ACC_ID = A.ACC_ID
                            AND AH.CUSTOMER_ID =
                                :SQL-MH-CUSTOMER-ID))
                 AND NOT EXISTS
                     (SELECT 1 FROM dbo.MasterDataHistory H
                      WHERE H.RUN_ID = :SQL-MH-RUN-ID
                        AND H.CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
                        AND H.ENTITY_TYPE = 'ACCOUNT'
                        AND H.ENTITY_KEY = A.ACC_ID)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Master history capture failed for '
                       'accounts of ' FUNCTION TRIM(WS-MH-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO CAPTURE-CUSTOMER-ACCTS-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.MasterDataHistory (
                   RUN_ID, CHANGE_SEQ, ENTITY_TYPE, ENTITY_KEY,
                   CHANGE_ACTION, PROGRAM, REQUESTED_BY, APPROVED_BY,
                   BEFORE_IMAGE, CAPTURED_TS_UTC)
               SELECT :SQL-MH-RUN-ID, :SQL-MH-CHANGE-SEQ, 'HOLDERS',
                      A.ACC_ID, :SQL-MH-ACTION, :SQL-MH-PROGRAM,
                      NULLIF(:SQL-MH-REQUESTED-BY, ' '),
                      NULLIF(:SQL-MH-APPROVED-BY, ' '),
                      (SELECT AH.* FROM dbo.AccountHolders AH
                       WHERE AH.ACC_ID = A.ACC_ID
                       ORDER BY AH.CUSTOMER_ID, AH.HOLDER_ROLE,
                                AH.ADDED_TS_UTC
                       FOR JSON PATH, INCLUDE_NULL_VALUES),
                      SYSUTCDATETIME()
               FROM dbo.Accounts A
               WHERE (A.CUSTOMER_ID = :SQL-MH-CUSTOMER-ID
                      OR EXISTS
                         (SELECT 1 FROM dbo.AccountHolders AH
                          WHERE AH.ACC_ID = A.ACC_ID
                            AND AH.CUSTOMER_ID =
                                :SQL-MH-CUSTOMER-ID))
                 AND NOT EXISTS
                     (SELECT 1 FROM dbo.MasterDataHistory H
                      WHERE H.RUN_ID = :SQL-MH-RUN-ID
                        AND H.CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
                        AND H.ENTITY_TYPE = 'HOLDERS'
                        AND H.ENTITY_KEY = A.ACC_ID)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Master history capture failed for '
                       'holders of ' FUNCTION TRIM(WS-MH-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       CAPTURE-CUSTOMER-ACCTS-EXIT.
           EXIT.

      ******************************************************************
      * Procedure: COMPLETE-MASTER-CHANGE
      * Description: Takes the after image of every entity captured
      *   for the current change and stamps the effective timestamp,
      *   then drops the rows of entities the change left untouched,
      *   so the history holds real changes only. The caller's
      *   SQLCODE and SQLERRD (3) are handed back unchanged.
      * Prerequisites:
      *   - START-MASTER-CHANGE performed for this change
      ******************************************************************
       COMPLETE-MASTER-CHANGE SECTION.
           MOVE SQLCODE TO WS-MH-SAVE-SQLCODE.
           MOVE SQLERRD (3) TO WS-MH-SAVE-ROWS.

           EXEC SQL
               UPDATE H
               SET AFTER_IMAGE =
                       (SELECT C.* FROM dbo.Customers C
                        WHERE C.CUSTOMER_ID = H.ENTITY_KEY
                        FOR JSON PATH, WITHOUT_ARRAY_WRAPPER,
                            INCLUDE_NULL_VALUES),
                   EFFECTIVE_TS_UTC = SYSUTCDATETIME()
               FROM dbo.MasterDataHistory H
               WHERE H.RUN_ID = :SQL-MH-RUN-ID
                 AND H.CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
                 AND H.ENTITY_TYPE = 'CUSTOMER'
           END-EXEC.

           IF SQLCODE < 0
               DISPLAY 'WARNING: Customer after image failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           EXEC SQL
               UPDATE H
               SET AFTER_IMAGE =
                       (SELECT A.* FROM dbo.Accounts A
                        WHERE A.ACC_ID = H.ENTITY_KEY
                        FOR JSON PATH, WITHOUT_ARRAY_WRAPPER,
                            INCLUDE_NULL_VALUES),
                   EFFECTIVE_TS_UTC = SYSUTCDATETIME()
               FROM dbo.MasterDataHistory H
               WHERE H.RUN_ID = :SQL-MH-RUN-ID
                 AND H.CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
                 AND H.ENTITY_TYPE = 'ACCOUNT'
           END-EXEC.

           IF SQLCODE < 0
               DISPLAY 'WARNING: Account after image failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           EXEC SQL
               UPDATE H
               SET AFTER_IMAGE =
                       (SELECT AH.* FROM dbo.AccountHolders AH
                        WHERE AH.ACC_ID = H.ENTITY_KEY
                        ORDER BY AH.CUSTOMER_ID, AH.HOLDER_ROLE,
                                 AH.ADDED_TS_UTC
                        FOR JSON PATH, INCLUDE_NULL_VALUES),
                   EFFECTIVE_TS_UTC = SYSUTCDATETIME()
               FROM dbo.MasterDataHistory H
               WHERE H.RUN_ID = :SQL-MH-RUN-ID
                 AND H.CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
                 AND H.ENTITY_TYPE = 'HOLDERS'
           END-EXEC.

           IF SQLCODE < 0
               DISPLAY 'WARNING: Holder after image failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

      *    An entity the change left as it was keeps no history
           EXEC SQL
               DELETE FROM dbo.MasterDataHistory
               WHERE RUN_ID = :SQL-MH-RUN-ID
                 AND CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
                 AND (BEFORE_IMAGE = AFTER_IMAGE
                      OR (BEFORE_IMAGE IS NULL
                          AND AFTER_IMAGE IS NULL))
           END-EXEC.

           MOVE ZERO TO SQL-MH-ROWS.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-MH-ROWS
               FROM dbo.MasterDataHistory
               WHERE RUN_ID = :SQL-MH-RUN-ID
                 AND CHANGE_SEQ = :SQL-MH-CHANGE-SEQ
           END-EXEC.
           IF SQLCODE = 0
               ADD SQL-MH-ROWS TO WS-MH-CHANGES-RECORDED
           END-IF.

           MOVE WS-MH-SAVE-SQLCODE TO SQLCODE.
           MOVE WS-MH-SAVE-ROWS TO SQLERRD (3).
       COMPLETE-MASTER-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * End of MASTER-HISTORY.cpy
      ******************************************************************
