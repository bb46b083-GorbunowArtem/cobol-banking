       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY MASTER-HISTORY.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           DISPLAY 'Dormancy threshold (days): ' SQL-DORMANCY-DAYS.
           MOVE 'DORMANCY_SCAN' TO WS-MH-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-MH-RUN-ID.
           MOVE 'DORMANCY' TO WS-MH-ACTION.
           MOVE SPACES TO WS-MH-REQUESTED-BY WS-MH-APPROVED-BY.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      * since the last scan is cleared instead of staying flagged
      ******************************************************************
       RESET-DORMANT-FLAGS SECTION.
      *    The whole scan is one master history change: the flags
      *    about to be cleared are imaged now, each account flagged
      *    as it is flagged, and the change completes once the scan
      *    ends - so an account that stays dormant records nothing
           PERFORM START-MASTER-CHANGE.
           EXEC SQL
               INSERT INTO dbo.MasterDataHistory (
                   RUN_ID, CHANGE_SEQ, ENTITY_TYPE, ENTITY_KEY,
                   CHANGE_ACTION, PROGRAM, REQUESTED_BY, APPROVED_BY,
                   BEFORE_IMAGE, CAPTURED_TS_UTC)
               SELECT :SQL-MH-RUN-ID, :SQL-MH-CHANGE-SEQ, 'ACCOUNT',
                      A.ACC_ID, :SQL-MH-ACTION, :SQL-MH-PROGRAM,
                      NULL, NULL,
                      (SELECT A2.* FROM dbo.Accounts A2
                       WHERE A2.ACC_ID = A.ACC_ID
                       FOR JSON PATH, WITHOUT_ARRAY_WRAPPER,
                           INCLUDE_NULL_VALUES),
                      SYSUTCDATETIME()
               FROM dbo.Accounts A
               WHERE A.STATUS = 'O'
                 AND A.DORMANT_FLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Master history capture failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           EXEC SQL
               UPDATE dbo.Accounts
               SET DORMANT_FLAG = 'N'
           END-EXEC.

           MOVE 'N' TO WS-CURSOR-OPEN.
           PERFORM COMPLETE-MASTER-CHANGE.
           DISPLAY 'Dormancy scan complete'.
       SCAN-DORMANT-ACCOUNTS-EXIT.
           EXIT.
      * FLAG-ACCOUNT-DORMANT: Set DORMANT_FLAG = 'Y' on dbo.Accounts
      ******************************************************************
       FLAG-ACCOUNT-DORMANT SECTION.
           MOVE SQL-ACC-ID TO WS-MH-ACC-ID.
           PERFORM CAPTURE-ACCOUNT-BEFORE.

           EXEC SQL
               UPDATE dbo.Accounts
               SET DORMANT_FLAG = 'Y'
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Dormant accounts found: ' WS-ACCOUNTS-DORMANT.
           DISPLAY '  Master history rows:    ' WS-MH-CHANGES-RECORDED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
