       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.
       COPY MASTER-HISTORY.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'BRANCH_REASSIGN' TO WS-MH-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-MH-RUN-ID.
           MOVE 'BRANCHMOVE' TO WS-MH-ACTION.
      *    The mapping file carries no approval; the submitting
      *    operator is recorded where the run knows one
           MOVE SPACES TO WS-MH-REQUESTED-BY WS-MH-APPROVED-BY.
           ACCEPT WS-MH-REQUESTED-BY FROM ENVIRONMENT
               "BANK_OPERATOR_ID".
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

               MOVE ZERO TO SQL-NEW-COUNT-BEFORE
           END-IF.

      *    Every account about to move is imaged for the master
      *    history before the cut-over
           PERFORM START-MASTER-CHANGE.
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
               WHERE A.BRANCH_ID = :SQL-OLD-BRANCH
                 AND A.STATUS IN ('O', 'P')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Row ' WS-ROW-NUMBER
                       ' - master history capture failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

      *    The cut-over itself - closed accounts keep their history
           EXEC SQL
               UPDATE dbo.Accounts
               WHERE BRANCH_ID = :SQL-OLD-BRANCH
                 AND STATUS IN ('O', 'P')
           END-EXEC.
           PERFORM COMPLETE-MASTER-CHANGE.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
           DISPLAY '  Mappings deferred:   ' WS-MAPPINGS-DEFERRED.
           DISPLAY '  Invalid rows:        ' WS-ROWS-INVALID.
           DISPLAY '  Accounts moved:      ' WS-ACCOUNTS-MOVED-TOTAL.
           DISPLAY '  Master history rows: ' WS-MH-CHANGES-RECORDED.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
