       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY MASTER-HISTORY.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'ESCHEAT_CLAIMS' TO WS-MH-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-MH-RUN-ID.
           MOVE SPACES TO WS-MH-REQUESTED-BY WS-MH-APPROVED-BY.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      * account
      ******************************************************************
       REOPEN-CLAIMED-ACCOUNT SECTION.
           MOVE 'CLAIMREOPEN' TO WS-MH-ACTION.
           PERFORM START-MASTER-CHANGE.
           MOVE SQL-ACC-ID TO WS-MH-ACC-ID.
           PERFORM CAPTURE-ACCOUNT-BEFORE.
           EXEC SQL
               UPDATE dbo.Accounts
               SET STATUS = 'O',
                   DORMANT_FLAG = 'N'
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           PERFORM COMPLETE-MASTER-CHANGE.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Account reopen failed for '
               GO TO QUEUE-CLAIM-PAYOUT-EXIT
           END-IF.

           MOVE 'CLAIMPAYOUT' TO WS-MH-ACTION.
           PERFORM START-MASTER-CHANGE.
           MOVE SQL-ACC-ID TO WS-MH-ACC-ID.
           PERFORM CAPTURE-ACCOUNT-BEFORE.
           EXEC SQL
               UPDATE dbo.Accounts
               SET STATUS = 'P',
                   CLOSE_DISPOSITION = :SQL-SETTLE-CONTRA-ACC
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           PERFORM COMPLETE-MASTER-CHANGE.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Payout pending-close update failed'
           DISPLAY '  Claims processed:     ' WS-CLAIMS-PROCESSED.
           DISPLAY '  Reversals generated:  ' WS-REVERSALS-GENERATED.
           DISPLAY '  Invalid rows:         ' WS-ROWS-INVALID.
           DISPLAY '  Master history rows:  ' WS-MH-CHANGES-RECORDED.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
