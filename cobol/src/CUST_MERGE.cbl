       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY MASTER-HISTORY.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'CUST_MERGE' TO WS-MH-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-MH-RUN-ID.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

               GO TO APPLY-CUSTOMER-MERGE-EXIT
           END-IF.

      *    Image the duplicate and everything it owns or holds for
      *    the master history; the survivor's own record is untouched
           MOVE 'MERGE' TO WS-MH-ACTION.
           MOVE WS-PARM-OFFICER TO WS-MH-REQUESTED-BY.
           MOVE WS-PARM-OFFICER TO WS-MH-APPROVED-BY.
           PERFORM START-MASTER-CHANGE.
           MOVE WS-PARM-DUPLICATE TO WS-MH-CUSTOMER-ID.
           PERFORM CAPTURE-CUSTOMER-BEFORE.
           PERFORM CAPTURE-CUSTOMER-ACCTS.

      *    Re-point the duplicate's accounts - open, pending-close
      *    and closed alike: history belongs to the surviving
      *    customer too
               MOVE 'Account re-point update failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               PERFORM COMPLETE-MASTER-CHANGE
               GO TO APPLY-CUSTOMER-MERGE-EXIT
           END-IF.

           END-IF.

           PERFORM RECORD-MERGE-AUDIT.
           PERFORM COMPLETE-MASTER-CHANGE.

           ADD 1 TO WS-MERGES-APPLIED.
           DISPLAY 'Customer ' FUNCTION TRIM(WS-PARM-DUPLICATE)
           IF RUN-MODE-MERGE
               DISPLAY '  Merges applied:      ' WS-MERGES-APPLIED
               DISPLAY '  Accounts re-pointed: ' WS-ACCOUNTS-MOVED
               DISPLAY '  Master history rows: '
                       WS-MH-CHANGES-RECORDED
           ELSE
               DISPLAY '  TAX_ID pairs:        ' WS-TAXID-PAIRS
               DISPLAY '  Name/DOB pairs:      ' WS-NAMEDOB-PAIRS
