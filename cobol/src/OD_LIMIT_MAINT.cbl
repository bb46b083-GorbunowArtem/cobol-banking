      *          approving officer's ID recorded with every change.
      *          History is retained in full; POST_LEDGER honors the
      *          limit in effect on the posting date.
      *          The approving officer must hold OD-LIMIT authority
      *          on dbo.OfficerAuthority for the currency and amount;
      *          a limit above it is refused and escalated on
      *          dbo.OfficerDecisions instead of loaded.
      * Input:   data/in/overdraft_limits.csv (CSV format)
      * Output:  dbo.OverdraftLimits table (SQL Server)
      *          dbo.OfficerDecisions (approvals and escalations)
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=OD_LIMIT_MAINT
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.
       COPY OFFICER-AUTH.

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-ESCALATED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM PROCESS-CSV-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
               PERFORM CHECK-DUPLICATE-LIMIT-ROW
           END-IF.

           IF ROW-IS-VALID
               PERFORM CHECK-LIMIT-AUTHORITY
           END-IF.

           IF ROW-IS-VALID
               PERFORM INSERT-LIMIT-ROW
           END-IF.

           IF ROW-IS-VALID
               PERFORM RECORD-OFFICER-DECISION
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-VALID
           ELSE
       CHECK-DUPLICATE-LIMIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-LIMIT-AUTHORITY: The approving officer must hold OD-LIMIT
      * authority for the currency up to the limit being granted; a
      * row above it is refused here and left escalated for an
      * officer who has it
      ******************************************************************
       CHECK-LIMIT-AUTHORITY SECTION.
           MOVE 'OD_LIMIT_MAINT' TO WS-OA-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-OA-RUN-ID.
           MOVE WS-CSV-OFFICER-ID TO WS-OA-OFFICER-ID.
           MOVE 'OD-LIMIT' TO WS-OA-ACTION-CLASS.
           MOVE WS-CSV-CURRENCY TO WS-OA-CURRENCY.
           MOVE SQL-LIMIT-AMOUNT TO WS-OA-AMOUNT.
           MOVE SPACES TO WS-OA-REFERENCE.
           STRING FUNCTION TRIM(WS-CSV-ACC-ID) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CSV-CURRENCY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CSV-EFF-FROM DELIMITED BY SIZE
               INTO WS-OA-REFERENCE
           END-STRING.

           PERFORM CHECK-OFFICER-AUTHORITY.

           IF OFFICER-LACKS-AUTHORITY
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ' FUNCTION TRIM(WS-OA-REASON)
                       ' - escalated'
               MOVE 'N' TO WS-ROW-VALID
               MOVE SPACES TO WS-REJECT-REASON
               STRING FUNCTION TRIM(WS-OA-REASON) DELIMITED BY SIZE
                      ' - escalated' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               ADD 1 TO WS-ROWS-ESCALATED
           END-IF.
       CHECK-LIMIT-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-LIMIT-ROW: Insert the validated limit - history rows
      * are never updated or deleted, so every change and its
           DISPLAY '  Total rows processed: ' WS-TOTAL-ROWS-PROCESSED.
           DISPLAY '  Limit rows loaded:    ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped: ' WS-ROWS-INVALID.
           DISPLAY '  Of which escalated:   ' WS-ROWS-ESCALATED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

