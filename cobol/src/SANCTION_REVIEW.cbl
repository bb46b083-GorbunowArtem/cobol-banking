      *          disposition releases the customer's accounts for
      *          posting; TRUE keeps them blocked in POST_LEDGER
      *          until compliance acts outside this system.
      *          Clearing a hit needs SANCTION-CLEAR authority on
      *          dbo.OfficerAuthority; a FALSE decision from an
      *          analyst without it leaves the hit pending and is
      *          escalated on dbo.OfficerDecisions. A TRUE decision
      *          keeps the block in place and needs none.
      * Input:   data/in/sanction_decisions.csv (CSV format)
      * Output:  dbo.WatchlistHits (disposition stamped)
      *          data/out/sanction_decisions_rejects.csv
      *          dbo.OfficerDecisions (clearances and escalations)
      * Lineage: transform_kind=disposition
      ******************************************************************
      * LINEAGE: PROGRAM=SANCTION_REVIEW
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.
       COPY OFFICER-AUTH.

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
       01  WS-ROWS-CONFIRMED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-CLEARED             PIC 9(9) COMP-5 VALUE ZERO.
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
               GO TO STAMP-HIT-DISPOSITION-EXIT
           END-IF.

      *    Only a clearance lifts the posting block, so only a FALSE
      *    decision is held to the analyst's authority
           IF SQL-DISPOSITION = 'F'
               PERFORM CHECK-CLEAR-AUTHORITY
               IF ROW-IS-INVALID
                   GO TO STAMP-HIT-DISPOSITION-EXIT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE dbo.WatchlistHits
               SET DISPOSITION = :SQL-DISPOSITION,
                       ' CONFIRMED - accounts stay blocked'
           ELSE
               ADD 1 TO WS-ROWS-CLEARED
               PERFORM RECORD-OFFICER-DECISION
           END-IF.
       STAMP-HIT-DISPOSITION-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-CLEAR-AUTHORITY: Hold a false-positive clearance to the
      * analyst's SANCTION-CLEAR authority. The grant itself is the
      * authority, so the check runs at currency XXX and amount zero.
      * A refused clearance leaves the hit pending for an officer who
      * holds the authority; their decision clears the escalation
      ******************************************************************
       CHECK-CLEAR-AUTHORITY SECTION.
           MOVE 'SANCTION_REVIEW' TO WS-OA-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-OA-RUN-ID.
           MOVE WS-CSV-ANALYST-ID TO WS-OA-OFFICER-ID.
           MOVE 'SANCTION-CLEAR' TO WS-OA-ACTION-CLASS.
           MOVE 'XXX' TO WS-OA-CURRENCY.
           MOVE ZERO TO WS-OA-AMOUNT.
           MOVE SPACES TO WS-OA-REFERENCE.
           STRING 'HIT ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-HIT-ID-STR) DELIMITED BY SIZE
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
       CHECK-CLEAR-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
           DISPLAY '  Hits confirmed (T):    ' WS-ROWS-CONFIRMED.
           DISPLAY '  False positives (F):   ' WS-ROWS-CLEARED.
           DISPLAY '  Invalid rows skipped:  ' WS-ROWS-INVALID.
           DISPLAY '  Of which escalated:    ' WS-ROWS-ESCALATED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

