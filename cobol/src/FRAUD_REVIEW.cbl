      *          flags are deliberately NOT inserted at ingestion time,
      *          so without this program a flagged-but-legitimate
      *          deposit would be lost.
      *          An approval releases money, so the analyst must hold
      *          FRAUD-RELEASE authority on dbo.OfficerAuthority for
      *          the item's currency and amount; an approval above it
      *          leaves the item pending and is escalated on
      *          dbo.OfficerDecisions for an officer who can release
      *          it. Rejections keep the money out and need none.
      * Input:   data/in/fraud_decisions.csv (CSV format)
      *          dbo.FraudReviewQueue (SQL Server)
      * Output:  dbo.Transactions table (SQL Server)
      *          dbo.FraudReviewQueue disposition columns
      *          dbo.OfficerDecisions (approvals and escalations)
      * Lineage: transform_kind=disposition
      ******************************************************************
      * LINEAGE: PROGRAM=FRAUD_REVIEW
      * LINEAGE: SRC=csv.filesystem.fraud_decisions.csv(QUEUE_ID,
      *               DECISION,ANALYST_ID)
      * LINEAGE: SRC=sqlserver.dbo.FraudReviewQueue(QUEUE_ID,ACC_ID,
      *               AMOUNT,CURRENCY,TX_TS_UTC,TX_TYPE,CHANNEL,
      *               SOURCE_FILE_NAME)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TS_UTC,TX_TYPE,CHANNEL,
      *               SOURCE_FILE_NAME)
      * LINEAGE: MAP=QUEUE_ID -> DISPOSITION [APPROVE=A, REJECT=R]
      * LINEAGE: MAP=ACC_ID,AMOUNT,CURRENCY,TX_TS_UTC,TX_TYPE ->
      *               same [COPY ON APPROVE]
      * LINEAGE: MAP=CHANNEL,SOURCE_FILE_NAME -> same [COPY ON
      *               APPROVE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.
       COPY OFFICER-AUTH.

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
       01  WS-ROWS-APPROVED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-REJECTED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-ESCALATED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  SQL-REFERENCE-TX-ID         PIC 9(18) COMP-5.
       01  SQL-COUNTERPARTY-ACC-ID     PIC X(32).
       01  SQL-VALUE-DATE              PIC X(10).
       01  SQL-CHANNEL                 PIC X(16).
       01  SQL-SOURCE-FILE-NAME        PIC X(256).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators for the optional posting-context columns
       01  SQL-REFERENCE-TX-ID-NULL    PIC S9(4) COMP-5.
       01  SQL-COUNTERPARTY-NULL       PIC S9(4) COMP-5.
       01  SQL-VALUE-DATE-NULL         PIC S9(4) COMP-5.
       01  SQL-CHANNEL-NULL            PIC S9(4) COMP-5.
       01  SQL-SOURCE-FILE-NULL        PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM PROCESS-CSV-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           MOVE ZERO TO WS-ROWS-APPROVED.
           MOVE ZERO TO WS-ROWS-REJECTED.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE ZERO TO WS-ROWS-ESCALATED.
           MOVE 1 TO WS-ROW-NUMBER.

      *    Allow the decision CSV path to be overridden from the
               PERFORM FETCH-QUEUE-ENTRY
           END-IF.

      *    Only a release needs the analyst's approval authority
           IF ROW-IS-VALID
               AND WS-CSV-DECISION = 'APPROVE'
               PERFORM CHECK-RELEASE-AUTHORITY
           END-IF.

           IF ROW-IS-VALID
               IF WS-CSV-DECISION = 'APPROVE'
                   PERFORM RELEASE-QUEUE-ENTRY
           EXEC SQL
               SELECT ACC_ID, AMOUNT, CURRENCY, TX_TS_UTC, TX_TYPE,
                      REFERENCE_TX_ID, COUNTERPARTY_ACC_ID,
                      VALUE_DATE, CHANNEL, SOURCE_FILE_NAME
               INTO :SQL-ACC-ID,
                    :SQL-AMOUNT,
                    :SQL-CURRENCY,
                    :SQL-TX-TYPE,
                    :SQL-REFERENCE-TX-ID:SQL-REFERENCE-TX-ID-NULL,
                    :SQL-COUNTERPARTY-ACC-ID:SQL-COUNTERPARTY-NULL,
                    :SQL-VALUE-DATE:SQL-VALUE-DATE-NULL,
                    :SQL-CHANNEL:SQL-CHANNEL-NULL,
                    :SQL-SOURCE-FILE-NAME:SQL-SOURCE-FILE-NULL
               FROM dbo.FraudReviewQueue
               WHERE QUEUE_ID = :SQL-QUEUE-ID
                 AND DISPOSITION IS NULL
      *    Re-insert with the full posting context the queue carried
      *    - reference, counterparty and value date all survive the
      *    hold, so a released transfer still posts as a linked pair
      *    and a future-dated item still waits for its value date.
      *    Channel and source file survive too: POST_LEDGER keys the
      *    overdraft opt-in and deposit holds on CHANNEL, and
      *    TX_RECALL backs a file out by SOURCE_FILE_NAME
           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   TX_TYPE,
                   REFERENCE_TX_ID,
                   COUNTERPARTY_ACC_ID,
                   VALUE_DATE,
                   CHANNEL,
                   SOURCE_FILE_NAME
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-AMOUNT,
                   :SQL-TX-TYPE,
                   :SQL-REFERENCE-TX-ID:SQL-REFERENCE-TX-ID-NULL,
                   :SQL-COUNTERPARTY-ACC-ID:SQL-COUNTERPARTY-NULL,
                   :SQL-VALUE-DATE:SQL-VALUE-DATE-NULL,
                   :SQL-CHANNEL:SQL-CHANNEL-NULL,
                   :SQL-SOURCE-FILE-NAME:SQL-SOURCE-FILE-NULL
               )
           END-EXEC.

           END-IF.

           ADD 1 TO WS-ROWS-APPROVED.
           PERFORM RECORD-OFFICER-DECISION.
       RELEASE-QUEUE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-RELEASE-AUTHORITY: Hold the analyst's approval to their
      * FRAUD-RELEASE authority for the item's currency and amount. A
      * refused approval leaves the queue row pending - it is not
      * stamped - so an officer with the authority can release it on
      * a later run, which also clears the escalation
      ******************************************************************
       CHECK-RELEASE-AUTHORITY SECTION.
           MOVE 'FRAUD_REVIEW' TO WS-OA-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-OA-RUN-ID.
           MOVE WS-CSV-ANALYST-ID TO WS-OA-OFFICER-ID.
           MOVE 'FRAUD-RELEASE' TO WS-OA-ACTION-CLASS.
           MOVE SQL-CURRENCY TO WS-OA-CURRENCY.
           MOVE SQL-AMOUNT TO WS-OA-AMOUNT.
           IF WS-OA-AMOUNT < 0
               COMPUTE WS-OA-AMOUNT = 0 - WS-OA-AMOUNT
           END-IF.
           MOVE SPACES TO WS-OA-REFERENCE.
           STRING 'QUEUE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUEUE-ID-STR) DELIMITED BY SIZE
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
       CHECK-RELEASE-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      * REJECT-QUEUE-ENTRY: Stamp the queue row rejected; the flagged
      * item never reaches dbo.Transactions
           DISPLAY '  Items approved/released: ' WS-ROWS-APPROVED.
           DISPLAY '  Items rejected:          ' WS-ROWS-REJECTED.
           DISPLAY '  Invalid decision rows:   ' WS-ROWS-INVALID.
           DISPLAY '  Of which escalated:      ' WS-ROWS-ESCALATED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

