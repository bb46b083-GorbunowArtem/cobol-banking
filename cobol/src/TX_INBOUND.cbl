      *          .manifest) listing the cycle's files; each listed
      *          file is then processed in sequence with its own
      *          checkpointing, reject accounting and summary.
      *          A controlled file's HDR channel is stamped on each
      *          row's CHANNEL, so POST_LEDGER can hold deposited
      *          checks for funds availability. A row may name its own
      *          CHANNEL in the optional tenth column (ATM, CARD for a
      *          one-time debit card item, CARD-RECUR, ...), which
      *          takes precedence over the HDR channel - POST_LEDGER
      *          needs it to honor the overdraft opt-in election.
      *          Every row is stamped with the registry name of the
      *          file it arrived in (SOURCE_FILE_NAME), so TX_RECALL
      *          can back a whole file out; a recalled file is refused
      *          on the registry like a consumed one and can never be
      *          replayed. A row parked on dbo.FraudReviewQueue or
      *          dbo.RejectedTransactions keeps its CHANNEL and
      *          SOURCE_FILE_NAME for the row it is later posted as.
      * Input:   data/in/transactions.csv (CSV format)
      * Output:  dbo.Transactions table (SQL Server)
      * Lineage: transform_kind=ingest
      *               CURRENCY,TX_TS_UTC,TX_TYPE,REFERENCE_ID,
      *               COUNTERPARTY_ACC_ID)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(TX_ID,ACC_ID,AMOUNT,
      *               CURRENCY,TX_TS_UTC,TX_TYPE,COUNTERPARTY_ACC_ID,
      *               SOURCE_FILE_NAME)
      * LINEAGE: MAP=ACC_ID -> ACC_ID [COPY]
      * LINEAGE: MAP=AMOUNT -> AMOUNT [VALIDATE RANGE]
      * LINEAGE: MAP=CURRENCY -> CURRENCY [UPPERCASE, ISO4217 VALIDATE]
      * LINEAGE: MAP=TX_TS_UTC -> TX_TS_UTC [DATETIME VALIDATE]
      * LINEAGE: MAP=TX_TYPE -> TX_TYPE [COPY, UPPERCASE]
      * LINEAGE: MAP=CHANNEL|HDR CHANNEL -> CHANNEL [UPPERCASE,
      *               ROW OVER HDR, NULL IF NEITHER]
      * LINEAGE: MAP=FileRegistry.FILE_NAME -> SOURCE_FILE_NAME [COPY]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************


      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 10 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
      * embedded commas intact
       01  WS-CSV-NARRATIVE            PIC X(80).
       01  WS-CSV-VALUE-DATE           PIC X(10).
       01  WS-CSV-CHANNEL              PIC X(16).

      * Validation flags
       01  WS-VALIDATION-FLAGS.

      * Landing-file lifecycle working storage. Every consumed file
      * is claimed in dbo.FileRegistry before its first row commits
      * (a file already claimed, done or recalled is refused, killing
      * re-run double feeds), completed with its row counts and outcome,
      * and physically moved to the dated done directory - or the
      * quarantine directory when the error-rate abort or a control-
      * record failure condemns it
       01  SQL-REJ-NARRATIVE            PIC X(80).
       01  SQL-REJ-REASON               PIC X(80).
       01  SQL-VALUE-DATE               PIC X(10).
       01  SQL-CHANNEL                  PIC X(16).
       01  SQL-REG-FILE-NAME            PIC X(256).
       01  SQL-REG-STATUS               PIC X(1).
       01  SQL-REG-ROWS-TOTAL           PIC S9(9) COMP-3.
       01  SQL-REFERENCE-TX-ID-NULL     PIC S9(4) COMP-5.
       01  SQL-COUNTERPARTY-NULL        PIC S9(4) COMP-5.
       01  SQL-NARRATIVE-NULL           PIC S9(4) COMP-5.
       01  SQL-CHANNEL-NULL             PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      * CLAIM-INPUT-FILE: Register the file as claimed before any of
      * its rows commit. A registry row already carrying the name
      * means the file was consumed (or is being consumed, or was
      * recalled by TX_RECALL) - refuse it instead of double-feeding
      ******************************************************************
       CLAIM-INPUT-FILE SECTION.
           MOVE 'N' TO WS-FILE-SKIPPED.
               FROM dbo.FileRegistry
               WHERE FILE_NAME = :SQL-REG-FILE-NAME
                 AND PROGRAM = 'TX_INBOUND'
                 AND STATUS IN ('C', 'D', 'R')
           END-EXEC.

           IF SQLCODE = 0
           MOVE WS-CSV-COUNTERPARTY-ID TO SQL-REJ-COUNTERPARTY-ID.
           MOVE WS-CSV-NARRATIVE TO SQL-REJ-NARRATIVE.
           MOVE WS-REJECT-REASON TO SQL-REJ-REASON.
           PERFORM DERIVE-CHANNEL.

           EXEC SQL
               INSERT INTO dbo.RejectedTransactions (
                   REFERENCE_ID_STR,
                   COUNTERPARTY_ACC_ID,
                   NARRATIVE,
                   CHANNEL,
                   SOURCE_FILE_NAME,
                   REASON,
                   RUN_ID,
                   STATUS,
                   :SQL-REJ-REFERENCE-ID-STR,
                   :SQL-REJ-COUNTERPARTY-ID,
                   :SQL-REJ-NARRATIVE,
                   :SQL-CHANNEL:SQL-CHANNEL-NULL,
                   :SQL-REG-FILE-NAME,
                   :SQL-REJ-REASON,
                   :WS-CURRENT-RUN-ID,
                   'P',
           MOVE WS-CSV-FIELD (7) TO WS-CSV-COUNTERPARTY-ID.
           MOVE WS-CSV-FIELD (8) TO WS-CSV-VALUE-DATE.
           MOVE WS-CSV-FIELD (9) TO WS-CSV-NARRATIVE.
           MOVE WS-CSV-FIELD (10) TO WS-CSV-CHANNEL.
       SPLIT-CSV-LINE-EXIT.
           EXIT.

      * APPEND-CSV-CHAR: Add the current character to the active field
      ******************************************************************
       APPEND-CSV-CHAR SECTION.
           IF WS-CSV-FIELD-IDX > 10
               GO TO APPEND-CSV-CHAR-EXIT
           END-IF.

           END-IF.

           PERFORM DERIVE-VALUE-DATE.
           PERFORM DERIVE-CHANNEL.

           EXEC SQL
               INSERT INTO dbo.FraudReviewQueue (
                   REFERENCE_TX_ID,
                   COUNTERPARTY_ACC_ID,
                   VALUE_DATE,
                   CHANNEL,
                   SOURCE_FILE_NAME,
                   REASON,
                   RUN_ID,
                   TS_UTC
                   :SQL-REFERENCE-TX-ID:SQL-REFERENCE-TX-ID-NULL,
                   :SQL-COUNTERPARTY-ACC-ID:SQL-COUNTERPARTY-NULL,
                   :SQL-VALUE-DATE,
                   :SQL-CHANNEL:SQL-CHANNEL-NULL,
                   :SQL-REG-FILE-NAME,
                   :SQL-FR-REASON,
                   :SQL-FR-RUN-ID,
                   SYSUTCDATETIME()
           END-IF.

           PERFORM DERIVE-VALUE-DATE.
           PERFORM DERIVE-CHANNEL.

      *    Insert into database
           EXEC SQL
                   REFERENCE_TX_ID,
                   COUNTERPARTY_ACC_ID,
                   VALUE_DATE,
                   NARRATIVE,
                   CHANNEL,
                   SOURCE_FILE_NAME
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-AMOUNT,
                   :SQL-REFERENCE-TX-ID:SQL-REFERENCE-TX-ID-NULL,
                   :SQL-COUNTERPARTY-ACC-ID:SQL-COUNTERPARTY-NULL,
                   :SQL-VALUE-DATE,
                   :SQL-NARRATIVE:SQL-NARRATIVE-NULL,
                   :SQL-CHANNEL:SQL-CHANNEL-NULL,
                   :SQL-REG-FILE-NAME
               )
           END-EXEC.

       INSERT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * DERIVE-CHANNEL: The row's own channel wins; otherwise only a
      * controlled file names its channel. Every table the row can
      * land in carries it, so an item released from fraud review or
      * resubmitted from the reject queue posts with the channel it
      * arrived on
      ******************************************************************
       DERIVE-CHANNEL SECTION.
           EVALUATE TRUE
               WHEN WS-CSV-CHANNEL NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-CSV-CHANNEL)
                       TO SQL-CHANNEL
                   MOVE 0 TO SQL-CHANNEL-NULL
               WHEN CONTROL-RECORD-MODE AND WS-CTL-CHANNEL NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-CTL-CHANNEL)
                       TO SQL-CHANNEL
                   MOVE 0 TO SQL-CHANNEL-NULL
               WHEN OTHER
                   MOVE SPACES TO SQL-CHANNEL
                   MOVE -1 TO SQL-CHANNEL-NULL
           END-EVALUATE.
       DERIVE-CHANNEL-EXIT.
           EXIT.

      ******************************************************************
      * DERIVE-VALUE-DATE: An explicit VALUE_DATE is carried as
      * given. Otherwise the row settles on its TX_TS_UTC date -
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'TX_ID,ACC_ID,AMOUNT,CURRENCY,TX_TS_UTC,TX_TYPE,'
                  DELIMITED BY SIZE
                  'COUNTERPARTY_ACC_ID,SOURCE_FILE_NAME'
                      DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
