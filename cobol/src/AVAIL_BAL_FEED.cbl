      *          record-count and amount hash totals the switch
      *          verifies, so a stale or out-of-order file is caught
      *          before it authorizes a single transaction.
      *          Alongside it goes the card status file under the
      *          same sequence number: every unexpired debit card on
      *          dbo.Cards with its status, so the switch declines a
      *          blocked, hot-carded or replaced card as soon as it
      *          loads the snapshot.
      * Input:   dbo.AccountBalances, dbo.Accounts, dbo.Holds,
      *          dbo.OverdraftLimits, dbo.Cards
      * Output:  data/out/avail_balance_feed_<sequence>.dat,
      *          data/out/card_status_feed_<sequence>.dat
      * Lineage: transform_kind=extract
      ******************************************************************
      * LINEAGE: PROGRAM=AVAIL_BAL_FEED
      *               ACC_ID,CURRENCY,AVAILABLE_BALANCE)
      * LINEAGE: MAP=BALANCE -> AVAILABLE_BALANCE [LESS HOLDS PLUS
      *               OD HEADROOM]
      * LINEAGE: SRC=sqlserver.dbo.Cards(CARD_ID,CARD_NUMBER,ACC_ID,
      *               STATUS,EXPIRY_MONTH)
      * LINEAGE: TGT=file.filesystem.card_status_feed.dat(SEQ,
      *               CARD_NUMBER,CARD_ID,ACC_ID,STATUS,EXPIRY_MONTH)
      * LINEAGE: MAP=STATUS -> STATUS [COPY]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

               ASSIGN TO WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT CARD-STATUS-FILE
               ASSIGN TO WS-CARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  BALANCE-FEED-FILE.
       01  FEED-FILE-RECORD            PIC X(200).
       FD  CARD-STATUS-FILE.
       01  CARD-FILE-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-FEED-FILE-STATUS         PIC XX.
           88  FEED-FILE-OK            VALUE '00'.
       01  WS-CARD-FILE-STATUS         PIC XX.
           88  CARD-FILE-OK            VALUE '00'.

      * Feed rendering working storage
       01  WS-FEED-LINE                PIC X(200).
       01  WS-FEED-FILE-NAME           PIC X(64).
       01  WS-NEW-MARK                 PIC X(32).

      * Card status file - same sequence as the balance snapshot
       01  WS-CARD-FILE-NAME           PIC X(64).
       01  WS-CARD-ID-DISP             PIC Z(17)9.
       01  WS-CARD-RECORD-COUNT        PIC 9(9) COMP-5 VALUE ZERO.

      * Overdraft fallback - the same compiled default POST_LEDGER
      * applies when no limit is on file anywhere
       01  WS-DEFAULT-OVERDRAFT-LIMIT  PIC S9(16)V99 COMP-3
       01  SQL-OVERDRAFT-LIMIT         PIC S9(16)V99 COMP-3.
       01  SQL-ACTIVE-HOLD-TOTAL       PIC S9(16)V99 COMP-3.
       01  SQL-EFFECTIVE-OD-LIMIT      PIC S9(16)V99 COMP-3.
       01  SQL-CARD-ID                 PIC 9(18) COMP-5.
       01  SQL-CARD-NUMBER             PIC X(16).
       01  SQL-CARD-STATUS             PIC X(1).
       01  SQL-EXPIRY-MONTH            PIC X(7).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
           ORDER BY AB.ACC_ID, AB.CURRENCY
       END-EXEC.

      * Every card not yet past its expiry month, whatever its status
      * - the switch must see a block or hot-card to decline on it
       EXEC SQL
           DECLARE CARD_STATUS_CURSOR CURSOR FOR
           SELECT CARD_ID, COALESCE(CARD_NUMBER, ' '), ACC_ID,
                  STATUS, EXPIRY_MONTH
           FROM dbo.Cards
           WHERE EXPIRY_MONTH >=
                 CONVERT(CHAR(7), SYSUTCDATETIME(), 120)
             AND CARD_NUMBER IS NOT NULL
           ORDER BY CARD_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-FILE-SEQUENCE.
           PERFORM WRITE-SNAPSHOT-FILE.
           PERFORM WRITE-CARD-STATUS-FILE.
           PERFORM SAVE-FILE-SEQUENCE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM LOG-CARD-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-AMOUNT-HASH.
           MOVE ZERO TO WS-SEQ-NUMBER.
           MOVE ZERO TO WS-CARD-RECORD-COUNT.
           MOVE ZERO TO WS-ERRORS.

      *    Generate unique run ID from current timestamp
       LOOKUP-EFFECTIVE-OD-LIMIT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-CARD-STATUS-FILE: The card status file for the switch,
      * published under the balance snapshot's sequence number -
      * header, one record per card, trailer with the count
      ******************************************************************
       WRITE-CARD-STATUS-FILE SECTION.
           MOVE ZERO TO WS-SEQ-NUMBER.
           MOVE SPACES TO WS-CARD-FILE-NAME.
           STRING 'data/out/card_status_feed_' DELIMITED BY SIZE
                  WS-FILE-SEQUENCE DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-CARD-FILE-NAME
           END-STRING.

           OPEN OUTPUT CARD-STATUS-FILE.
           IF NOT CARD-FILE-OK
               DISPLAY 'ERROR: Could not open card status file'
               DISPLAY 'File status: ' WS-CARD-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-FEED-LINE.
           STRING 'H|CARD_STATUS_FEED|' DELIMITED BY SIZE
                  WS-FILE-SEQUENCE DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-RUN-ID) DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING.
           WRITE CARD-FILE-RECORD FROM WS-FEED-LINE.

           EXEC SQL
               OPEN CARD_STATUS_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open card status cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               CLOSE CARD-STATUS-FILE
               STOP RUN
           END-IF.

           PERFORM WRITE-ONE-CARD-STATUS-RECORD
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE CARD_STATUS_CURSOR
           END-EXEC.

           MOVE WS-CARD-RECORD-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-FEED-LINE.
           STRING 'T|' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING.
           WRITE CARD-FILE-RECORD FROM WS-FEED-LINE.

           CLOSE CARD-STATUS-FILE.
           DISPLAY 'Card status file written to '
                   FUNCTION TRIM(WS-CARD-FILE-NAME).
       WRITE-CARD-STATUS-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-CARD-STATUS-RECORD: One card and its status
      ******************************************************************
       WRITE-ONE-CARD-STATUS-RECORD SECTION.
           EXEC SQL
               FETCH CARD_STATUS_CURSOR INTO
                   :SQL-CARD-ID,
                   :SQL-CARD-NUMBER,
                   :SQL-ACC-ID,
                   :SQL-CARD-STATUS,
                   :SQL-EXPIRY-MONTH
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-CARD-STATUS-RECORD-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Card status cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-CARD-STATUS-RECORD-EXIT
           END-IF.

           ADD 1 TO WS-SEQ-NUMBER.
           ADD 1 TO WS-CARD-RECORD-COUNT.
           MOVE SQL-CARD-ID TO WS-CARD-ID-DISP.

           MOVE SPACES TO WS-FEED-LINE.
           STRING 'D|' DELIMITED BY SIZE
                  WS-SEQ-NUMBER DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SQL-CARD-NUMBER DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CARD-ID-DISP) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SQL-CARD-STATUS DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  SQL-EXPIRY-MONTH DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING.
           WRITE CARD-FILE-RECORD FROM WS-FEED-LINE.
       WRITE-ONE-CARD-STATUS-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * SAVE-FILE-SEQUENCE: Persist the sequence just published
      ******************************************************************
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * LOG-CARD-LINEAGE-EVENT: Record the card status file's
      * transformation metadata
      ******************************************************************
       LOG-CARD-LINEAGE-EVENT SECTION.
           IF WS-CARD-RECORD-COUNT = ZERO
               GO TO LOG-CARD-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'AVAIL_BAL_FEED' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'Cards' TO WS-LIN-SRC-TABLE.
           MOVE 'CARD_ID,CARD_NUMBER,ACC_ID,STATUS,EXPIRY_MONTH'
               TO WS-LIN-SRC-COLS.
           MOVE 'file' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           MOVE 'card_status_feed.dat' TO WS-LIN-TGT-TABLE.
           MOVE 'SEQ,CARD_NUMBER,CARD_ID,ACC_ID,STATUS,EXPIRY_MONTH'
               TO WS-LIN-TGT-COLS.
           MOVE 'extract' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Unexpired cards with status for the card switch'
               TO WS-LIN-TRANSFORM-EXPR.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.

           DISPLAY 'Card lineage event logged successfully'.
       LOG-CARD-LINEAGE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * DISCONNECT-DATABASE: Commit transaction and disconnect
      ******************************************************************
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Balances published:  ' WS-RECORD-COUNT.
           DISPLAY '  Amount hash total:   ' WS-AMOUNT-HASH.
           DISPLAY '  Card statuses sent:  ' WS-CARD-RECORD-COUNT.
           DISPLAY '  Snapshot sequence:   ' WS-FILE-SEQUENCE.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
