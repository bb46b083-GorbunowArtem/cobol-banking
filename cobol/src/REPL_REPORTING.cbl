      *          inside one PostgreSQL transaction - a finance
      *          dashboard querying mid-run sees the previous good
      *          day intact, never a half-replicated one.
      * Input:   dbo.vw_DailyBalances, dbo.vw_CurrencyRollups,
      *          dbo.ProfitabilityRollups
      * Output:  public.daily_snapshots, public.account_rollups,
      *          public.profitability_rollups,
      *          public.publication_marker (PostgreSQL)
      * Lineage: transform_kind=replication
      ******************************************************************
       01  WS-ROLLUPS-REPLICATED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROLLUPS-MISSING-FX       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-AUDIT-REPLICATED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PROFIT-ROWS-REPLICATED   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RECON-MISMATCHES         PIC 9(9) COMP-5 VALUE ZERO.

       01  WS-NEW-SNAP-WATERMARK       PIC X(10).
       01  WS-NEW-ROLLUP-WATERMARK     PIC X(32).
       01  WS-NEW-AUDIT-WATERMARK      PIC X(26).
       01  WS-NEW-PROFIT-WATERMARK     PIC X(32).
       01  WS-NO-PRIOR-SNAP-WATERMARK  PIC X(10) VALUE '1900-01-01'.
       01  WS-NO-PRIOR-ROLLUP-WATERMARK PIC X(32) VALUE
               '1900-01-01T00:00:00.0000000'.
       01  WS-NO-PRIOR-AUDIT-WATERMARK PIC X(26) VALUE
               '1900-01-01T00:00:00.00000'.
       01  WS-NO-PRIOR-PROFIT-WATERMARK PIC X(32) VALUE
               '1900-01-01T00:00:00.0000000'.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-DL-SOURCE-KEY           PIC X(64).
       01  SQL-DL-ERROR-TEXT           PIC X(256).
       01  SQL-ROLLUP-BRANCH-ID        PIC X(8).
       01  SQL-PRIOR-PROFIT-WATERMARK  PIC X(32).
       01  SQL-NEW-PROFIT-WATERMARK    PIC X(32).
       01  SQL-PROFIT-SOURCE-COUNT     PIC 9(9) COMP-5.
       01  SQL-STAGE-PROFIT-COUNT      PIC 9(9) COMP-5.
       01  SQL-PF-REPORT-MONTH         PIC X(7).
       01  SQL-PF-ROLLUP-LEVEL         PIC X(12).
       01  SQL-PF-ROLLUP-KEY           PIC X(32).
       01  SQL-PF-BASE-CURRENCY        PIC X(3).
       01  SQL-PF-ACCOUNT-COUNT        PIC 9(9) COMP-5.
       01  SQL-PF-AVG-BALANCE          PIC S9(16)V99 COMP-3.
       01  SQL-PF-INTEREST-PAID        PIC S9(16)V99 COMP-3.
       01  SQL-PF-INTEREST-EARNED      PIC S9(16)V99 COMP-3.
       01  SQL-PF-FEE-INCOME           PIC S9(16)V99 COMP-3.
       01  SQL-PF-FEES-WAIVED          PIC S9(16)V99 COMP-3.
       01  SQL-PF-FTP-AMOUNT           PIC S9(16)V99 COMP-3.
       01  SQL-PF-NET-CONTRIBUTION     PIC S9(16)V99 COMP-3.
       01  SQL-PF-PROFIT-RANK          PIC 9(9) COMP-5.
       01  SQL-PF-CALC-TS-UTC          PIC X(32).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
           05  SQL-PRIOR-AUDIT-WATERMARK-NULL  PIC S9(4) COMP-5.
           05  SQL-PA-WATERMARK-NULL           PIC S9(4) COMP-5.
           05  SQL-BASE-TOTAL-BALANCE-NULL     PIC S9(4) COMP-5.
           05  SQL-PRIOR-PROFIT-WATERMARK-NULL PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.
           ORDER BY TS_UTC
       END-EXEC.

      * A re-run month is recalculated in full by PROFITABILITY, so
      * every row of it comes back through here with a new
      * CALC_TS_UTC and replaces the month on the live table
       EXEC SQL AT SQLSRV_CONN
           DECLARE PROFITABILITY_CURSOR CURSOR FOR
           SELECT REPORT_MONTH, ROLLUP_LEVEL, ROLLUP_KEY,
                  BASE_CURRENCY, ACCOUNT_COUNT, AVG_BALANCE,
                  INTEREST_PAID, INTEREST_EARNED, FEE_INCOME,
                  FEES_WAIVED, FTP_AMOUNT, NET_CONTRIBUTION,
                  PROFIT_RANK, CALC_TS_UTC
           FROM dbo.ProfitabilityRollups
           WHERE CALC_TS_UTC > :SQL-PRIOR-PROFIT-WATERMARK
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           MOVE WS-AUDIT-REPLICATED TO WS-CKPT-LAST-ROW.
           EXEC SQL AT SQLSRV_CONN END-EXEC.
           PERFORM RECORD-CHECKPOINT.
           PERFORM REPLICATE-PROFITABILITY-ROLLUPS.
           MOVE 'dbo.ProfitabilityRollups' TO WS-CKPT-SOURCE.
           MOVE WS-PROFIT-ROWS-REPLICATED TO WS-CKPT-LAST-ROW.
           EXEC SQL AT SQLSRV_CONN END-EXEC.
           PERFORM RECORD-CHECKPOINT.
           PERFORM RECONCILE-ROW-COUNTS.
           IF WS-RECON-MISMATCHES = ZERO
               PERFORM PROMOTE-STAGING-TO-LIVE
           MOVE ZERO TO WS-SNAPSHOTS-REPLICATED.
           MOVE ZERO TO WS-ROLLUPS-REPLICATED.
           MOVE ZERO TO WS-AUDIT-REPLICATED.
           MOVE ZERO TO WS-PROFIT-ROWS-REPLICATED.
           MOVE ZERO TO WS-ERRORS.
           MOVE ZERO TO WS-DEAD-LETTER-COUNT.


           MOVE SQL-PRIOR-AUDIT-WATERMARK TO WS-NEW-AUDIT-WATERMARK.

           EXEC SQL AT SQLSRV_CONN
               SELECT WATERMARK_UTC
               INTO :SQL-PRIOR-PROFIT-WATERMARK:
                    SQL-PRIOR-PROFIT-WATERMARK-NULL
               FROM dbo.ReplicationWatermark
               WHERE SOURCE_NAME = 'PROFITABILITY_ROLLUPS'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-PRIOR-PROFIT-WATERMARK-NULL = -1
               MOVE WS-NO-PRIOR-PROFIT-WATERMARK TO
                   SQL-PRIOR-PROFIT-WATERMARK
           END-IF.

           MOVE SQL-PRIOR-PROFIT-WATERMARK TO WS-NEW-PROFIT-WATERMARK.

           DISPLAY 'Replicating snapshots newer than '
                   SQL-PRIOR-SNAP-WATERMARK.
           DISPLAY 'Replicating rollups newer than '
                   SQL-PRIOR-ROLLUP-WATERMARK.
           DISPLAY 'Replicating posting audit rows newer than '
                   SQL-PRIOR-AUDIT-WATERMARK.
           DISPLAY 'Replicating profitability rows newer than '
                   SQL-PRIOR-PROFIT-WATERMARK.
       GET-PRIOR-WATERMARKS-EXIT.
           EXIT.

               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           MOVE WS-NEW-PROFIT-WATERMARK TO SQL-NEW-PROFIT-WATERMARK.
           EXEC SQL AT SQLSRV_CONN
               MERGE dbo.ReplicationWatermark AS target
               USING (SELECT 'PROFITABILITY_ROLLUPS' AS SOURCE_NAME,
                             :SQL-NEW-PROFIT-WATERMARK AS
                                 WATERMARK_UTC)
                   AS source
               ON (target.SOURCE_NAME = source.SOURCE_NAME)
               WHEN MATCHED THEN
                   UPDATE SET WATERMARK_UTC = source.WATERMARK_UTC
               WHEN NOT MATCHED THEN
                   INSERT (SOURCE_NAME, WATERMARK_UTC)
                   VALUES (source.SOURCE_NAME, source.WATERMARK_UTC)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not save profitability '
                       'watermark'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

       SAVE-NEW-WATERMARKS-EXIT.
           EXIT.

       LOG-ROLLUP-DEAD-LETTER-EXIT.
           EXIT.

      ******************************************************************
      * REPLICATE-PROFITABILITY-ROLLUPS: Replicate the monthly
      * profitability roll-ups - product, branch and ranked
      * relationship lines - for the finance dashboards
      ******************************************************************
       REPLICATE-PROFITABILITY-ROLLUPS SECTION.
           DISPLAY 'Replicating profitability roll-ups...'.

           EXEC SQL AT SQLSRV_CONN
               OPEN PROFITABILITY_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open profitability cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO REPLICATE-PROFITABILITY-ROLLUPS-EXIT
           END-IF.

           PERFORM FETCH-AND-INSERT-PROFIT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL AT SQLSRV_CONN
               CLOSE PROFITABILITY_CURSOR
           END-EXEC.

           DISPLAY 'Profitability roll-up replication complete'.
       REPLICATE-PROFITABILITY-ROLLUPS-EXIT.
           EXIT.

      ******************************************************************
      * FETCH-AND-INSERT-PROFIT: Fetch from SQL Server, insert to PG
      ******************************************************************
       FETCH-AND-INSERT-PROFIT SECTION.
           EXEC SQL AT SQLSRV_CONN
               FETCH PROFITABILITY_CURSOR INTO
                   :SQL-PF-REPORT-MONTH,
                   :SQL-PF-ROLLUP-LEVEL,
                   :SQL-PF-ROLLUP-KEY,
                   :SQL-PF-BASE-CURRENCY,
                   :SQL-PF-ACCOUNT-COUNT,
                   :SQL-PF-AVG-BALANCE,
                   :SQL-PF-INTEREST-PAID,
                   :SQL-PF-INTEREST-EARNED,
                   :SQL-PF-FEE-INCOME,
                   :SQL-PF-FEES-WAIVED,
                   :SQL-PF-FTP-AMOUNT,
                   :SQL-PF-NET-CONTRIBUTION,
                   :SQL-PF-PROFIT-RANK,
                   :SQL-PF-CALC-TS-UTC
           END-EXEC.

           IF SQLCODE = 100
               GO TO FETCH-AND-INSERT-PROFIT-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Fetch profitability row failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO FETCH-AND-INSERT-PROFIT-EXIT
           END-IF.

      *    Advance the profitability watermark to the latest
      *    calculation seen
           IF SQL-PF-CALC-TS-UTC > WS-NEW-PROFIT-WATERMARK
               MOVE SQL-PF-CALC-TS-UTC TO WS-NEW-PROFIT-WATERMARK
           END-IF.

      *    Insert into PostgreSQL, retrying a configured number of
      *    times before giving up
           MOVE ZERO TO WS-RETRY-COUNT.
           PERFORM INSERT-PROFIT-TO-PG
               UNTIL SQLCODE = 0 OR WS-RETRY-COUNT >= WS-MAX-RETRIES.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERRORS
               PERFORM LOG-PROFIT-DEAD-LETTER
           ELSE
               ADD 1 TO WS-PROFIT-ROWS-REPLICATED
           END-IF.

       FETCH-AND-INSERT-PROFIT-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-PROFIT-TO-PG: One attempt at staging the current
      * profitability roll-up row in PostgreSQL
      ******************************************************************
       INSERT-PROFIT-TO-PG SECTION.
           ADD 1 TO WS-RETRY-COUNT.

           EXEC SQL AT PG_CONN
               INSERT INTO public.staging_profitability_rollups (
                   report_month, rollup_level, rollup_key,
                   base_currency, account_count, avg_balance,
                   interest_paid, interest_earned, fee_income,
                   fees_waived, ftp_amount, net_contribution,
                   profit_rank, calc_ts_utc
               ) VALUES (
                   :SQL-PF-REPORT-MONTH,
                   :SQL-PF-ROLLUP-LEVEL,
                   :SQL-PF-ROLLUP-KEY,
                   :SQL-PF-BASE-CURRENCY,
                   :SQL-PF-ACCOUNT-COUNT,
                   :SQL-PF-AVG-BALANCE,
                   :SQL-PF-INTEREST-PAID,
                   :SQL-PF-INTEREST-EARNED,
                   :SQL-PF-FEE-INCOME,
                   :SQL-PF-FEES-WAIVED,
                   :SQL-PF-FTP-AMOUNT,
                   :SQL-PF-NET-CONTRIBUTION,
                   :SQL-PF-PROFIT-RANK,
                   CAST(:SQL-PF-CALC-TS-UTC AS TIMESTAMPTZ)
               )
               ON CONFLICT (report_month, rollup_level, rollup_key)
               DO UPDATE SET
                   base_currency = EXCLUDED.base_currency,
                   account_count = EXCLUDED.account_count,
                   avg_balance = EXCLUDED.avg_balance,
                   interest_paid = EXCLUDED.interest_paid,
                   interest_earned = EXCLUDED.interest_earned,
                   fee_income = EXCLUDED.fee_income,
                   fees_waived = EXCLUDED.fees_waived,
                   ftp_amount = EXCLUDED.ftp_amount,
                   net_contribution = EXCLUDED.net_contribution,
                   profit_rank = EXCLUDED.profit_rank,
                   calc_ts_utc = EXCLUDED.calc_ts_utc
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Profitability insert failed for '
                       SQL-PF-REPORT-MONTH ' ' SQL-PF-ROLLUP-LEVEL
                       ' (attempt ' WS-RETRY-COUNT ')'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

       INSERT-PROFIT-TO-PG-EXIT.
           EXIT.

      ******************************************************************
      * LOG-PROFIT-DEAD-LETTER: Record a profitability row that could
      * not be replicated after all retries, so it can be re-driven
      ******************************************************************
       LOG-PROFIT-DEAD-LETTER SECTION.
           ADD 1 TO WS-DEAD-LETTER-COUNT.
           MOVE SQLCODE TO WS-SQLCODE-DISP.

           MOVE SPACES TO SQL-DL-SOURCE-KEY.
           STRING SQL-PF-REPORT-MONTH DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-PF-ROLLUP-LEVEL) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-PF-ROLLUP-KEY) DELIMITED BY SIZE
               INTO SQL-DL-SOURCE-KEY
           END-STRING.

           IF DL-RPT-OK
               MOVE SPACES TO WS-DL-RPT-LINE
               STRING 'PROFITABILITY_ROLLUPS' DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-DL-SOURCE-KEY)
                          DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SQLCODE-DISP) DELIMITED BY SIZE
                   INTO WS-DL-RPT-LINE
               END-STRING
               WRITE DEAD-LETTER-RECORD FROM WS-DL-RPT-LINE
           END-IF.

           MOVE 'REPL_REPORTING' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SPACES TO WS-ERR-CONTEXT.
           STRING 'PROFITABILITY_ROLLUPS ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-DL-SOURCE-KEY) DELIMITED BY SIZE
               INTO WS-ERR-CONTEXT
           END-STRING.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING 'Profitability replication failed, SQLCODE='
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQLCODE-DISP) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
           END-STRING.
           PERFORM LOG-REPLICATION-ERROR.

           MOVE 'PROFITABILITY_ROLLUPS' TO SQL-DL-SOURCE-NAME.
           MOVE WS-ERR-MESSAGE TO SQL-DL-ERROR-TEXT.
           PERFORM WRITE-DEAD-LETTER-ROW.

       LOG-PROFIT-DEAD-LETTER-EXIT.
           EXIT.

      ******************************************************************
      * REPLICATE-POSTING-AUDIT: Replicate posting audit records so
      * cross-system audit visibility doesn't require a SQL Server
               END-IF
           END-IF.

           EXEC SQL AT SQLSRV_CONN
               SELECT COUNT(*)
               INTO :SQL-PROFIT-SOURCE-COUNT
               FROM dbo.ProfitabilityRollups
               WHERE CALC_TS_UTC > :SQL-PRIOR-PROFIT-WATERMARK
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not reconcile profitability '
                       'count'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-RECON-MISMATCHES
           ELSE
               EXEC SQL AT PG_CONN
                   SELECT COUNT(*) INTO :SQL-STAGE-PROFIT-COUNT
                   FROM public.staging_profitability_rollups
               END-EXEC
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-RECON-MISMATCHES
               ELSE
                   IF SQL-PROFIT-SOURCE-COUNT NOT =
                       SQL-STAGE-PROFIT-COUNT
                       ADD 1 TO WS-RECON-MISMATCHES
                       DISPLAY 'WARNING: Profitability row-count '
                               'mismatch - source: '
                               SQL-PROFIT-SOURCE-COUNT
                               ' staged: ' SQL-STAGE-PROFIT-COUNT
                   END-IF
               END-IF
           END-IF.

       RECONCILE-ROW-COUNTS-EXIT.
           EXIT.

               DISPLAY 'WARNING: Could not clear rollup staging'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           EXEC SQL AT PG_CONN
               DELETE FROM public.staging_profitability_rollups
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Could not clear profitability staging'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       CLEAR-STAGING-TABLES-EXIT.
           EXIT.

               GO TO PROMOTE-STAGING-TO-LIVE-EXIT
           END-IF.

      *    A restaged month replaces the live month outright, so a
      *    relationship that has dropped out of the ranking does not
      *    linger with last run's figures
           EXEC SQL AT PG_CONN
               DELETE FROM public.profitability_rollups
               WHERE report_month IN
                   (SELECT DISTINCT report_month
                    FROM public.staging_profitability_rollups)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Profitability month replace failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-PUBLISH-FAILED
               GO TO PROMOTE-STAGING-TO-LIVE-EXIT
           END-IF.

           EXEC SQL AT PG_CONN
               INSERT INTO public.profitability_rollups (
                   report_month, rollup_level, rollup_key,
                   base_currency, account_count, avg_balance,
                   interest_paid, interest_earned, fee_income,
                   fees_waived, ftp_amount, net_contribution,
                   profit_rank, calc_ts_utc
               )
               SELECT report_month, rollup_level, rollup_key,
                      base_currency, account_count, avg_balance,
                      interest_paid, interest_earned, fee_income,
                      fees_waived, ftp_amount, net_contribution,
                      profit_rank, calc_ts_utc
               FROM public.staging_profitability_rollups
               ON CONFLICT (report_month, rollup_level, rollup_key)
               DO UPDATE SET
                   base_currency = EXCLUDED.base_currency,
                   account_count = EXCLUDED.account_count,
                   avg_balance = EXCLUDED.avg_balance,
                   interest_paid = EXCLUDED.interest_paid,
                   interest_earned = EXCLUDED.interest_earned,
                   fee_income = EXCLUDED.fee_income,
                   fees_waived = EXCLUDED.fees_waived,
                   ftp_amount = EXCLUDED.ftp_amount,
                   net_contribution = EXCLUDED.net_contribution,
                   profit_rank = EXCLUDED.profit_rank,
                   calc_ts_utc = EXCLUDED.calc_ts_utc
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Profitability promotion failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-PUBLISH-FAILED
               GO TO PROMOTE-STAGING-TO-LIVE-EXIT
           END-IF.

      *    The marker readers check before trusting the dashboards
           EXEC SQL AT PG_CONN
               INSERT INTO public.publication_marker (

           PERFORM ADD-LINEAGE-EVENT.

      *    Log lineage for profitability roll-up replication
           MOVE 'ProfitabilityRollups' TO WS-LIN-SRC-TABLE.
           MOVE SPACES TO WS-LIN-SRC-COLS.
           STRING 'REPORT_MONTH,ROLLUP_LEVEL,ROLLUP_KEY,'
                      DELIMITED BY SIZE
                  'NET_CONTRIBUTION,PROFIT_RANK' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'profitability_rollups' TO WS-LIN-TGT-TABLE.
           MOVE SPACES TO WS-LIN-TGT-COLS.
           STRING 'report_month,rollup_level,rollup_key,'
                      DELIMITED BY SIZE
                  'net_contribution,profit_rank' DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'Monthly profitability roll-up replication'
               TO WS-LIN-TRANSFORM-EXPR.

           PERFORM ADD-LINEAGE-EVENT.

           DISPLAY 'Lineage events logged successfully'.
       LOG-LINEAGE-EVENTS-EXIT.
           EXIT.
                   WS-ROLLUPS-MISSING-FX.
           DISPLAY '  Posting audit rows replicated: '
                   WS-AUDIT-REPLICATED.
           DISPLAY '  Profitability rows replicated: '
                   WS-PROFIT-ROWS-REPLICATED.
           DISPLAY '  Errors encountered:          '
                   WS-ERRORS.
           DISPLAY '  Dead-lettered rows:          '
