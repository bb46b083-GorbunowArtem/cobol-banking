      *          forever. Run ad hoc after an incident, or any time -
      *          an empty queue is a clean no-op.
      * Input:   dbo.ReplicationDeadLetter, dbo.vw_DailyBalances,
      *          dbo.vw_CurrencyRollups, dbo.PostingAudit,
      *          dbo.ProfitabilityRollups
      * Output:  public.daily_snapshots, public.account_rollups,
      *          public.posting_audit,
      *          public.profitability_rollups (PostgreSQL)
      *          data/out/dead_letter_replay_report.csv
      * Lineage: transform_kind=replication
      ******************************************************************
       01  SQL-PA-TS-UTC               PIC X(26).
       01  SQL-PA-WATERMARK-TS-UTC     PIC X(26).
       01  SQL-ROLLUP-BRANCH-ID        PIC X(8).
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
                   PERFORM REPLAY-ROLLUP-ROW
               WHEN 'POSTING_AUDIT'
                   PERFORM REPLAY-AUDIT-ROW
               WHEN 'PROFITABILITY_ROLLUPS'
                   PERFORM REPLAY-PROFIT-ROW
               WHEN OTHER
                   DISPLAY 'WARNING: Unknown dead-letter source: '
                           SQL-DL-SOURCE-NAME
       REPLAY-AUDIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * REPLAY-PROFIT-ROW: Re-read one profitability roll-up row
      * (key month|level|key) and upsert it. A row gone from the
      * source was dropped by a re-run of its month, whose own
      * replication has already replaced the month downstream
      ******************************************************************
       REPLAY-PROFIT-ROW SECTION.
           MOVE WS-KEY-PART1 TO SQL-PF-REPORT-MONTH.
           MOVE WS-KEY-PART2 TO SQL-PF-ROLLUP-LEVEL.
           MOVE WS-KEY-PART3 TO SQL-PF-ROLLUP-KEY.

           EXEC SQL AT SQLSRV_CONN
               SELECT BASE_CURRENCY, ACCOUNT_COUNT, AVG_BALANCE,
                      INTEREST_PAID, INTEREST_EARNED, FEE_INCOME,
                      FEES_WAIVED, FTP_AMOUNT, NET_CONTRIBUTION,
                      PROFIT_RANK, CALC_TS_UTC
               INTO :SQL-PF-BASE-CURRENCY,
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
               FROM dbo.ProfitabilityRollups
               WHERE REPORT_MONTH = :SQL-PF-REPORT-MONTH
                 AND ROLLUP_LEVEL = :SQL-PF-ROLLUP-LEVEL
                 AND ROLLUP_KEY = :SQL-PF-ROLLUP-KEY
           END-EXEC.

           IF SQLCODE = 100
               SET REPLAY-SOURCE-GONE TO TRUE
               GO TO REPLAY-PROFIT-ROW-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               GO TO REPLAY-PROFIT-ROW-EXIT
           END-IF.

           EXEC SQL AT PG_CONN
               INSERT INTO public.profitability_rollups (
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

           IF SQLCODE = 0
               SET REPLAY-SUCCEEDED TO TRUE
           END-IF.
       REPLAY-PROFIT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * MARK-DEAD-LETTER-RESOLVED: Stamp the queue row resolved
      ******************************************************************
