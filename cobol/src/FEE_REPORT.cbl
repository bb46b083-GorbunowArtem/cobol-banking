       PROGRAM-ID. FEE-REPORT.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * FEE_REPORT - Monthly Fee Income, Waiver and Refund Report
      ******************************************************************
      * Purpose: Roll the month's dbo.FeeAssessmentLog decisions up
      *          by account type, branch, fee type and waiver reason
      *          code - assessed amounts against waived amounts -
      *          so product prices next year's schedule from what
      *          the waiver rules actually give up instead of guess-
      *          work. Alongside it, the month's refunds of fees
      *          already assessed (dbo.FeeRefunds, kept by
      *          FEE_REFUND) are rolled up by branch, approving
      *          officer and refund reason code. Run after month end
      *          for the prior month, or with an explicit YYYY-MM on
      *          the PARM.
      * Input:   dbo.FeeAssessmentLog, dbo.FeeRefunds
      *          PARM/command line: report month (YYYY-MM),
      *          defaulting to the month before the current one
      * Output:  data/out/fee_income_waiver_report.csv
      *          data/out/fee_refund_report.csv
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: PROGRAM=FEE_REPORT
      *               ACC_TYPE,BRANCH_ID,FEE_TYPE,REASON,COUNTS,
      *               TOTALS)
      * LINEAGE: MAP=AMOUNT_ASSESSED,AMOUNT_WAIVED -> TOTALS [SUM]
      * LINEAGE: SRC=sqlserver.dbo.FeeRefunds(BRANCH_ID,OFFICER_ID,
      *               REASON_CODE,AMOUNT_REFUNDED)
      * LINEAGE: TGT=file.filesystem.fee_refund_report.csv(
      *               BRANCH_ID,OFFICER_ID,REASON_CODE,COUNTS,TOTALS)
      * LINEAGE: MAP=AMOUNT_REFUNDED -> TOTALS [SUM]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

               ASSIGN TO "data/out/fee_income_waiver_report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT REFUND-REPORT-CSV
               ASSIGN TO "data/out/fee_refund_report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  FEE-REPORT-CSV.
       01  REPORT-CSV-RECORD           PIC X(200).
       FD  REFUND-REPORT-CSV.
       01  REFUND-CSV-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC XX.
           88  REPORT-FILE-OK          VALUE '00'.
       01  WS-REFUND-FILE-STATUS       PIC XX.
           88  REFUND-FILE-OK          VALUE '00'.

      * Command-line / PARM parsing: report month
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-COUNT-DISP               PIC Z(8)9.
       01  WS-ASSESSED-DISP            PIC -(14)9.99.
       01  WS-WAIVED-DISP              PIC -(14)9.99.
       01  WS-REFUNDED-DISP            PIC -(14)9.99.

      * Totals
       01  WS-TOTAL-ASSESSED           PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-WAIVED             PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-REFUNDED           PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-REFUND-COUNT       PIC 9(9) COMP-5 VALUE ZERO.

      * Row counters
       01  WS-GROUPS-REPORTED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REFUND-GROUPS-REPORTED   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       01  SQL-DECISION-COUNT          PIC S9(9) COMP-3.
       01  SQL-SUM-ASSESSED            PIC S9(16)V99 COMP-3.
       01  SQL-SUM-WAIVED              PIC S9(16)V99 COMP-3.
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-REFUND-REASON           PIC X(8).
       01  SQL-REFUND-COUNT            PIC S9(9) COMP-3.
       01  SQL-SUM-REFUNDED            PIC S9(16)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
           ORDER BY ACC_TYPE, BRANCH_ID, FEE_TYPE
       END-EXEC.

      * The month's fee refunds rolled up by branch, approving
      * officer and refund reason
       EXEC SQL
           DECLARE REFUND_ROLLUP_CURSOR CURSOR FOR
           SELECT BRANCH_ID, OFFICER_ID, REASON_CODE,
                  COUNT(*),
                  SUM(AMOUNT_REFUNDED)
           FROM dbo.FeeRefunds
           WHERE REFUND_DATE LIKE :SQL-MONTH-PREFIX
           GROUP BY BRANCH_ID, OFFICER_ID, REASON_CODE
           ORDER BY BRANCH_ID, OFFICER_ID, REASON_CODE
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'FEE_REPORT - Fee Income, Waiver and Refunds'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM WRITE-FEE-REPORT.
           PERFORM WRITE-REFUND-REPORT.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM LOG-REFUND-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

       WRITE-ONE-ROLLUP-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-REFUND-REPORT: Header, one line per branch/officer/
      * reason group, totals
      ******************************************************************
       WRITE-REFUND-REPORT SECTION.
           OPEN OUTPUT REFUND-REPORT-CSV.
           IF NOT REFUND-FILE-OK
               DISPLAY 'ERROR: Could not open fee refund report'
               DISPLAY 'File status: ' WS-REFUND-FILE-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BRANCH_ID,OFFICER_ID,REASON_CODE,'
                  DELIMITED BY SIZE
                  'REFUNDS,AMOUNT_REFUNDED'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFUND-CSV-RECORD FROM WS-REPORT-LINE.

           EXEC SQL
               OPEN REFUND_ROLLUP_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open refund rollup cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               CLOSE REFUND-REPORT-CSV
               STOP RUN
           END-IF.

           PERFORM WRITE-ONE-REFUND-LINE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE REFUND_ROLLUP_CURSOR
           END-EXEC.

      *    Grand totals
           MOVE WS-TOTAL-REFUND-COUNT TO WS-COUNT-DISP.
           MOVE WS-TOTAL-REFUNDED TO WS-REFUNDED-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL,,,' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFUNDED-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFUND-CSV-RECORD FROM WS-REPORT-LINE.

           CLOSE REFUND-REPORT-CSV.
           DISPLAY 'Fee refund report written to '
                   '"data/out/fee_refund_report.csv"'.
       WRITE-REFUND-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-REFUND-LINE: One branch/officer/reason group
      ******************************************************************
       WRITE-ONE-REFUND-LINE SECTION.
           EXEC SQL
               FETCH REFUND_ROLLUP_CURSOR INTO
                   :SQL-BRANCH-ID,
                   :SQL-OFFICER-ID,
                   :SQL-REFUND-REASON,
                   :SQL-REFUND-COUNT,
                   :SQL-SUM-REFUNDED
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-REFUND-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Refund rollup cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-REFUND-LINE-EXIT
           END-IF.

           ADD 1 TO WS-REFUND-GROUPS-REPORTED.
           ADD SQL-REFUND-COUNT TO WS-TOTAL-REFUND-COUNT.
           ADD SQL-SUM-REFUNDED TO WS-TOTAL-REFUNDED.

           MOVE SQL-REFUND-COUNT TO WS-COUNT-DISP.
           MOVE SQL-SUM-REFUNDED TO WS-REFUNDED-DISP.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING FUNCTION TRIM(SQL-BRANCH-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-OFFICER-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-REFUND-REASON) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFUNDED-DISP) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFUND-CSV-RECORD FROM WS-REPORT-LINE.
       WRITE-ONE-REFUND-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * LOG-REFUND-LINEAGE-EVENT: Record the refund rollup's
      * transformation metadata
      ******************************************************************
       LOG-REFUND-LINEAGE-EVENT SECTION.
      *    Only log if we reported at least one refund group
           IF WS-REFUND-GROUPS-REPORTED = ZERO
               GO TO LOG-REFUND-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'FEE_REPORT' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'FeeRefunds' TO WS-LIN-SRC-TABLE.
           MOVE 'BRANCH_ID,OFFICER_ID,REASON_CODE,AMOUNT_REFUNDED'
               TO WS-LIN-SRC-COLS.
           MOVE 'file' TO WS-LIN-TGT-ENGINE.
           MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA.
           MOVE 'fee_refund_report.csv' TO WS-LIN-TGT-TABLE.
           MOVE 'BRANCH_ID,OFFICER_ID,REASON_CODE,TOTALS'
               TO WS-LIN-TGT-COLS.
           MOVE 'aggregate' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'SUM refunded BY branch, officer, reason'
               TO WS-LIN-TRANSFORM-EXPR.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.

           DISPLAY 'Refund lineage event logged successfully'.
       LOG-REFUND-LINEAGE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * DISCONNECT-DATABASE: Commit transaction and disconnect
      ******************************************************************
           DISPLAY '  Rollup groups reported: ' WS-GROUPS-REPORTED.
           DISPLAY '  Total assessed:         ' WS-TOTAL-ASSESSED.
           DISPLAY '  Total waived:           ' WS-TOTAL-WAIVED.
           DISPLAY '  Refund groups reported: '
                   WS-REFUND-GROUPS-REPORTED.
           DISPLAY '  Refunds:                ' WS-TOTAL-REFUND-COUNT.
           DISPLAY '  Total refunded:         ' WS-TOTAL-REFUNDED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
