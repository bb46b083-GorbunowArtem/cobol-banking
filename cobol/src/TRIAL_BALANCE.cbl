      *          a genuine break - half a contra pair - reports
      *          FAIL. Each closing position is persisted
      *          to dbo.TrialBalancePositions so tomorrow's run
      *          carries it forward. The suspense GL's closing
      *          position is reconciled per currency against the
      *          open items on the suspense queue.
      * Input:   dbo.LedgerEntries, dbo.TrialBalancePositions,
      *          dbo.SuspenseItems
      *          PARM/command line: optional report date (YYYYMMDD),
      *          defaulting to today
      * Output:  data/out/trial_balance_report.csv
      *               DEBIT,CREDIT,POSTED_TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.TrialBalancePositions(GL_CODE,
      *               CURRENCY,CLOSING_BALANCE,POSITION_DATE)
      * LINEAGE: SRC=sqlserver.dbo.SuspenseItems(AMOUNT,CURRENCY)
      * LINEAGE: TGT=csv.filesystem.trial_balance_report.csv(GL_CODE,
      *               CURRENCY,OPENING,DEBITS,CREDITS,CLOSING)
      * LINEAGE: MAP=DEBIT,CREDIT -> CLOSING [OPENING + SUM(DEBIT) -
           88  FOOTING-PASSED          VALUE 'PASS'.
           88  FOOTING-FAILED          VALUE 'FAIL'.

      * Suspense reconciliation: the suspense GL is debit-normal in
      * this report, so a queue of parked credits shows as a credit
      * position and agrees when the two sum to zero
       01  WS-SUS-OPEN-DISP            PIC -(16)9.99.
       01  WS-SUS-RECON-DIFF           PIC S9(16)V99 COMP-3.
       01  WS-SUS-VERDICT              PIC X(5).
       01  WS-SUSPENSE-RECONCILED      PIC 9(5) COMP-5 VALUE ZERO.
       01  WS-SUSPENSE-BREAKS          PIC 9(5) COMP-5 VALUE ZERO.

      * Per-entry computed amounts
       01  WS-NET-MOVEMENT             PIC S9(16)V99 COMP-3.
       01  WS-CLOSING-POSITION         PIC S9(16)V99 COMP-3.
       01  SQL-BR-DEBITS               PIC S9(16)V99 COMP-3.
       01  SQL-BR-CREDITS              PIC S9(16)V99 COMP-3.
       01  SQL-BR-ONE-SIDED            PIC S9(16)V99 COMP-3.
       01  SQL-SUS-OPEN-AMOUNT         PIC S9(16)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators - SUM() returns NULL over an empty side
       01  SQL-SUM-DEBIT-NULL          PIC S9(4) COMP-5.
       01  SQL-SUM-CREDIT-NULL         PIC S9(4) COMP-5.
       01  SQL-ONE-SIDED-DIFF-NULL     PIC S9(4) COMP-5.
       01  SQL-SUS-OPEN-AMOUNT-NULL    PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.
           WRITE TB-RPT-RECORD FROM WS-TB-LINE.

           PERFORM WRITE-BRANCH-FOOTING.
           PERFORM WRITE-SUSPENSE-RECON.

           CLOSE TRIAL-BALANCE-RPT.
           DISPLAY 'Trial balance report written to '
       WRITE-ONE-BRANCH-FOOT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-SUSPENSE-RECON: For each currency the suspense GL
      * carries, set its closing position beside the open items on
      * the suspense queue - AGREE when they offset, BREAK when an
      * item was resolved or parked without its ledger side
      ******************************************************************
       WRITE-SUSPENSE-RECON SECTION.
           MOVE SPACES TO WS-TB-LINE.
           WRITE TB-RPT-RECORD FROM WS-TB-LINE.
           MOVE SPACES TO WS-TB-LINE.
           STRING 'SUSPENSE_GL,CURRENCY,GL_CLOSING,OPEN_ITEMS,'
                  DELIMITED BY SIZE
                  'DIFF,VERDICT' DELIMITED BY SIZE
               INTO WS-TB-LINE
           END-STRING.
           WRITE TB-RPT-RECORD FROM WS-TB-LINE.

           MOVE 1 TO WS-TB-IDX.
           PERFORM WRITE-ONE-SUSPENSE-RECON
               UNTIL WS-TB-IDX > WS-TB-ENTRIES.
       WRITE-SUSPENSE-RECON-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-SUSPENSE-RECON: Reconcile one suspense GL position
      ******************************************************************
       WRITE-ONE-SUSPENSE-RECON SECTION.
           IF WS-TB-GL-CODE (WS-TB-IDX) NOT = WS-SUSPENSE-GL-CODE
               GO TO WRITE-ONE-SUSPENSE-RECON-NEXT
           END-IF.

           MOVE WS-TB-CURRENCY (WS-TB-IDX) TO SQL-CURRENCY.
           EXEC SQL
               SELECT SUM(AMOUNT)
               INTO :SQL-SUS-OPEN-AMOUNT:SQL-SUS-OPEN-AMOUNT-NULL
               FROM dbo.SuspenseItems
               WHERE STATUS = 'O'
                 AND CURRENCY = :SQL-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Failed to total suspense items for '
                       SQL-CURRENCY
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-SUSPENSE-RECON-NEXT
           END-IF.

           IF SQL-SUS-OPEN-AMOUNT-NULL = -1
               MOVE ZERO TO SQL-SUS-OPEN-AMOUNT
           END-IF.

           COMPUTE WS-CLOSING-POSITION =
               WS-TB-OPENING (WS-TB-IDX)
               + WS-TB-DEBITS (WS-TB-IDX)
               - WS-TB-CREDITS (WS-TB-IDX).
           COMPUTE WS-SUS-RECON-DIFF =
               WS-CLOSING-POSITION + SQL-SUS-OPEN-AMOUNT.

           IF WS-SUS-RECON-DIFF <= WS-FOOTING-TOLERANCE
               AND WS-SUS-RECON-DIFF >= (0 - WS-FOOTING-TOLERANCE)
               MOVE 'AGREE' TO WS-SUS-VERDICT
               ADD 1 TO WS-SUSPENSE-RECONCILED
           ELSE
               MOVE 'BREAK' TO WS-SUS-VERDICT
               DISPLAY 'ERROR: Suspense GL ' SQL-CURRENCY
                       ' does not agree with open items - diff '
                       WS-SUS-RECON-DIFF
               ADD 1 TO WS-SUSPENSE-BREAKS
               ADD 1 TO WS-ERRORS
               MOVE 'TRIAL_BALANCE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE WS-REPORT-DATE TO WS-ERR-CONTEXT
               MOVE 'Suspense GL does not agree with open items'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.

           MOVE WS-CLOSING-POSITION TO WS-CLOSE-DISP.
           MOVE SQL-SUS-OPEN-AMOUNT TO WS-SUS-OPEN-DISP.
           MOVE WS-SUS-RECON-DIFF TO WS-NET-DISP.
           MOVE SPACES TO WS-TB-LINE.
           STRING WS-TB-GL-CODE (WS-TB-IDX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-TB-CURRENCY (WS-TB-IDX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLOSE-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUS-OPEN-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NET-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-SUS-VERDICT DELIMITED BY SIZE
               INTO WS-TB-LINE
           END-STRING.
           WRITE TB-RPT-RECORD FROM WS-TB-LINE.
       WRITE-ONE-SUSPENSE-RECON-NEXT.
           ADD 1 TO WS-TB-IDX.
       WRITE-ONE-SUSPENSE-RECON-EXIT.
           EXIT.

      ******************************************************************
      * SAVE-CLOSING-POSITIONS: Persist each closing position for the
      * report date so tomorrow's run carries it forward
           MOVE 'TRIAL_BALANCE' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LedgerEntries,TrialBalancePositions,SuspenseItems'
               TO WS-LIN-SRC-TABLE.
           MOVE 'GL_CODE,CURRENCY,DEBIT,CREDIT,CLOSING_BALANCE'
               TO WS-LIN-SRC-COLS.
           DISPLAY '  Total day debits:       ' WS-TOTAL-DEBITS.
           DISPLAY '  Total day credits:      ' WS-TOTAL-CREDITS.
           DISPLAY '  Footing result:         ' WS-FOOTING-RESULT.
           DISPLAY '  Suspense GL agreed:     ' WS-SUSPENSE-RECONCILED.
           DISPLAY '  Suspense GL breaks:     ' WS-SUSPENSE-BREAKS.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
