      *          balancing report for end-of-day sign-off. Intended to
      *          run after TX_INBOUND, POST_LEDGER and BALANCE_RECALC
      *          have completed for the day.
      *          The suspense queue is reported alongside: open
      *          items, their age and the HOUSE-SUSPENSE ledger
      *          balance they should agree with.
      * Input:   dbo.Transactions, dbo.LedgerEntries,
      *          dbo.AccountBalances, dbo.SuspenseItems (SQL Server)
      * Output:  data/out/control_totals_report.csv
      * Lineage: transform_kind=aggregate
      ******************************************************************
      * LINEAGE: SRC=sqlserver.dbo.Transactions(AMOUNT)
      * LINEAGE: SRC=sqlserver.dbo.LedgerEntries(DEBIT,CREDIT)
      * LINEAGE: SRC=sqlserver.dbo.AccountBalances(BALANCE)
      * LINEAGE: SRC=sqlserver.dbo.SuspenseItems(AMOUNT,SUSPENSE_DATE)
      * LINEAGE: TGT=csv.filesystem.control_totals_report.csv(
      *               TOTAL_TX_AMOUNT,TOTAL_NET_POSTED,TOTAL_BALANCES,
      *               SUSPENSE_OPEN_ITEMS,SUSPENSE_OPEN_AMOUNT,
      *               SUSPENSE_LEDGER_BALANCE,SUSPENSE_AGED_ITEMS,
      *               STATUS)
      * LINEAGE: MAP=AMOUNT -> TOTAL_TX_AMOUNT [SUM]
      * LINEAGE: MAP=DEBIT,CREDIT -> TOTAL_NET_POSTED
      *               [SUM(CREDIT)-SUM(DEBIT)]
      * LINEAGE: MAP=BALANCE -> TOTAL_BALANCES [SUM]
      * LINEAGE: MAP=AMOUNT -> SUSPENSE_OPEN_AMOUNT [SUM, STATUS O]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       01  WS-DIFF-TX-VS-POSTED        PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-DIFF-POSTED-VS-BALANCE   PIC S9(16)V99 COMP-3 VALUE ZERO.

      * Suspense queue totals - informational, they do not move the
      * PASS/FAIL verdict (a suspended item is balanced in all three
      * control totals: its AMOUNT, its suspense leg and the
      * HOUSE-SUSPENSE balance)
       01  WS-SUSPENSE-OPEN-ITEMS      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SUSPENSE-AGED-ITEMS      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SUSPENSE-OPEN-AMOUNT     PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-SUSPENSE-LEDGER-BAL      PIC S9(16)V99 COMP-3 VALUE ZERO.
       01  WS-COUNT-DISP               PIC Z(8)9.

      * Overall result
       01  WS-BALANCING-RESULT         PIC X(4) VALUE SPACES.
           88  BALANCING-PASSED        VALUE 'PASS'.
       01  SQL-BR-BRANCH-ID            PIC X(8).
       01  SQL-BR-DEBITS               PIC S9(16)V99 COMP-3.
       01  SQL-BR-CREDITS              PIC S9(16)V99 COMP-3.
       01  SQL-SUS-OPEN-ITEMS          PIC S9(9) COMP-5.
       01  SQL-SUS-AGED-ITEMS          PIC S9(9) COMP-5.
       01  SQL-SUS-AGED-DAYS           PIC S9(9) COMP-5.
       01  SQL-SUS-OPEN-AMOUNT         PIC S9(16)V99 COMP-3.
       01  SQL-SUS-LEDGER-BAL          PIC S9(16)V99 COMP-3.
       01  SQL-SUS-ACC-ID              PIC X(32).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators - SUM() returns NULL over an empty table
           05  SQL-TOTAL-DEBIT-NULL     PIC S9(4) COMP-5.
           05  SQL-TOTAL-CREDIT-NULL    PIC S9(4) COMP-5.
           05  SQL-TOTAL-BALANCES-NULL  PIC S9(4) COMP-5.
           05  SQL-SUS-OPEN-AMOUNT-NULL PIC S9(4) COMP-5.
           05  SQL-SUS-LEDGER-BAL-NULL  PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.
                      ELSE LE.CREDIT END)
           FROM dbo.LedgerEntries LE
           JOIN dbo.Transactions TX ON TX.TX_ID = LE.TX_ID
           WHERE TX.TX_TYPE IN ('FEE', 'INTEREST', 'SUSP-CLEAR')
              OR (TX.TX_TYPE = 'TRANSFER'
                  AND TX.COUNTERPARTY_ACC_ID IS NOT NULL)
           GROUP BY LE.TX_ID
           END-IF.
           PERFORM OPEN-BALANCING-REPORT.
           PERFORM CALCULATE-CONTROL-TOTALS.
           PERFORM CALCULATE-SUSPENSE-TOTALS.
           PERFORM EVALUATE-BALANCING-RESULT.
           PERFORM WRITE-BALANCING-REPORT.
           PERFORM WRITE-BRANCH-SECTIONS.
      *    are excluded from both totals the same way FEE/INTEREST
      *    are; legacy single-sided transfers stay in. HOLD and
      *    HOLD-RELEASE carry an amount but never touch the ledger
      *    at all, so they are excluded the same way. A SUSP-CLEAR
      *    posts suspense and destination legs that net to zero
      *    while its AMOUNT is the suspense side only, so it is
      *    excluded from both totals like a transfer pair. Rows
      *    that BY DESIGN have no ledger side tonight are excluded
      *    too:
      *    finally-rejected debits (POSTED_FLAG 'R') and items
      *    cancelled by a TX_RECALL file recall (POSTED_FLAG 'C')
      *    will never post, and forward value-dated items are
      *    deliberately held until their value date arrives
           EXEC SQL
               SELECT SUM(AMOUNT)
               INTO :SQL-TOTAL-TX-AMOUNT:SQL-TOTAL-TX-AMOUNT-NULL
               FROM dbo.Transactions
               WHERE TX_TYPE NOT IN ('FEE', 'INTEREST',
                                     'HOLD', 'HOLD-RELEASE',
                                     'SUSP-CLEAR')
                 AND (POSTED_FLAG IS NULL
                      OR POSTED_FLAG NOT IN ('R', 'C'))
                 AND (VALUE_DATE IS NULL
                      OR VALUE_DATE <= :SQL-BUS-DATE)
                 AND NOT (TX_TYPE = 'TRANSFER'
                    :SQL-TOTAL-CREDIT:SQL-TOTAL-CREDIT-NULL
               FROM dbo.LedgerEntries LE
               JOIN dbo.Transactions TX ON TX.TX_ID = LE.TX_ID
               WHERE TX.TX_TYPE NOT IN ('FEE', 'INTEREST',
                                        'SUSP-CLEAR')
                 AND (TX.POSTED_FLAG IS NULL
                      OR TX.POSTED_FLAG NOT IN ('R', 'C'))
                 AND (TX.VALUE_DATE IS NULL
                      OR TX.VALUE_DATE <= :SQL-BUS-DATE)
                 AND NOT (TX.TX_TYPE = 'TRANSFER'
       CALCULATE-CONTROL-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * CALCULATE-SUSPENSE-TOTALS: The open suspense queue - items,
      * net amount, items past the aged-item threshold - and the
      * HOUSE-SUSPENSE ledger balance the queue should agree with
      ******************************************************************
       CALCULATE-SUSPENSE-TOTALS SECTION.
           MOVE WS-SUSPENSE-AGED-DAYS TO SQL-SUS-AGED-DAYS.
           EXEC SQL
               SELECT COUNT(*),
                      SUM(AMOUNT),
                      SUM(CASE WHEN DATEDIFF(DAY, SUSPENSE_DATE,
                                             :SQL-BUS-DATE)
                                    > :SQL-SUS-AGED-DAYS
                               THEN 1 ELSE 0 END)
               INTO :SQL-SUS-OPEN-ITEMS,
                    :SQL-SUS-OPEN-AMOUNT:SQL-SUS-OPEN-AMOUNT-NULL,
                    :SQL-SUS-AGED-ITEMS
               FROM dbo.SuspenseItems
               WHERE STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Failed to total dbo.SuspenseItems'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE ZERO TO SQL-SUS-OPEN-ITEMS
               MOVE ZERO TO SQL-SUS-AGED-ITEMS
               MOVE -1 TO SQL-SUS-OPEN-AMOUNT-NULL
           END-IF.

           IF SQL-SUS-OPEN-AMOUNT-NULL = -1
               MOVE ZERO TO SQL-SUS-OPEN-AMOUNT
               MOVE ZERO TO SQL-SUS-AGED-ITEMS
           END-IF.
           MOVE SQL-SUS-OPEN-ITEMS TO WS-SUSPENSE-OPEN-ITEMS.
           MOVE SQL-SUS-AGED-ITEMS TO WS-SUSPENSE-AGED-ITEMS.
           MOVE SQL-SUS-OPEN-AMOUNT TO WS-SUSPENSE-OPEN-AMOUNT.

           MOVE WS-CONTRA-ACC-SUSPENSE TO SQL-SUS-ACC-ID.
           EXEC SQL
               SELECT SUM(CASE WHEN CREDIT IS NULL THEN 0
                               ELSE CREDIT END
                        - CASE WHEN DEBIT IS NULL THEN 0
                               ELSE DEBIT END)
               INTO :SQL-SUS-LEDGER-BAL:SQL-SUS-LEDGER-BAL-NULL
               FROM dbo.LedgerEntries
               WHERE ACC_ID = :SQL-SUS-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Failed to total HOUSE-SUSPENSE'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE -1 TO SQL-SUS-LEDGER-BAL-NULL
           END-IF.

           IF SQL-SUS-LEDGER-BAL-NULL = -1
               MOVE ZERO TO SQL-SUS-LEDGER-BAL
           END-IF.
           MOVE SQL-SUS-LEDGER-BAL TO WS-SUSPENSE-LEDGER-BAL.
       CALCULATE-SUSPENSE-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * EVALUATE-BALANCING-RESULT: Compare the three control totals
      * and decide PASS or FAIL for end-of-day sign-off
           END-STRING.
           WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-LINE.

           MOVE WS-SUSPENSE-OPEN-ITEMS TO WS-COUNT-DISP.
           MOVE SPACES TO WS-BAL-RPT-LINE.
           STRING 'SUSPENSE_OPEN_ITEMS' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-BAL-RPT-LINE
           END-STRING.
           WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-LINE.

           MOVE WS-SUSPENSE-OPEN-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-BAL-RPT-LINE.
           STRING 'SUSPENSE_OPEN_AMOUNT' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-BAL-RPT-LINE
           END-STRING.
           WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-LINE.

           MOVE WS-SUSPENSE-LEDGER-BAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-BAL-RPT-LINE.
           STRING 'SUSPENSE_LEDGER_BALANCE' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO WS-BAL-RPT-LINE
           END-STRING.
           WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-LINE.

           MOVE WS-SUSPENSE-AGED-ITEMS TO WS-COUNT-DISP.
           MOVE SPACES TO WS-BAL-RPT-LINE.
           STRING 'SUSPENSE_AGED_ITEMS' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-BAL-RPT-LINE
           END-STRING.
           WRITE BAL-RPT-RECORD FROM WS-BAL-RPT-LINE.

           MOVE SPACES TO WS-BAL-RPT-LINE.
           STRING 'STATUS' DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BALANCING-RESULT DELIMITED BY SIZE
           MOVE 'CONTROL_TOTALS' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'Transactions,LedgerEntries,AccountBalances,SuspenseItem
      -        's'
               TO WS-LIN-SRC-TABLE.
           MOVE 'AMOUNT,DEBIT,CREDIT,BALANCE'
               TO WS-LIN-SRC-COLS.
                   WS-DIFF-TX-VS-POSTED.
           DISPLAY '  Diff posted vs balances:   '
                   WS-DIFF-POSTED-VS-BALANCE.
           DISPLAY '  Open suspense items:       '
                   WS-SUSPENSE-OPEN-ITEMS.
           DISPLAY '  Open suspense amount:      '
                   WS-SUSPENSE-OPEN-AMOUNT.
           DISPLAY '  HOUSE-SUSPENSE balance:    '
                   WS-SUSPENSE-LEDGER-BAL.
           DISPLAY '  Suspense items aged:       '
                   WS-SUSPENSE-AGED-ITEMS.
           DISPLAY '  Errors encountered:        ' WS-ERRORS.
           DISPLAY '  Balancing result:          ' WS-BALANCING-RESULT.
           IF BALANCING-FAILED
