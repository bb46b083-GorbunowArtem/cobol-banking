      *          their due date age into delinquency buckets on the
      *          report, roll the loan's DELINQ_DAYS forward, and
      *          queue one past-due notice per loan per night.
      *          An installment still unpaid once the grace period
      *          of the loan product's late-charge schedule (as
      *          loaded by LATE_CHG_MAINT) has run out draws one
      *          late charge - flat or a percentage of the
      *          installment, capped - raised as an unposted
      *          LATE-CHG transaction on the payment account, booked
      *          by POST_LEDGER to the late-charge income GL. A
      *          charge posting refuses is carried on the loan's
      *          FEES_DUE for collection at payoff.
      *          A loan LOAN_CHARGEOFF has placed on non-accrual has
      *          its installments raised for principal only - no
      *          further interest is taken into income - and settles
      *          on the principal alone.
      *          A loan whose last installment has settled, with no
      *          late charge outstanding, closes on the business
      *          date. Collateral pledged to a closed loan - closed
      *          here or paid off by LOAN_PAYOFF - is released on
      *          dbo.CollateralPledges, freeing the deposit funds.
      * Input:   dbo.LoanSchedule, dbo.LoanMaster, dbo.Transactions
      *          dbo.LateChargeSchedules
      * Output:  dbo.Transactions (unposted installment rows)
      *          dbo.LoanSchedule / dbo.LoanMaster (status, aging)
      *          dbo.CollateralPledges (pledges released)
      *          dbo.LoanLateCharges (late charges assessed)
      *          dbo.CustomerNotifications (past-due notices)
      *          data/out/loan_delinquency.csv
      * Lineage: transform_kind=derive
      *               TX_TYPE,COUNTERPARTY_ACC_ID,NARRATIVE)
      * LINEAGE: MAP=DUE_DATE -> TRANSACTIONS [RAISE DUE
      *               INSTALLMENTS, SPLIT PRINCIPAL/INTEREST]
      * LINEAGE: SRC=sqlserver.dbo.LateChargeSchedules(PRODUCT_CODE,
      *               GRACE_DAYS,FLAT_AMOUNT,PCT_OF_INSTALLMENT,
      *               MAX_CHARGE)
      * LINEAGE: TGT=sqlserver.dbo.LoanLateCharges(ACC_ID,
      *               INSTALLMENT_NO,CHARGE_AMT,TX_ID,STATUS)
      * LINEAGE: MAP=DUE_DATE + GRACE_DAYS -> LATE-CHG TRANSACTION
      *               [FLAT OR PCT OF INSTALLMENT, CAPPED]
      * LINEAGE: TGT=sqlserver.dbo.CollateralPledges(STATUS,
      *               RELEASED_TS_UTC,RELEASE_REASON)
      * LINEAGE: MAP=LoanMaster.STATUS -> STATUS [RELEASE ON LOAN
      *               CLOSE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       01  WS-COUNT-DISP               PIC Z(4)9.
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-INST-DISP                PIC Z(4)9.
       01  WS-LATE-CHG-DISP            PIC -(14)9.99.

      * Row counters
       01  WS-INSTALLMENTS-RAISED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-INSTALLMENTS-SETTLED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-DELINQUENT         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NOTICES-QUEUED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LATE-CHARGES-ASSESSED    PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LATE-CHARGES-COLLECTED   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LATE-CHARGES-UNCOLLECTED PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-LOANS-CLOSED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PLEDGES-RELEASED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       01  SQL-PAST-DUE-AMT            PIC S9(16)V99 COMP-3.
       01  SQL-DUP-COUNT               PIC S9(9) COMP-3.
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       01  SQL-PAYMENT-AMT             PIC S9(13)V99 COMP-3.
       01  SQL-FLAT-AMOUNT             PIC S9(7)V99 COMP-3.
       01  SQL-PCT-OF-INSTALLMENT      PIC S9(3)V9(4) COMP-3.
       01  SQL-MAX-CHARGE              PIC S9(7)V99 COMP-3.
       01  SQL-CHARGE-AMT              PIC S9(7)V99 COMP-3.
       01  SQL-CHARGE-TX-ID            PIC 9(18) COMP-5.
       01  SQL-LATE-CHG-OUTSTANDING    PIC S9(16)V99 COMP-3.
       01  SQL-ACCRUAL-FLAG            PIC X(1).
           88  SQL-LOAN-NONACCRUAL     VALUE 'N'.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator - interest transaction absent on a zero-
           DECLARE DUE_CURSOR CURSOR FOR
           SELECT S.ACC_ID, S.INSTALLMENT_NO, S.DUE_DATE,
                  S.PRINCIPAL_AMT, S.INTEREST_AMT,
                  M.PAYMENT_ACC_ID, COALESCE(M.ACCRUAL_FLAG, 'Y')
           FROM dbo.LoanSchedule S
           JOIN dbo.LoanMaster M
             ON M.ACC_ID = S.ACC_ID
           SELECT S.ACC_ID, COUNT(*),
                  MAX(DATEDIFF(DAY, CAST(S.DUE_DATE AS DATE),
                               CAST(:SQL-BUS-DATE AS DATE))),
                  SUM(S.PAYMENT_AMT),
                  (SELECT COALESCE(SUM(C.CHARGE_AMT), 0)
                   FROM dbo.LoanLateCharges C
                   WHERE C.ACC_ID = S.ACC_ID
                     AND C.STATUS IN ('R', 'U'))
           FROM dbo.LoanSchedule S
           JOIN dbo.LoanMaster M
             ON M.ACC_ID = S.ACC_ID
           ORDER BY S.ACC_ID
       END-EXEC.

      * Installments unpaid past the grace period of the schedule in
      * force for the loan's product on the business date, not yet
      * charged. A loan boarded before product codes existed takes
      * the STANDARD terms
       EXEC SQL
           DECLARE LATE_CURSOR CURSOR FOR
           SELECT S.ACC_ID, S.INSTALLMENT_NO, S.DUE_DATE,
                  S.PAYMENT_AMT, M.PAYMENT_ACC_ID,
                  L.FLAT_AMOUNT, L.PCT_OF_INSTALLMENT, L.MAX_CHARGE
           FROM dbo.LoanSchedule S
           JOIN dbo.LoanMaster M
             ON M.ACC_ID = S.ACC_ID
            AND M.STATUS = 'A'
           JOIN dbo.LateChargeSchedules L
             ON L.PRODUCT_CODE = COALESCE(M.PRODUCT_CODE, 'STANDARD')
            AND L.EFF_FROM_DATE <= :SQL-BUS-DATE
            AND (L.EFF_TO_DATE IS NULL
                 OR L.EFF_TO_DATE >= :SQL-BUS-DATE)
           WHERE S.STATUS IN ('S', 'R')
             AND DATEDIFF(DAY, CAST(S.DUE_DATE AS DATE),
                          CAST(:SQL-BUS-DATE AS DATE)) > L.GRACE_DAYS
             AND NOT EXISTS
                 (SELECT 1 FROM dbo.LoanLateCharges C
                  WHERE C.ACC_ID = S.ACC_ID
                    AND C.INSTALLMENT_NO = S.INSTALLMENT_NO)
           ORDER BY S.ACC_ID, S.INSTALLMENT_NO
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           END-IF.

           PERFORM SETTLE-RAISED-INSTALLMENTS.
           PERFORM SETTLE-LATE-CHARGES.
           PERFORM CLOSE-PAID-UP-LOANS.
           PERFORM RELEASE-CLOSED-LOAN-PLEDGES.
           PERFORM RAISE-DUE-INSTALLMENTS.
           PERFORM ASSESS-LATE-CHARGES.
           PERFORM AGE-DELINQUENCY.
           PERFORM RECORD-RUN-END.
           PERFORM LOG-LINEAGE-EVENT.
      * SETTLE-RAISED-INSTALLMENTS: A raised installment settles to
      * paid once its transactions have posted - both of them, or
      * just the principal where the installment carried no interest
      * or the loan is on non-accrual and the interest leg was
      * withdrawn or refused
      ******************************************************************
       SETTLE-RAISED-INSTALLMENTS SECTION.
           EXEC SQL
                      OR EXISTS
                         (SELECT 1 FROM dbo.Transactions T2
                          WHERE T2.TX_ID = S.INT_TX_ID
                            AND T2.POSTED_FLAG = 'Y')
                      OR EXISTS
                         (SELECT 1 FROM dbo.Transactions T3
                          JOIN dbo.LoanMaster M
                            ON M.ACC_ID = S.ACC_ID
                           AND M.ACCRUAL_FLAG = 'N'
                          WHERE T3.TX_ID = S.INT_TX_ID
                            AND T3.POSTED_FLAG = 'R'))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
       SETTLE-RAISED-INSTALLMENTS-EXIT.
           EXIT.

      ******************************************************************
      * SETTLE-LATE-CHARGES: A raised late charge whose transaction
      * has posted is collected. One posting finally refused is
      * uncollected - its amount moves onto the loan's FEES_DUE,
      * where the payoff quote picks it up - before its status
      * changes, so the carry happens exactly once
      ******************************************************************
       SETTLE-LATE-CHARGES SECTION.
           EXEC SQL
               UPDATE M
               SET FEES_DUE = COALESCE(M.FEES_DUE, 0) + X.REFUSED_AMT
               FROM dbo.LoanMaster M
               JOIN (SELECT C.ACC_ID,
                            SUM(C.CHARGE_AMT) AS REFUSED_AMT
                     FROM dbo.LoanLateCharges C
                     JOIN dbo.Transactions T
                       ON T.TX_ID = C.TX_ID
                      AND T.POSTED_FLAG = 'R'
                     WHERE C.STATUS = 'R'
                     GROUP BY C.ACC_ID) X
                 ON X.ACC_ID = M.ACC_ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Late-charge carry to FEES_DUE failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO SETTLE-LATE-CHARGES-EXIT
           END-IF.

           EXEC SQL
               UPDATE C
               SET STATUS = 'U'
               FROM dbo.LoanLateCharges C
               WHERE C.STATUS = 'R'
                 AND EXISTS
                     (SELECT 1 FROM dbo.Transactions T
                      WHERE T.TX_ID = C.TX_ID
                        AND T.POSTED_FLAG = 'R')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Late-charge uncollected mark failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO SETTLE-LATE-CHARGES-EXIT
           END-IF.
           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-LATE-CHARGES-UNCOLLECTED
           END-IF.

           EXEC SQL
               UPDATE C
               SET STATUS = 'P'
               FROM dbo.LoanLateCharges C
               WHERE C.STATUS = 'R'
                 AND EXISTS
                     (SELECT 1 FROM dbo.Transactions T
                      WHERE T.TX_ID = C.TX_ID
                        AND T.POSTED_FLAG = 'Y')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Late-charge collected mark failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO SETTLE-LATE-CHARGES-EXIT
           END-IF.
           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-LATE-CHARGES-COLLECTED
           END-IF.
           DISPLAY 'Late charges collected: '
                   WS-LATE-CHARGES-COLLECTED.
       SETTLE-LATE-CHARGES-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-PAID-UP-LOANS: A loan that has run to the end of its
      * schedule - every installment settled, nothing scheduled or
      * raised left, no fees carried and no late charge outstanding -
      * is paid in full and closes on the business date
      ******************************************************************
       CLOSE-PAID-UP-LOANS SECTION.
           EXEC SQL
               UPDATE M
               SET STATUS = 'C',
                   PAID_OFF_DATE = :SQL-BUS-DATE,
                   DELINQ_DAYS = 0
               FROM dbo.LoanMaster M
               WHERE M.STATUS = 'A'
                 AND COALESCE(M.FEES_DUE, 0) = 0
                 AND EXISTS
                     (SELECT 1 FROM dbo.LoanSchedule S
                      WHERE S.ACC_ID = M.ACC_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM dbo.LoanSchedule S2
                      WHERE S2.ACC_ID = M.ACC_ID
                        AND S2.STATUS IN ('S', 'R'))
                 AND NOT EXISTS
                     (SELECT 1 FROM dbo.LoanLateCharges C
                      WHERE C.ACC_ID = M.ACC_ID
                        AND C.STATUS IN ('R', 'U'))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Paid-up loan close failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CLOSE-PAID-UP-LOANS-EXIT
           END-IF.

           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-LOANS-CLOSED
           END-IF.
           DISPLAY 'Loans closed paid up: ' WS-LOANS-CLOSED.
       CLOSE-PAID-UP-LOANS-EXIT.
           EXIT.

      ******************************************************************
      * RELEASE-CLOSED-LOAN-PLEDGES: Release every active collateral
      * pledge securing a closed loan. A charged-off loan keeps its
      * pledge - the collateral is what the bank recovers from
      ******************************************************************
       RELEASE-CLOSED-LOAN-PLEDGES SECTION.
           EXEC SQL
               UPDATE P
               SET STATUS = 'R',
                   RELEASED_TS_UTC = SYSUTCDATETIME(),
                   RELEASE_REASON = 'LOAN CLOSED'
               FROM dbo.CollateralPledges P
               JOIN dbo.LoanMaster M
                 ON M.ACC_ID = P.LOAN_ACC_ID
               WHERE P.STATUS = 'A'
                 AND M.STATUS = 'C'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Collateral pledge release failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'LOAN_CYCLE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE 'CollateralPledges' TO WS-ERR-CONTEXT
               MOVE 'Collateral pledge release failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RELEASE-CLOSED-LOAN-PLEDGES-EXIT
           END-IF.

           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-PLEDGES-RELEASED
           END-IF.
           DISPLAY 'Collateral pledges released: '
                   WS-PLEDGES-RELEASED.
       RELEASE-CLOSED-LOAN-PLEDGES-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-DUE-INSTALLMENTS: Walk the installments now due
      ******************************************************************
      * RAISE-ONE-INSTALLMENT: The installment's principal as a
      * TRANSFER from the payment account to the loan, the interest
      * as a LOAN-INT row against the income contra, both unposted
      * for tonight's POST_LEDGER run. A non-accrual loan raises no
      * interest leg
      ******************************************************************
       RAISE-ONE-INSTALLMENT SECTION.
           EXEC SQL
                   :SQL-DUE-DATE,
                   :SQL-PRINCIPAL-AMT,
                   :SQL-INTEREST-AMT,
                   :SQL-PAYMENT-ACC-ID,
                   :SQL-ACCRUAL-FLAG
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-PRIN-TX-ID
           END-IF.

      *    Interest leg, where the installment carries any and the
      *    loan is still accruing
           MOVE ZERO TO SQL-INT-TX-ID.
           MOVE -1 TO SQL-INT-TX-ID-NULL.
           IF SQL-INTEREST-AMT > ZERO
               AND NOT SQL-LOAN-NONACCRUAL
               MOVE SPACES TO SQL-NARRATIVE
               STRING 'Loan ' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
       RAISE-ONE-INSTALLMENT-EXIT.
           EXIT.

      ******************************************************************
      * ASSESS-LATE-CHARGES: Walk the installments past their grace
      * period and not yet charged
      ******************************************************************
       ASSESS-LATE-CHARGES SECTION.
           EXEC SQL
               OPEN LATE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open late-charge cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO ASSESS-LATE-CHARGES-EXIT
           END-IF.

           PERFORM ASSESS-ONE-LATE-CHARGE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE LATE_CURSOR
           END-EXEC.
           DISPLAY 'Late charges assessed: ' WS-LATE-CHARGES-ASSESSED.
       ASSESS-LATE-CHARGES-EXIT.
           EXIT.

      ******************************************************************
      * ASSESS-ONE-LATE-CHARGE: One late charge per installment -
      * the flat amount, or the percentage of the installment
      * payment, capped at MAX_CHARGE where one is set - raised as
      * an unposted LATE-CHG debit on the payment account and
      * recorded against the installment so it is never charged
      * twice
      ******************************************************************
       ASSESS-ONE-LATE-CHARGE SECTION.
           EXEC SQL
               FETCH LATE_CURSOR INTO
                   :SQL-ACC-ID,
                   :SQL-INSTALLMENT-NO,
                   :SQL-DUE-DATE,
                   :SQL-PAYMENT-AMT,
                   :SQL-PAYMENT-ACC-ID,
                   :SQL-FLAT-AMOUNT,
                   :SQL-PCT-OF-INSTALLMENT,
                   :SQL-MAX-CHARGE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO ASSESS-ONE-LATE-CHARGE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SQL-FLAT-AMOUNT > ZERO
                   MOVE SQL-FLAT-AMOUNT TO SQL-CHARGE-AMT
               WHEN OTHER
                   COMPUTE SQL-CHARGE-AMT ROUNDED =
                       SQL-PAYMENT-AMT * SQL-PCT-OF-INSTALLMENT / 100
           END-EVALUATE.
           IF SQL-MAX-CHARGE > ZERO
               AND SQL-CHARGE-AMT > SQL-MAX-CHARGE
               MOVE SQL-MAX-CHARGE TO SQL-CHARGE-AMT
           END-IF.

      *    Nothing to charge on a zero installment
           IF SQL-CHARGE-AMT NOT > ZERO
               MOVE 0 TO SQLCODE
               GO TO ASSESS-ONE-LATE-CHARGE-EXIT
           END-IF.

           MOVE SQL-INSTALLMENT-NO TO WS-INST-DISP.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Loan ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ' installment ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INST-DISP) DELIMITED BY SIZE
                  ' late charge' DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.
           COMPUTE SQL-TX-AMOUNT = 0 - SQL-CHARGE-AMT.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   VALUE_DATE,
                   NARRATIVE
               ) VALUES (
                   :SQL-PAYMENT-ACC-ID,
                   :SQL-TX-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'LATE-CHG',
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Late charge raise failed for '
                       SQL-ACC-ID ' installment ' WS-INST-DISP
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'LOAN_CYCLE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-ACC-ID TO WS-ERR-CONTEXT
               MOVE 'Late charge raise failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               MOVE 0 TO SQLCODE
               GO TO ASSESS-ONE-LATE-CHARGE-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-CHARGE-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-CHARGE-TX-ID
           END-IF.

           EXEC SQL
               INSERT INTO dbo.LoanLateCharges (
                   ACC_ID,
                   INSTALLMENT_NO,
                   DUE_DATE,
                   ASSESSED_DATE,
                   CHARGE_AMT,
                   CHARGE_ACC_ID,
                   TX_ID,
                   STATUS,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-INSTALLMENT-NO,
                   :SQL-DUE-DATE,
                   :SQL-BUS-DATE,
                   :SQL-CHARGE-AMT,
                   :SQL-PAYMENT-ACC-ID,
                   :SQL-CHARGE-TX-ID,
                   'R',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Late charge record failed for '
                       SQL-ACC-ID ' installment ' WS-INST-DISP
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO ASSESS-ONE-LATE-CHARGE-EXIT
           END-IF.

           ADD 1 TO WS-LATE-CHARGES-ASSESSED.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       ASSESS-ONE-LATE-CHARGE-EXIT.
           EXIT.

      ******************************************************************
      * AGE-DELINQUENCY: Bucket every loan with unpaid installments
      * past due, roll its master aging forward, and queue one
               DISPLAY 'File status: ' WS-REPORT-FILE-STATUS
           END-IF.
           IF REPORT-FILE-OK
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ACC_ID,DAYS_PAST_DUE,BUCKET,INSTALLMENTS,'
                          DELIMITED BY SIZE
                      'AMOUNT,LATE_CHARGES' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-CSV-RECORD FROM WS-REPORT-LINE
           END-IF.

                   :SQL-ACC-ID,
                   :SQL-UNPAID-COUNT,
                   :SQL-DELINQ-DAYS,
                   :SQL-PAST-DUE-AMT,
                   :SQL-LATE-CHG-OUTSTANDING
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQL-DELINQ-DAYS TO WS-DAYS-DISP
               MOVE SQL-UNPAID-COUNT TO WS-COUNT-DISP
               MOVE SQL-PAST-DUE-AMT TO WS-AMOUNT-DISP
               MOVE SQL-LATE-CHG-OUTSTANDING TO WS-LATE-CHG-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISP)
                          DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LATE-CHG-DISP)
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-CSV-RECORD FROM WS-REPORT-LINE
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if the run raised something
           IF WS-INSTALLMENTS-RAISED = ZERO
               GO TO LOG-LINEAGE-LATE-CHARGES
           END-IF.

           MOVE 'LOAN_CYCLE' TO WS-LIN-PROGRAM.

           PERFORM ADD-LINEAGE-EVENT.

       LOG-LINEAGE-LATE-CHARGES.
           IF WS-LATE-CHARGES-ASSESSED = ZERO
               GO TO LOG-LINEAGE-PLEDGES
           END-IF.

           MOVE 'LOAN_CYCLE' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LateChargeSchedules' TO WS-LIN-SRC-TABLE.
           MOVE 'GRACE_DAYS,FLAT_AMOUNT,PCT_OF_INSTALLMENT,MAX_CHARGE'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'LoanLateCharges' TO WS-LIN-TGT-TABLE.
           MOVE 'ACC_ID,INSTALLMENT_NO,CHARGE_AMT,TX_ID'
               TO WS-LIN-TGT-COLS.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Late charge past grace, flat or pct, capped'
               TO WS-LIN-TRANSFORM-EXPR.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.

       LOG-LINEAGE-PLEDGES.
           IF WS-PLEDGES-RELEASED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'LOAN_CYCLE' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'LoanMaster' TO WS-LIN-SRC-TABLE.
           MOVE 'ACC_ID,STATUS' TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'CollateralPledges' TO WS-LIN-TGT-TABLE.
           MOVE 'LOAN_ACC_ID,STATUS,RELEASED_TS_UTC,RELEASE_REASON'
               TO WS-LIN-TGT-COLS.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Pledges released once the secured loan closes'
               TO WS-LIN-TRANSFORM-EXPR.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.
                   WS-INSTALLMENTS-SETTLED.
           DISPLAY '  Loans delinquent:    ' WS-LOANS-DELINQUENT.
           DISPLAY '  Notices queued:      ' WS-NOTICES-QUEUED.
           DISPLAY '  Late charges raised: ' WS-LATE-CHARGES-ASSESSED.
           DISPLAY '  Late charges paid:   '
                   WS-LATE-CHARGES-COLLECTED.
           DISPLAY '  Late charges unpaid: '
                   WS-LATE-CHARGES-UNCOLLECTED.
           DISPLAY '  Loans closed paid up:' WS-LOANS-CLOSED.
           DISPLAY '  Pledges released:    ' WS-PLEDGES-RELEASED.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
