      *    as adjustment-marked voucher lines finance reports on
           05  WS-TX-PRIOR-PERIOD-ADJ  PIC X(1).
               88  WS-TX-IS-PRIOR-PERIOD-ADJ VALUE 'Y'.
      *    Serial number of a paid check, stamped by CHECK_PRESENT on
      *    the WITHDRAWAL it raises; NULL on every other item
           05  WS-TX-CHECK-SERIAL      PIC 9(15) COMP-5.
      *    Delivery channel named on the row itself or on the
      *    controlled inbound file's header (e.g. CHECK for deposited
      *    items, ATM, CARD for a one-time debit card item); NULL
      *    otherwise
           05  WS-TX-CHANNEL           PIC X(16).
      *    dbo.FileRegistry FILE_NAME of the inbound file the row
      *    was loaded from, stamped by TX_INBOUND so TX_RECALL can
      *    back the whole file out; NULL on internally raised items
           05  WS-TX-SOURCE-FILE-NAME  PIC X(256).
      *    Teller and cash drawer that handled a branch cash DEPOSIT
      *    or WITHDRAWAL, stamped by TELLER_BALANCE from the teller
      *    journal; NULL on every other item
           05  WS-TX-TELLER-ID         PIC X(16).
           05  WS-TX-DRAWER-ID         PIC X(16).

      * Ledger entry record layout (dbo.LedgerEntries)
       01  WS-LEDGER-ENTRY-REC.
      * refused by POST_LEDGER and blocked at TX_RESUBMIT. AMOUNT_MIN
      * and AMOUNT_MAX bound the stopped amount (either may be NULL
      * for open-ended); a NULL COUNTERPARTY_ACC_ID stops the amount
      * range regardless of counterparty. CHECK_SERIAL, when given,
      * stops only the check carrying that serial number
       01  WS-STOP-PAYMENT-REC.
           05  WS-SP-STOP-ID           PIC 9(18) COMP-5.
           05  WS-SP-ACC-ID            PIC X(32).
           05  WS-SP-EFF-FROM-DATE     PIC X(10).
           05  WS-SP-EFF-TO-DATE       PIC X(10).
           05  WS-SP-OFFICER-ID        PIC X(32).
           05  WS-SP-CHECK-SERIAL      PIC 9(15) COMP-5.
           05  WS-SP-LOADED-TS-UTC     PIC X(26).

      * Stop-payment hit record layout (dbo.StopPaymentHits) - one
           05  WS-RL-STARTED-TS-UTC    PIC X(26).
           05  WS-RL-ENDED-TS-UTC      PIC X(26).

      * Batch-window forecast record layout (dbo.BatchSlaForecasts).
      * One row per BATCH_SLA evaluation: CHECKPOINT mid-chain with
      * the projected finish, FINAL at the end of the chain with the
      * actual one. MARGIN_SECONDS is the deadline less the finish,
      * negative on a breach
       01  WS-BATCH-SLA-FORECAST-REC.
           05  WS-BF-BUSINESS-DATE     PIC X(10).
           05  WS-BF-RUN-ID            PIC X(64).
           05  WS-BF-CHECKPOINT        PIC X(10).
               88  WS-BF-MID-CHAIN     VALUE 'CHECKPOINT'.
               88  WS-BF-END-OF-CHAIN  VALUE 'FINAL'.
           05  WS-BF-CHAIN-START-UTC   PIC X(26).
           05  WS-BF-PROJ-FINISH-UTC   PIC X(26).
           05  WS-BF-DEADLINE-UTC      PIC X(26).
           05  WS-BF-MARGIN-SECONDS    PIC S9(9) COMP-5.
           05  WS-BF-VERDICT           PIC X(5).
               88  WS-BF-GREEN         VALUE 'GREEN'.
               88  WS-BF-AMBER         VALUE 'AMBER'.
               88  WS-BF-RED           VALUE 'RED'.
           05  WS-BF-TS-UTC            PIC X(26).

      * Monthly batch step timing trend (dbo.BatchStepTrend). One
      * row per program per month from its completed runs, with the
      * average rows read (dbo.PostingAudit ROWS_IN) alongside so
      * elapsed-time growth can be set against volume growth
       01  WS-BATCH-STEP-TREND-REC.
           05  WS-BT-PROGRAM           PIC X(64).
           05  WS-BT-PERIOD-MONTH      PIC X(7).
           05  WS-BT-RUNS              PIC 9(5) COMP-5.
           05  WS-BT-AVG-ELAPSED-SEC   PIC 9(9) COMP-5.
           05  WS-BT-MAX-ELAPSED-SEC   PIC 9(9) COMP-5.
           05  WS-BT-AVG-ROWS-IN       PIC 9(9) COMP-5.
           05  WS-BT-RUN-ID            PIC X(64).
           05  WS-BT-TS-UTC            PIC X(26).

      * Batch checkpoint/restart record layout (dbo.BatchCheckpoint)
       01  WS-CHECKPOINT-REC.
           05  WS-CP-PROGRAM           PIC X(64).
               88  WS-AM-STATUS-OPEN   VALUE 'O'.
               88  WS-AM-STATUS-CLOSED VALUE 'C'.
               88  WS-AM-STATUS-PENDING-CLOSE VALUE 'P'.
      *        Frozen on a deceased sole owner's death: POST_LEDGER
      *        refuses every posting until ACCOUNT_MASTER settles it
               88  WS-AM-STATUS-FROZEN VALUE 'F'.
           05  WS-AM-OPEN-DATE         PIC X(10).
           05  WS-AM-CLOSE-DATE        PIC X(10).
           05  WS-AM-DORMANT-FLAG      PIC X(1).
           05  WS-AM-ROLLOVER-INSTR    PIC X(1).
               88  WS-AM-ROLL-RENEW    VALUE 'R'.
               88  WS-AM-ROLL-PAYOUT   VALUE 'P'.
      *    Overdraft opt-in election for ATM and one-time debit card
      *    items, set only through ACCOUNT_MASTER's ODOPTIN action
      *    (every change is kept on dbo.OverdraftOptInHistory).
      *    NULL is treated as not opted in
           05  WS-AM-OD-OPT-IN-FLAG    PIC X(1).
               88  WS-AM-OD-OPTED-IN   VALUE 'Y'.
               88  WS-AM-OD-OPTED-OUT  VALUE 'N'.
           05  WS-AM-OD-OPT-IN-TS-UTC  PIC X(26).

      * Customer master record layout (dbo.Customers). STATUS is 'A'
      * for an active customer, 'C' once closed by CUSTOMER_MASTER
      *        Merged away by CUST_MERGE - the accounts now live on
      *        the surviving customer named by MERGED_INTO_CUST_ID
               88  WS-CU-MERGED        VALUE 'M'.
      *        Death recorded and approved through CUSTOMER_MASTER
               88  WS-CU-DECEASED      VALUE 'D'.
      *    IRS backup-withholding order fields: when the flag is set,
      *    INTEREST_ACCRUAL withholds at the customer's rate (or the
      *    configured default when the rate is zero) at every
      *    Populated only on a merged-away record ('M' status): the
      *    surviving customer every account was re-pointed to
           05  WS-CU-MERGED-INTO       PIC X(32).
      *    Populated only on a deceased record ('D' status): the
      *    date of death and the estate mailing name and address
      *    statements are sent to
           05  WS-CU-DATE-OF-DEATH     PIC X(10).
           05  WS-CU-ESTATE-NAME       PIC X(64).
           05  WS-CU-ESTATE-ADDR1      PIC X(64).
           05  WS-CU-ESTATE-ADDR2      PIC X(64).
      *    Business date CUSTOMER_MASTER closed the record, from
      *    which the personal-data retention period runs; once it
      *    has run, PRIVACY_REQUEST pseudonymizes the name, address,
      *    TAX_ID, phone and email and stamps ANONYMIZED_DATE
           05  WS-CU-CLOSED-DATE       PIC X(10).
           05  WS-CU-ANONYMIZED-DATE   PIC X(10).
      *    Electronic statement delivery election, maintained by
      *    CUSTOMER_MASTER with the date the customer consented.
      *    While it stands (and an email is on file) STATEMENT_GEN
      *    and CONSOL_STMT publish statements to the document
      *    portal instead of print; VENDOR_ACK switches the
      *    customer back to print when a delivery bounces
           05  WS-CU-EDELIVERY-FLAG    PIC X(1).
               88  WS-CU-EDELIVERY-ON  VALUE 'Y'.
           05  WS-CU-EDELIVERY-CONSENT PIC X(10).

      * Loan master record layout (dbo.LoanMaster, boarded by
      * LOAN_BOARD; LOAN_CYCLE rolls DELINQ_DAYS nightly). The loan
      * lives on an ordinary LOAN-type dbo.Accounts row - this
      * carries the servicing terms. FEES_DUE holds fees assessed on
      * the loan and not yet collected. STATUS 'F' while a payoff
      * raised by LOAN_PAYOFF awaits posting (LOAN_CYCLE leaves the
      * loan alone), 'C' once paid in full on PAID_OFF_DATE - by
      * the payoff, or by LOAN_CYCLE when the last installment of
      * the schedule settles.
      * PRODUCT_CODE selects the late-charge terms in
      * dbo.LateChargeSchedules. LOAN_CHARGEOFF sets ACCRUAL_FLAG
      * 'N' from NONACCRUAL_DATE (no further interest is raised) and
      * STATUS 'O' once the loan is charged off on CHARGED_OFF_DATE
      * for CHARGE_OFF_AMT of principal
       01  WS-LOAN-MASTER-REC.
           05  WS-LM-ACC-ID            PIC X(32).
           05  WS-LM-PAYMENT-ACC-ID    PIC X(32).
           05  WS-LM-STATUS            PIC X(1).
               88  WS-LM-ACTIVE        VALUE 'A'.
               88  WS-LM-CLOSED        VALUE 'C'.
               88  WS-LM-PAYOFF-PENDING VALUE 'F'.
               88  WS-LM-CHARGED-OFF   VALUE 'O'.
           05  WS-LM-DELINQ-DAYS       PIC 9(5) COMP-5.
           05  WS-LM-BOARDED-TS-UTC    PIC X(26).
           05  WS-LM-FEES-DUE          PIC S9(13)V99 COMP-3.
           05  WS-LM-PAID-OFF-DATE     PIC X(10).
           05  WS-LM-PRODUCT-CODE      PIC X(16).
           05  WS-LM-ACCRUAL-FLAG      PIC X(1).
               88  WS-LM-ACCRUING      VALUE 'Y'.
               88  WS-LM-NONACCRUAL    VALUE 'N'.
           05  WS-LM-NONACCRUAL-DATE   PIC X(10).
           05  WS-LM-CHARGED-OFF-DATE  PIC X(10).
           05  WS-LM-CHARGE-OFF-AMT    PIC S9(13)V99 COMP-3.

      * Loan amortization schedule record layout (dbo.LoanSchedule,
      * one row per installment generated at boarding). S scheduled,
      * R raised as unposted transactions, P paid once they post,
      * X cancelled by a payoff (a prepayment re-amortizes the
      * scheduled rows in place), C charged off with the loan by
      * LOAN_CHARGEOFF; the transaction IDs tie the
      * installment to its ledger trail
       01  WS-LOAN-SCHED-REC.
           05  WS-LQ-ACC-ID            PIC X(32).
           05  WS-LQ-INSTALLMENT-NO    PIC 9(4) COMP-5.
               88  WS-LQ-SCHEDULED     VALUE 'S'.
               88  WS-LQ-RAISED        VALUE 'R'.
               88  WS-LQ-PAID          VALUE 'P'.
               88  WS-LQ-CANCELLED     VALUE 'X'.
               88  WS-LQ-CHARGED-OFF   VALUE 'C'.
           05  WS-LQ-PRIN-TX-ID        PIC 9(18) COMP-5.
           05  WS-LQ-INT-TX-ID         PIC 9(18) COMP-5.
           05  WS-LQ-RAISED-TS-UTC     PIC X(26).

      * Loan payoff quote record layout (dbo.LoanPayoffQuotes,
      * written by LOAN_PAYOFF). Figures good through
      * GOOD_THROUGH_DATE: unpaid principal, installment interest
      * due and unpaid, per-diem interest accrued since the last
      * due date, and fees due. STATUS 'Q' quoted, 'P' the loan
      * paid off under it
       01  WS-LOAN-PAYOFF-QUOTE-REC.
           05  WS-LP-QUOTE-ID          PIC 9(18) COMP-5.
           05  WS-LP-ACC-ID            PIC X(32).
           05  WS-LP-QUOTE-DATE        PIC X(10).
           05  WS-LP-GOOD-THROUGH-DATE PIC X(10).
           05  WS-LP-UNPAID-PRINCIPAL  PIC S9(13)V99 COMP-3.
           05  WS-LP-INTEREST-DUE      PIC S9(13)V99 COMP-3.
           05  WS-LP-ACCRUED-INTEREST  PIC S9(13)V99 COMP-3.
           05  WS-LP-PER-DIEM          PIC S9(11)V9(5) COMP-3.
           05  WS-LP-FEES-DUE          PIC S9(13)V99 COMP-3.
           05  WS-LP-PAYOFF-AMOUNT     PIC S9(13)V99 COMP-3.
           05  WS-LP-REQUESTED-BY      PIC X(64).
           05  WS-LP-STATUS            PIC X(1).
               88  WS-LP-QUOTED        VALUE 'Q'.
               88  WS-LP-PAID          VALUE 'P'.
           05  WS-LP-RUN-ID            PIC X(64).
           05  WS-LP-TS-UTC            PIC X(26).

      * Loan early payment record layout (dbo.LoanPayments, raised
      * by LOAN_PAYOFF). KIND 'PAYOFF' settles the loan in full,
      * 'PREPAY' is a principal curtailment re-amortized by
      * PREPAY_OPTION 'TERM' (same payment, fewer installments) or
      * 'RECAST' (same installments, lower payment). STATUS 'R'
      * raised as unposted transactions, 'P' applied to the loan
      * once they post, 'F' failed at posting
       01  WS-LOAN-PAYMENT-REC.
           05  WS-LY-PAYMENT-ID        PIC 9(18) COMP-5.
           05  WS-LY-ACC-ID            PIC X(32).
           05  WS-LY-KIND              PIC X(8).
           05  WS-LY-PREPAY-OPTION     PIC X(8).
           05  WS-LY-SOURCE-ACC-ID     PIC X(32).
           05  WS-LY-QUOTE-ID          PIC 9(18) COMP-5.
           05  WS-LY-PRINCIPAL-AMT     PIC S9(13)V99 COMP-3.
           05  WS-LY-INTEREST-AMT      PIC S9(13)V99 COMP-3.
           05  WS-LY-FEE-AMT           PIC S9(13)V99 COMP-3.
           05  WS-LY-PRIN-TX-ID        PIC 9(18) COMP-5.
           05  WS-LY-INT-TX-ID         PIC 9(18) COMP-5.
           05  WS-LY-FEE-TX-ID         PIC 9(18) COMP-5.
           05  WS-LY-STATUS            PIC X(1).
               88  WS-LY-RAISED        VALUE 'R'.
               88  WS-LY-APPLIED       VALUE 'P'.
               88  WS-LY-FAILED        VALUE 'F'.
           05  WS-LY-RUN-ID            PIC X(64).
           05  WS-LY-TS-UTC            PIC X(26).
           05  WS-LY-APPLIED-TS-UTC    PIC X(26).

      * Effective-dated loan late-charge schedule record layout
      * (dbo.LateChargeSchedules, loaded by LATE_CHG_MAINT). For a
      * loan PRODUCT_CODE: the days after the due date an unpaid
      * installment is allowed before it draws a late charge, and
      * the charge - FLAT_AMOUNT, or PCT_OF_INSTALLMENT percent of
      * the installment payment - held to MAX_CHARGE where one is
      * set. Full history retained as for dbo.FeeSchedules
       01  WS-LATE-CHARGE-SCHED-REC.
           05  WS-LCS-PRODUCT-CODE     PIC X(16).
           05  WS-LCS-GRACE-DAYS       PIC 9(5) COMP-5.
           05  WS-LCS-FLAT-AMOUNT      PIC S9(7)V99 COMP-3.
           05  WS-LCS-PCT-OF-INSTALLMENT PIC S9(3)V9(4) COMP-3.
           05  WS-LCS-MAX-CHARGE       PIC S9(7)V99 COMP-3.
           05  WS-LCS-EFF-FROM-DATE    PIC X(10).
           05  WS-LCS-EFF-TO-DATE      PIC X(10).
           05  WS-LCS-LOADED-TS-UTC    PIC X(26).

      * Loan late-charge record layout (dbo.LoanLateCharges, one row
      * per installment charged, assessed by LOAN_CYCLE). STATUS 'R'
      * raised as an unposted LATE-CHG transaction on CHARGE_ACC_ID,
      * 'P' collected once it posts, 'U' uncollected - posting
      * refused it, so it is carried in LoanMaster.FEES_DUE - and
      * 'W' waived by the officer named (LATE_CHG_WAIVE), a
      * collected charge refunded by the REVERSAL in WAIVE_TX_ID
       01  WS-LOAN-LATE-CHARGE-REC.
           05  WS-LLC-CHARGE-ID        PIC 9(18) COMP-5.
           05  WS-LLC-ACC-ID           PIC X(32).
           05  WS-LLC-INSTALLMENT-NO   PIC 9(4) COMP-5.
           05  WS-LLC-DUE-DATE         PIC X(10).
           05  WS-LLC-ASSESSED-DATE    PIC X(10).
           05  WS-LLC-CHARGE-AMT       PIC S9(7)V99 COMP-3.
           05  WS-LLC-CHARGE-ACC-ID    PIC X(32).
           05  WS-LLC-TX-ID            PIC 9(18) COMP-5.
           05  WS-LLC-STATUS           PIC X(1).
               88  WS-LLC-RAISED       VALUE 'R'.
               88  WS-LLC-COLLECTED    VALUE 'P'.
               88  WS-LLC-UNCOLLECTED  VALUE 'U'.
               88  WS-LLC-WAIVED       VALUE 'W'.
           05  WS-LLC-WAIVE-OFFICER-ID PIC X(32).
           05  WS-LLC-WAIVE-REASON     PIC X(80).
           05  WS-LLC-WAIVE-TX-ID      PIC 9(18) COMP-5.
           05  WS-LLC-WAIVED-DATE      PIC X(10).
           05  WS-LLC-RUN-ID           PIC X(64).
           05  WS-LLC-TS-UTC           PIC X(26).

      * Loan credit event record layout (dbo.LoanCreditEvents, one
      * row per event written by LOAN_CHARGEOFF; the source of the
      * monthly charge-off and recovery register). NONACCRUAL
      * carries the unposted installment interest withdrawn,
      * CHARGEOFF the principal written off to the allowance with
      * the interest and fees abandoned, and RECOVERY a later
      * payment on the charged-off loan, re-posted as the RECOVERY
      * transaction in TX_ID
       01  WS-LOAN-CREDIT-EVENT-REC.
           05  WS-LCE-EVENT-ID         PIC 9(18) COMP-5.
           05  WS-LCE-ACC-ID           PIC X(32).
           05  WS-LCE-EVENT-TYPE       PIC X(12).
               88  WS-LCE-NONACCRUAL   VALUE 'NONACCRUAL'.
               88  WS-LCE-CHARGEOFF    VALUE 'CHARGEOFF'.
               88  WS-LCE-RECOVERY     VALUE 'RECOVERY'.
           05  WS-LCE-EVENT-DATE       PIC X(10).
           05  WS-LCE-PRINCIPAL-AMT    PIC S9(13)V99 COMP-3.
           05  WS-LCE-INTEREST-AMT     PIC S9(13)V99 COMP-3.
           05  WS-LCE-FEES-AMT         PIC S9(13)V99 COMP-3.
           05  WS-LCE-RECOVERY-AMT     PIC S9(13)V99 COMP-3.
           05  WS-LCE-TX-ID            PIC 9(18) COMP-5.
           05  WS-LCE-RUN-ID           PIC X(64).
           05  WS-LCE-TS-UTC           PIC X(26).

      * Collateral pledge record layout (dbo.CollateralPledges, one
      * row per deposit account pledged to secure a loan, taken by
      * LOAN_BOARD). While STATUS is 'A' the pledged amount of the
      * CD or savings balance in CURRENCY cannot be drawn -
      * POST_LEDGER refuses the debit, CD_MATURITY renews instead
      * of paying out and ACCOUNT_MASTER refuses the close. 'R'
      * once LOAN_CYCLE releases it on RELEASED_TS_UTC after the
      * loan closes
       01  WS-COLLATERAL-PLEDGE-REC.
           05  WS-CP-PLEDGE-ID         PIC 9(18) COMP-5.
           05  WS-CP-LOAN-ACC-ID       PIC X(32).
           05  WS-CP-COLLATERAL-ACC-ID PIC X(32).
           05  WS-CP-CURRENCY          PIC X(3).
           05  WS-CP-PLEDGED-AMOUNT    PIC S9(13)V99 COMP-3.
           05  WS-CP-STATUS            PIC X(1).
               88  WS-CP-ACTIVE        VALUE 'A'.
               88  WS-CP-RELEASED      VALUE 'R'.
           05  WS-CP-PLEDGED-TS-UTC    PIC X(26).
           05  WS-CP-RELEASED-TS-UTC   PIC X(26).
           05  WS-CP-RELEASE-REASON    PIC X(32).
           05  WS-CP-RUN-ID            PIC X(64).

      * Credit bureau dispute record layout (dbo.BureauDisputes,
      * recorded by BUREAU_DISPUTE). STATUS 'O' while the borrower's
      * dispute of the reported loan is under investigation, 'R'
      * resolved and awaiting the next BUREAU_EXTRACT cycle, 'S'
      * reported in REPORTED_CYCLE. OUTCOME CORRECTED (the account
      * data was fixed), VERIFIED (reported as accurate) or
      * DISAGREE (the borrower disputes the verified result)
       01  WS-BUREAU-DISPUTE-REC.
           05  WS-BDS-DISPUTE-ID       PIC 9(18) COMP-5.
           05  WS-BDS-ACC-ID           PIC X(32).
           05  WS-BDS-DISPUTE-REF      PIC X(32).
           05  WS-BDS-OPENED-DATE      PIC X(10).
           05  WS-BDS-STATUS           PIC X(1).
               88  WS-BDS-OPEN         VALUE 'O'.
               88  WS-BDS-RESOLVED     VALUE 'R'.
               88  WS-BDS-REPORTED     VALUE 'S'.
           05  WS-BDS-OUTCOME          PIC X(10).
               88  WS-BDS-CORRECTED    VALUE 'CORRECTED'.
               88  WS-BDS-VERIFIED     VALUE 'VERIFIED'.
               88  WS-BDS-DISAGREE     VALUE 'DISAGREE'.
           05  WS-BDS-RESOLVED-DATE    PIC X(10).
           05  WS-BDS-REPORTED-CYCLE   PIC X(7).
           05  WS-BDS-OFFICER-ID       PIC X(32).
           05  WS-BDS-NOTES            PIC X(80).
           05  WS-BDS-RUN-ID           PIC X(64).
           05  WS-BDS-TS-UTC           PIC X(26).

      * Credit bureau reporting history record layout
      * (dbo.BureauReportHistory, one row per loan per monthly
      * cycle written by BUREAU_EXTRACT). HISTORY_CODE is the
      * Metro 2 payment-history value reported for the cycle (0
      * current, 1-6 thirty-day delinquency steps, E closed at zero
      * balance, L charged off); the prior 24 rows make up the
      * payment history profile. A dispute correction amends it
      * and sets CORRECTED_FLAG
       01  WS-BUREAU-HISTORY-REC.
           05  WS-BRH-ACC-ID           PIC X(32).
           05  WS-BRH-CYCLE-MONTH      PIC X(7).
           05  WS-BRH-ACCOUNT-STATUS   PIC X(2).
           05  WS-BRH-HISTORY-CODE     PIC X(1).
           05  WS-BRH-CURRENT-BALANCE  PIC S9(13)V99 COMP-3.
           05  WS-BRH-AMOUNT-PAST-DUE  PIC S9(13)V99 COMP-3.
           05  WS-BRH-COMPLIANCE-CODE  PIC X(2).
           05  WS-BRH-CORRECTED-FLAG   PIC X(1).
               88  WS-BRH-CORRECTED    VALUE 'Y'.
           05  WS-BRH-RUN-ID           PIC X(64).
           05  WS-BRH-TS-UTC           PIC X(26).

      * Loan interest tax filing record layout (dbo.LoanTaxFilings,
      * one row per loan per tax year per filing written by
      * LOAN_TAX_EXTRACT). FILING_TYPE 'O' for the original filing,
      * 'C' for each corrected filing that supersedes it; the row
      * with the highest FILING_ID carries the amount currently on
      * file with the regulator for the loan and year
       01  WS-LOAN-TAX-FILING-REC.
           05  WS-LTF-FILING-ID        PIC 9(18) COMP-5.
           05  WS-LTF-TAX-YEAR         PIC 9(4).
           05  WS-LTF-ACC-ID           PIC X(32).
           05  WS-LTF-CUSTOMER-ID      PIC X(32).
           05  WS-LTF-INTEREST-PAID    PIC S9(13)V99 COMP-3.
           05  WS-LTF-FILING-TYPE      PIC X(1).
               88  WS-LTF-ORIGINAL     VALUE 'O'.
               88  WS-LTF-CORRECTED    VALUE 'C'.
           05  WS-LTF-FILED-DATE       PIC X(10).
           05  WS-LTF-RUN-ID           PIC X(64).
           05  WS-LTF-TS-UTC           PIC X(26).

      * Overdrawn deposit account aging record layout
      * (dbo.OverdrawnAccounts, one row per overdrawn episode of an
      * account/currency balance, maintained nightly by
      * OD_CHARGEOFF). STAGE 'A' aging, 'B' new debits blocked
      * (POST_LEDGER refuses them and INTEREST_ACCRUAL stops
      * charging debit interest), 'C' charged off to the deposit
      * overdraft loss GL by CHARGE_OFF_TX_ID, 'X' cured when the
      * balance came back to zero or better. LAST_NOTICE_DAYS is the
      * last days-overdrawn milestone the customer was notified of.
      * RECOVERED_AMT accumulates payments received after charge-
      * off. EXCHANGE_FLAG 'N' awaits its first consumer-reporting
      * exchange record, 'U' an update, 'Y' reported and current
       01  WS-OVERDRAWN-ACCT-REC.
           05  WS-ODA-ACC-ID           PIC X(32).
           05  WS-ODA-CURRENCY         PIC X(3).
           05  WS-ODA-OVERDRAWN-SINCE  PIC X(10).
           05  WS-ODA-DAYS-OVERDRAWN   PIC 9(5) COMP-5.
           05  WS-ODA-STAGE            PIC X(1).
               88  WS-ODA-AGING        VALUE 'A'.
               88  WS-ODA-BLOCKED      VALUE 'B'.
               88  WS-ODA-CHARGED-OFF  VALUE 'C'.
               88  WS-ODA-CURED        VALUE 'X'.
           05  WS-ODA-LAST-NOTICE-DAYS PIC 9(5) COMP-5.
           05  WS-ODA-BLOCKED-DATE     PIC X(10).
           05  WS-ODA-CHARGED-OFF-DATE PIC X(10).
           05  WS-ODA-CHARGE-OFF-AMT   PIC S9(13)V99 COMP-3.
           05  WS-ODA-CHARGE-OFF-TX-ID PIC 9(18) COMP-5.
           05  WS-ODA-RECOVERED-AMT    PIC S9(13)V99 COMP-3.
           05  WS-ODA-EXCHANGE-FLAG    PIC X(1).
               88  WS-ODA-EXCH-ADD     VALUE 'N'.
               88  WS-ODA-EXCH-UPDATE  VALUE 'U'.
               88  WS-ODA-EXCH-CURRENT VALUE 'Y'.
           05  WS-ODA-CURED-DATE       PIC X(10).
           05  WS-ODA-RUN-ID           PIC X(64).
           05  WS-ODA-TS-UTC           PIC X(26).

      * Overdraft opt-in audit record layout
      * (dbo.OverdraftOptInHistory, one row per approved change of
      * an account's opt-in election, written by ACCOUNT_MASTER and
      * never updated): the election before and after, the customer
      * who made it and how consent was given (WRITTEN, ELECTRONIC
      * or ORAL), and the maker-checker change that applied it
       01  WS-OD-OPT-IN-HIST-REC.
           05  WS-OIH-HIST-ID          PIC 9(18) COMP-5.
           05  WS-OIH-ACC-ID           PIC X(32).
           05  WS-OIH-PRIOR-FLAG       PIC X(1).
           05  WS-OIH-NEW-FLAG         PIC X(1).
           05  WS-OIH-CUSTOMER-ID      PIC X(32).
           05  WS-OIH-CONSENT-METHOD   PIC X(16).
               88  WS-OIH-WRITTEN      VALUE 'WRITTEN'.
               88  WS-OIH-ELECTRONIC   VALUE 'ELECTRONIC'.
               88  WS-OIH-ORAL         VALUE 'ORAL'.
           05  WS-OIH-CHANGE-ID        PIC 9(18) COMP-5.
           05  WS-OIH-MAKER-ID         PIC X(32).
           05  WS-OIH-CHECKER-ID       PIC X(32).
           05  WS-OIH-RUN-ID           PIC X(64).
           05  WS-OIH-EFFECTIVE-TS-UTC PIC X(26).

      * Overdraft protection enrollment record layout
      * (dbo.OverdraftProtection, maintained by OD_PROTECT_MAINT).
      * PROTECT_ACC_ID is the same customer's savings, money market
      * or CREDIT_LINE account that POST_LEDGER draws on when a debit
      * to ACC_ID would breach its overdraft limit. STATUS 'A' is the
      * live enrollment (at most one per account and currency), 'C'
      * cancelled or superseded
       01  WS-OD-PROTECT-REC.
           05  WS-ODP-ENROLL-ID        PIC 9(18) COMP-5.
           05  WS-ODP-ACC-ID           PIC X(32).
           05  WS-ODP-CURRENCY         PIC X(3).
           05  WS-ODP-PROTECT-ACC-ID   PIC X(32).
           05  WS-ODP-STATUS           PIC X(1).
               88  WS-ODP-ACTIVE       VALUE 'A'.
               88  WS-ODP-CANCELLED    VALUE 'C'.
           05  WS-ODP-ENROLLED-DATE    PIC X(10).
           05  WS-ODP-CANCELLED-DATE   PIC X(10).
           05  WS-ODP-OFFICER-ID       PIC X(32).
           05  WS-ODP-RUN-ID           PIC X(64).
           05  WS-ODP-TS-UTC           PIC X(26).

      * Suspense item record layout
      * (dbo.SuspenseItems, one row per unpostable deposit or
      * withdrawal that POST_LEDGER parked on HOUSE-SUSPENSE because
      * its account was not on the master (NO-ACCOUNT) or was closed
      * (ACCT-CLOSED)). SUSPENSE_MAINT resolves each open item by
      * redirecting it to the right account, returning it to the
      * sender or writing it off, and records the SUSP-CLEAR
      * transaction that moved it off suspense
       01  WS-SUSPENSE-ITEM-REC.
           05  WS-SUS-SUSPENSE-ID      PIC 9(18) COMP-5.
           05  WS-SUS-TX-ID            PIC 9(18) COMP-5.
           05  WS-SUS-ORIG-ACC-ID      PIC X(32).
           05  WS-SUS-AMOUNT           PIC S9(13)V99 COMP-3.
           05  WS-SUS-CURRENCY         PIC X(3).
           05  WS-SUS-TX-TYPE          PIC X(12).
           05  WS-SUS-CHANNEL          PIC X(16).
           05  WS-SUS-REASON-CODE      PIC X(12).
               88  WS-SUS-NO-ACCOUNT   VALUE 'NO-ACCOUNT'.
               88  WS-SUS-ACCT-CLOSED  VALUE 'ACCT-CLOSED'.
           05  WS-SUS-REASON           PIC X(100).
           05  WS-SUS-SUSPENSE-DATE    PIC X(10).
           05  WS-SUS-STATUS           PIC X(1).
               88  WS-SUS-OPEN         VALUE 'O'.
               88  WS-SUS-REDIRECTED   VALUE 'R'.
               88  WS-SUS-RETURNED     VALUE 'T'.
               88  WS-SUS-WRITTEN-OFF  VALUE 'W'.
           05  WS-SUS-RESOLUTION       PIC X(8).
               88  WS-SUS-RES-REDIRECT VALUE 'REDIRECT'.
               88  WS-SUS-RES-RETURN   VALUE 'RETURN'.
               88  WS-SUS-RES-WRITEOFF VALUE 'WRITEOFF'.
           05  WS-SUS-RESOLUTION-TARGET PIC X(32).
           05  WS-SUS-RESOLUTION-TX-ID PIC 9(18) COMP-5.
           05  WS-SUS-OFFICER-ID       PIC X(32).
           05  WS-SUS-RESOLUTION-NOTE  PIC X(100).
           05  WS-SUS-RESOLVED-DATE    PIC X(10).
           05  WS-SUS-RUN-ID           PIC X(64).
           05  WS-SUS-TS-UTC           PIC X(26).

      * Deposit insurance coverage record layout
      * (dbo.DepositInsuranceCoverage, one row per depositor per
      * ownership category per business date, written by
      * DEP_INSURANCE). Category SGL is single ownership, JNT joint
      * and REV revocable trust (accounts carrying POD beneficiaries)
       01  WS-DI-COVERAGE-REC.
           05  WS-DIC-AS-OF-DATE       PIC X(10).
           05  WS-DIC-CUSTOMER-ID      PIC X(32).
           05  WS-DIC-CATEGORY         PIC X(3).
               88  WS-DIC-SINGLE       VALUE 'SGL'.
               88  WS-DIC-JOINT        VALUE 'JNT'.
               88  WS-DIC-TRUST        VALUE 'REV'.
           05  WS-DIC-ACCOUNT-COUNT    PIC 9(9) COMP-5.
           05  WS-DIC-DEPOSIT-AMOUNT   PIC S9(13)V99 COMP-3.
           05  WS-DIC-ACCRUED-AMOUNT   PIC S9(13)V99 COMP-3.
           05  WS-DIC-COVERAGE-LIMIT   PIC S9(13)V99 COMP-3.
           05  WS-DIC-INSURED-AMOUNT   PIC S9(13)V99 COMP-3.
           05  WS-DIC-UNINSURED-AMOUNT PIC S9(13)V99 COMP-3.
           05  WS-DIC-FX-INCOMPLETE    PIC X(1).
               88  WS-DIC-FX-MISSING   VALUE 'Y'.
           05  WS-DIC-RUN-ID           PIC X(64).
           05  WS-DIC-TS-UTC           PIC X(26).

      * Customer risk rating record layout
      * (dbo.CustomerRiskRatings, one row per customer, re-rated
      * nightly by KYC_REVIEW). SCORE_REASONS lists the risk factors
      * that scored, ';'-separated. REVIEW_DUE_DATE runs the
      * rating's review cycle from LAST_REVIEW_DATE (or
      * FIRST_RATED_DATE until a first review). OPEN_BLOCK_FLAG 'Y'
      * stops ACCOUNT_MASTER opening new accounts for the customer
      * while a HIGH-risk review is overdue; a sign-off lifts it
       01  WS-CUST-RISK-RATING-REC.
           05  WS-CRR-CUSTOMER-ID      PIC X(32).
           05  WS-CRR-RISK-SCORE       PIC 9(5) COMP-5.
           05  WS-CRR-RISK-RATING      PIC X(6).
               88  WS-CRR-LOW          VALUE 'LOW'.
               88  WS-CRR-MEDIUM       VALUE 'MEDIUM'.
               88  WS-CRR-HIGH         VALUE 'HIGH'.
           05  WS-CRR-SCORE-REASONS    PIC X(80).
           05  WS-CRR-RATED-DATE       PIC X(10).
           05  WS-CRR-FIRST-RATED-DATE PIC X(10).
           05  WS-CRR-LAST-REVIEW-DATE PIC X(10).
           05  WS-CRR-LAST-REVIEWER-ID PIC X(32).
           05  WS-CRR-REVIEW-DUE-DATE  PIC X(10).
           05  WS-CRR-OPEN-BLOCK-FLAG  PIC X(1).
               88  WS-CRR-OPEN-BLOCKED VALUE 'Y'.
           05  WS-CRR-RUN-ID           PIC X(64).
           05  WS-CRR-TS-UTC           PIC X(26).

      * KYC review work item record layout (dbo.KycReviewQueue,
      * queued by KYC_REVIEW for the branch holding the customer's
      * oldest open account once a periodic review falls overdue).
      * STATUS 'P' while the review is outstanding, 'C' once a
      * reviewer signs it off. A review signed off before it fell
      * due is kept here too, written already closed
       01  WS-KYC-REVIEW-ITEM-REC.
           05  WS-KRQ-ITEM-ID          PIC 9(18) COMP-5.
           05  WS-KRQ-CUSTOMER-ID      PIC X(32).
           05  WS-KRQ-BRANCH-ID        PIC X(3).
           05  WS-KRQ-RISK-RATING      PIC X(6).
           05  WS-KRQ-REVIEW-DUE-DATE  PIC X(10).
           05  WS-KRQ-STATUS           PIC X(1).
               88  WS-KRQ-PENDING      VALUE 'P'.
               88  WS-KRQ-CLOSED       VALUE 'C'.
           05  WS-KRQ-REVIEWER-ID      PIC X(32).
           05  WS-KRQ-SIGNOFF-DATE     PIC X(10).
           05  WS-KRQ-SIGNOFF-NOTE     PIC X(128).
           05  WS-KRQ-RUN-ID           PIC X(64).
           05  WS-KRQ-TS-UTC           PIC X(26).
           05  WS-KRQ-CLOSED-TS-UTC    PIC X(26).

      * Effective-dated account analysis price record layout
      * (dbo.AnalysisUnitPrices, loaded by ANALYSIS_PRICE_MAINT).
      * One row per ACC_TYPE per service; an ACC_TYPE with any row
      * in effect is priced by ACCT_ANALYSIS, not FEE_ASSESS. The
      * ECR row carries the earnings credit rate in UNIT_PRICE as an
      * annual decimal rate. Full history retained
       01  WS-ANALYSIS-PRICE-REC.
           05  WS-AP-ACC-TYPE          PIC X(16).
           05  WS-AP-SERVICE-CODE      PIC X(8).
               88  WS-AP-MAINT         VALUE 'MAINT'.
               88  WS-AP-DEPOSIT       VALUE 'DEPOSIT'.
               88  WS-AP-ITEM          VALUE 'ITEM'.
               88  WS-AP-ACH           VALUE 'ACH'.
               88  WS-AP-WIRE          VALUE 'WIRE'.
               88  WS-AP-ECR           VALUE 'ECR'.
           05  WS-AP-UNIT-PRICE        PIC S9(5)V9(6) COMP-3.
           05  WS-AP-EFF-FROM-DATE     PIC X(10).
           05  WS-AP-EFF-TO-DATE       PIC X(10).
           05  WS-AP-LOADED-TS-UTC     PIC X(26).

      * Account analysis result record layout
      * (dbo.AccountAnalysisStatements, one row per account and
      * currency per analysis cycle date, written by ACCT_ANALYSIS).
      * Volumes are the billable ledger activity over the period
      * from PERIOD_START up to the cycle date. AVG_COLLECTED_BAL is
      * the average ledger balance less the average uncollected
      * deposit float. NET_CHARGE is what was raised as the FEE
      * transaction: service charges less the earnings credit, never
      * below zero
       01  WS-ACCT-ANALYSIS-REC.
           05  WS-AA-ACC-ID            PIC X(32).
           05  WS-AA-CURRENCY          PIC X(3).
           05  WS-AA-ACC-TYPE          PIC X(16).
           05  WS-AA-CYCLE-DATE        PIC X(10).
           05  WS-AA-PERIOD-START      PIC X(10).
           05  WS-AA-PERIOD-DAYS       PIC 9(5) COMP-5.
           05  WS-AA-DEPOSIT-COUNT     PIC 9(9) COMP-5.
           05  WS-AA-ITEM-COUNT        PIC 9(9) COMP-5.
           05  WS-AA-ACH-COUNT         PIC 9(9) COMP-5.
           05  WS-AA-WIRE-COUNT        PIC 9(9) COMP-5.
           05  WS-AA-SERVICE-CHARGES   PIC S9(13)V99 COMP-3.
           05  WS-AA-AVG-LEDGER-BAL    PIC S9(16)V99 COMP-3.
           05  WS-AA-AVG-FLOAT         PIC S9(16)V99 COMP-3.
           05  WS-AA-AVG-COLLECTED-BAL PIC S9(16)V99 COMP-3.
           05  WS-AA-ECR-RATE          PIC S9(5)V9(6) COMP-3.
           05  WS-AA-EARNINGS-CREDIT   PIC S9(13)V99 COMP-3.
           05  WS-AA-NET-CHARGE        PIC S9(13)V99 COMP-3.
           05  WS-AA-RUN-ID            PIC X(64).
           05  WS-AA-TS-UTC            PIC X(26).

      * Effective-dated funds transfer pricing curve record layout
      * (dbo.FtpRateCurve, loaded by FTP_CURVE_MAINT). One row per
      * tenor point; FTP_RATE is an annual decimal rate. Full
      * history retained
       01  WS-FTP-CURVE-REC.
           05  WS-FC-TERM-MONTHS       PIC 9(3) COMP-5.
           05  WS-FC-FTP-RATE          PIC S9(3)V9(6) COMP-3.
           05  WS-FC-EFF-FROM-DATE     PIC X(10).
           05  WS-FC-EFF-TO-DATE       PIC X(10).
           05  WS-FC-LOADED-TS-UTC     PIC X(26).

      * Account profitability record layout
      * (dbo.AccountProfitability, one row per account and currency
      * per report month, written by PROFITABILITY in the account's
      * currency). INTEREST_EARNED is DEBIT-INT plus the LOAN-INT
      * attributed to the loan; FEE_INCOME is assessed fees, already
      * net of FEES_WAIVED. FTP_AMOUNT is the funds transfer pricing
      * credit (positive, funds provided) or charge (negative, funds
      * used). BASE_FX_RATE converts to the base currency for the
      * roll-ups and is NULL when no rate was on file
       01  WS-ACCT-PROFIT-REC.
           05  WS-PF-REPORT-MONTH      PIC X(7).
           05  WS-PF-ACC-ID            PIC X(32).
           05  WS-PF-CURRENCY          PIC X(3).
           05  WS-PF-CUSTOMER-ID       PIC X(32).
           05  WS-PF-ACC-TYPE          PIC X(16).
           05  WS-PF-BRANCH-ID         PIC X(8).
           05  WS-PF-AVG-BALANCE       PIC S9(16)V99 COMP-3.
           05  WS-PF-TERM-MONTHS       PIC 9(3) COMP-5.
           05  WS-PF-FTP-RATE          PIC S9(3)V9(6) COMP-3.
           05  WS-PF-INTEREST-PAID     PIC S9(13)V99 COMP-3.
           05  WS-PF-INTEREST-EARNED   PIC S9(13)V99 COMP-3.
           05  WS-PF-FEE-INCOME        PIC S9(13)V99 COMP-3.
           05  WS-PF-FEES-WAIVED       PIC S9(13)V99 COMP-3.
           05  WS-PF-FTP-AMOUNT        PIC S9(13)V99 COMP-3.
           05  WS-PF-NET-CONTRIBUTION  PIC S9(13)V99 COMP-3.
           05  WS-PF-BASE-FX-RATE      PIC S9(9)V9(8) COMP-3.
           05  WS-PF-RUN-ID            PIC X(64).
           05  WS-PF-TS-UTC            PIC X(26).

      * Profitability roll-up record layout
      * (dbo.ProfitabilityRollups, written by PROFITABILITY in the
      * base currency and replicated to PostgreSQL by
      * REPL_REPORTING). ROLLUP_LEVEL says what ROLLUP_KEY holds;
      * PROFIT_RANK orders each level least profitable first, and
      * only the WS-PF-RANK-LIMIT least profitable relationships
      * (customers) are kept
       01  WS-PROFIT-ROLLUP-REC.
           05  WS-PR-REPORT-MONTH      PIC X(7).
           05  WS-PR-ROLLUP-LEVEL      PIC X(12).
               88  WS-PR-BY-ACC-TYPE   VALUE 'ACC_TYPE'.
               88  WS-PR-BY-BRANCH     VALUE 'BRANCH'.
               88  WS-PR-BY-RELATIONSHIP VALUE 'RELATIONSHIP'.
           05  WS-PR-ROLLUP-KEY        PIC X(32).
           05  WS-PR-BASE-CURRENCY     PIC X(3).
           05  WS-PR-ACCOUNT-COUNT     PIC 9(9) COMP-5.
           05  WS-PR-AVG-BALANCE       PIC S9(16)V99 COMP-3.
           05  WS-PR-INTEREST-PAID     PIC S9(16)V99 COMP-3.
           05  WS-PR-INTEREST-EARNED   PIC S9(16)V99 COMP-3.
           05  WS-PR-FEE-INCOME        PIC S9(16)V99 COMP-3.
           05  WS-PR-FEES-WAIVED       PIC S9(16)V99 COMP-3.
           05  WS-PR-FTP-AMOUNT        PIC S9(16)V99 COMP-3.
           05  WS-PR-NET-CONTRIBUTION  PIC S9(16)V99 COMP-3.
           05  WS-PR-PROFIT-RANK       PIC 9(9) COMP-5.
           05  WS-PR-RUN-ID            PIC X(64).
           05  WS-PR-CALC-TS-UTC       PIC X(26).

      * Customer combined-balance record layout
      * (dbo.CustomerCombinedBalances, one row per customer per
      * business date in base currency, rolled nightly by
               88  WS-AH-PRIMARY       VALUE 'PRIMARY'.
               88  WS-AH-JOINT         VALUE 'JOINT'.
               88  WS-AH-SIGNER        VALUE 'SIGNER'.
      *        A payable-on-death beneficiary owns nothing while the
      *        owner lives; on a sole owner's death the balance is
      *        paid out to them through the closure settlement
               88  WS-AH-POD           VALUE 'POD'.
      *        A custodial account held for a minor: the CUSTODN
      *        (custodian) operates it, the MINOR beneficiary owns it
      *        and receives no statements. Once the minor reaches the
      *        age of majority MAJORITY_REVIEW stages the MAJORITY
      *        change that retires the custodian and makes the former
      *        minor PRIMARY
               88  WS-AH-CUSTODIAN     VALUE 'CUSTODN'.
               88  WS-AH-MINOR         VALUE 'MINOR'.
           05  WS-AH-RECEIVE-STMT-FLAG PIC X(1).
               88  WS-AH-RECEIVES-STMT VALUE 'Y'.
           05  WS-AH-STATUS            PIC X(1).
               88  WS-AH-ACTIVE        VALUE 'A'.
               88  WS-AH-REMOVED       VALUE 'R'.
               88  WS-AH-DECEASED      VALUE 'D'.
           05  WS-AH-ADDED-TS-UTC      PIC X(26).
      *    POD beneficiaries only: the account the payout goes to
      *    (null pays through the closure settlement contra)
           05  WS-AH-PAYOUT-ACC-ID     PIC X(32).
      *    MINOR beneficiaries only: the state whose transfers-to-
      *    minors act governs the custodianship, which sets the age
      *    of majority (null takes the default age)
           05  WS-AH-GOVERNING-STATE   PIC X(2).

      * Customer alert preference record layout
      * (dbo.AlertPreferences, maintained by ALERT_MAINT, evaluated
           05  WS-PC-SUBMITTED-TS-UTC  PIC X(26).
           05  WS-PC-DECIDED-TS-UTC    PIC X(26).

      * Master data change history record layout
      * (dbo.MasterDataHistory, written through MASTER-HISTORY.cpy by
      * every program that changes dbo.Customers, dbo.Accounts or
      * dbo.AccountHolders; read by MASTER_ASOF). One row per entity
      * a change touched: ENTITY_TYPE 'CUSTOMER' keyed by
      * CUSTOMER_ID, 'ACCOUNT' or 'HOLDERS' (the account's whole
      * holder list) keyed by ACC_ID. The images are the complete
      * rows as JSON - BEFORE_IMAGE null where the change created
      * the record. RUN_ID + CHANGE_SEQ groups the rows of one
      * change. Rows are kept permanently
       01  WS-MASTER-HISTORY-REC.
           05  WS-MD-HIST-ID           PIC 9(18) COMP-5.
           05  WS-MD-RUN-ID            PIC X(64).
           05  WS-MD-CHANGE-SEQ        PIC 9(9) COMP-5.
           05  WS-MD-ENTITY-TYPE       PIC X(8).
               88  WS-MD-CUSTOMER      VALUE 'CUSTOMER'.
               88  WS-MD-ACCOUNT       VALUE 'ACCOUNT'.
               88  WS-MD-HOLDERS       VALUE 'HOLDERS'.
           05  WS-MD-ENTITY-KEY        PIC X(32).
           05  WS-MD-CHANGE-ACTION     PIC X(16).
           05  WS-MD-PROGRAM           PIC X(32).
           05  WS-MD-REQUESTED-BY      PIC X(32).
           05  WS-MD-APPROVED-BY       PIC X(32).
           05  WS-MD-CAPTURED-TS-UTC   PIC X(26).
           05  WS-MD-EFFECTIVE-TS-UTC  PIC X(26).
      *    BEFORE_IMAGE / AFTER_IMAGE are NVARCHAR(MAX) JSON documents,
      *    read field by field with JSON_VALUE / OPENJSON rather than
      *    into working storage

      * Landing-file registry record layout (dbo.FileRegistry).
      * STATUS 'C' = claimed by a run in flight, 'D' = consumed and
      * archived to data/done/, 'Q' = quarantined after the
      * error-rate abort or a control-record failure, 'R' = recalled
      * by TX_RECALL (every row the file loaded backed out; the file
      * can never be claimed again). RECALL_RUN_ID/RECALLED_TS_UTC
      * identify the recall
       01  WS-FILE-REGISTRY-REC.
           05  WS-FG-FILE-NAME         PIC X(256).
           05  WS-FG-PROGRAM           PIC X(64).
               88  WS-FG-CLAIMED       VALUE 'C'.
               88  WS-FG-DONE          VALUE 'D'.
               88  WS-FG-QUARANTINED   VALUE 'Q'.
               88  WS-FG-RECALLED      VALUE 'R'.
           05  WS-FG-ROWS-TOTAL        PIC 9(9) COMP-5.
           05  WS-FG-ROWS-VALID        PIC 9(9) COMP-5.
           05  WS-FG-ROWS-INVALID      PIC 9(9) COMP-5.
           05  WS-FG-RUN-ID            PIC X(64).
           05  WS-FG-CLAIMED-TS-UTC    PIC X(26).
           05  WS-FG-COMPLETED-TS-UTC  PIC X(26).
           05  WS-FG-RECALL-RUN-ID     PIC X(64).
           05  WS-FG-RECALLED-TS-UTC   PIC X(26).

      * Month-end accrued-interest journal history record layout
      * (dbo.AccrualJournalHistory, maintained by GL_EXTRACT). One
           05  WS-CR-RUN-ID            PIC X(64).
           05  WS-CR-TS-UTC            PIC X(26).

      * Nostro reconciliation item record layout
      * (dbo.NostroReconItems, maintained by NOSTRO_RECON). One row
      * per correspondent statement line (SIDE 'S', ITEM_REF
      * <currency>/<statement no>/<line no>) and per nostro ledger
      * entry (SIDE 'L', ITEM_REF LE-<entry id>, ENTRY_ID set and
      * REFERENCE the entry's TX_ID). AMOUNT is signed from our side:
      * positive for funds into the nostro. 'U' while unmatched -
      * aged across runs from VALUE_DATE - 'M' once paired with the
      * other side's item named in MATCHED_REF, 'C' once treasury
      * operations clears it
       01  WS-NOSTRO-RECON-REC.
           05  WS-NR-ITEM-REF          PIC X(40).
           05  WS-NR-SIDE              PIC X(1).
               88  WS-NR-STATEMENT-SIDE VALUE 'S'.
               88  WS-NR-LEDGER-SIDE   VALUE 'L'.
           05  WS-NR-CURRENCY          PIC X(3).
           05  WS-NR-CORRESP-BIC       PIC X(11).
           05  WS-NR-AMOUNT            PIC S9(16)V99 COMP-3.
           05  WS-NR-VALUE-DATE        PIC X(10).
           05  WS-NR-REFERENCE         PIC X(32).
           05  WS-NR-ENTRY-ID          PIC 9(18) COMP-5.
           05  WS-NR-STATUS            PIC X(1).
               88  WS-NR-UNMATCHED     VALUE 'U'.
               88  WS-NR-MATCHED       VALUE 'M'.
               88  WS-NR-CLEARED       VALUE 'C'.
           05  WS-NR-MATCHED-REF       PIC X(40).
           05  WS-NR-AGE-DAYS          PIC 9(5) COMP-5.
           05  WS-NR-RUN-ID            PIC X(64).
           05  WS-NR-TS-UTC            PIC X(26).

      * Correspondent statement balance record layout
      * (dbo.NostroStatementBalances). The opening ('O') and closing
      * ('C') booked balance of each statement NOSTRO_RECON ingests,
      * signed from our side like the statement lines
       01  WS-NOSTRO-STMT-BAL-REC.
           05  WS-NSB-CURRENCY         PIC X(3).
           05  WS-NSB-CORRESP-BIC      PIC X(11).
           05  WS-NSB-STATEMENT-NO     PIC X(16).
           05  WS-NSB-BALANCE-TYPE     PIC X(1).
               88  WS-NSB-OPENING      VALUE 'O'.
               88  WS-NSB-CLOSING      VALUE 'C'.
           05  WS-NSB-BALANCE-DATE     PIC X(10).
           05  WS-NSB-AMOUNT           PIC S9(16)V99 COMP-3.
           05  WS-NSB-RUN-ID           PIC X(64).
           05  WS-NSB-TS-UTC           PIC X(26).

      * Nostro balance proof record layout (dbo.NostroBalanceProofs).
      * One row per currency per business date: our nostro ledger
      * balance, less our entries the correspondent has not yet
      * booked, plus its lines we have not yet booked, against the
      * correspondent's latest closing balance. PROVEN_FLAG 'Y' when
      * the open items explain the whole difference
       01  WS-NOSTRO-PROOF-REC.
           05  WS-NBP-BUSINESS-DATE    PIC X(10).
           05  WS-NBP-CURRENCY         PIC X(3).
           05  WS-NBP-LEDGER-BAL       PIC S9(16)V99 COMP-3.
           05  WS-NBP-OPEN-LEDGER      PIC S9(16)V99 COMP-3.
           05  WS-NBP-OPEN-STATEMENT   PIC S9(16)V99 COMP-3.
           05  WS-NBP-STATEMENT-BAL    PIC S9(16)V99 COMP-3.
           05  WS-NBP-STATEMENT-DATE   PIC X(10).
           05  WS-NBP-DIFFERENCE       PIC S9(16)V99 COMP-3.
           05  WS-NBP-PROVEN-FLAG      PIC X(1).
               88  WS-NBP-PROVEN       VALUE 'Y'.
           05  WS-NBP-RUN-ID           PIC X(64).
           05  WS-NBP-TS-UTC           PIC X(26).

      * Teller journal record layout (dbo.TellerJournal, loaded by
      * TELLER_BALANCE). One row per entry on a branch teller
      * platform's electronic journal: CASH-IN/CASH-OUT for a
      * customer cash deposit/withdrawal (TX_ID is the dbo.Transactions
      * item it was linked to, NULL if none was found), BUY/SELL for
      * cash a drawer takes from/returns to the branch vault, and
      * SHIP-IN/SHIP-OUT for an armored-car shipment into/out of the
      * vault (DRAWER_ID 'VAULT')
       01  WS-TELLER-JOURNAL-REC.
           05  WS-TJ-BUSINESS-DATE     PIC X(10).
           05  WS-TJ-BRANCH-ID         PIC X(8).
           05  WS-TJ-JOURNAL-SEQ       PIC X(20).
           05  WS-TJ-TELLER-ID         PIC X(16).
           05  WS-TJ-DRAWER-ID         PIC X(16).
           05  WS-TJ-ENTRY-TYPE        PIC X(8).
               88  WS-TJ-CASH-IN       VALUE 'CASH-IN'.
               88  WS-TJ-CASH-OUT      VALUE 'CASH-OUT'.
               88  WS-TJ-BUY           VALUE 'BUY'.
               88  WS-TJ-SELL          VALUE 'SELL'.
               88  WS-TJ-SHIP-IN       VALUE 'SHIP-IN'.
               88  WS-TJ-SHIP-OUT      VALUE 'SHIP-OUT'.
           05  WS-TJ-ACC-ID            PIC X(32).
           05  WS-TJ-AMOUNT            PIC S9(16)V99 COMP-3.
           05  WS-TJ-CURRENCY          PIC X(3).
           05  WS-TJ-TX-TS-UTC         PIC X(26).
           05  WS-TJ-TX-ID             PIC 9(18) COMP-5.
           05  WS-TJ-RUN-ID            PIC X(64).
           05  WS-TJ-TS-UTC            PIC X(26).

      * Teller drawer count record layout (dbo.TellerDrawerCounts).
      * The teller's end-of-day declared count of a drawer, one row
      * per denomination; AMOUNT is DENOMINATION times PIECES
       01  WS-TELLER-COUNT-REC.
           05  WS-TC-BUSINESS-DATE     PIC X(10).
           05  WS-TC-BRANCH-ID         PIC X(8).
           05  WS-TC-DRAWER-ID         PIC X(16).
           05  WS-TC-TELLER-ID         PIC X(16).
           05  WS-TC-DENOMINATION      PIC S9(5)V99 COMP-3.
           05  WS-TC-PIECES            PIC 9(7) COMP-5.
           05  WS-TC-AMOUNT            PIC S9(16)V99 COMP-3.
           05  WS-TC-RUN-ID            PIC X(64).
           05  WS-TC-TS-UTC            PIC X(26).

      * Teller drawer balance record layout (dbo.TellerDrawerBalances).
      * One row per drawer per business date: the opening balance
      * (the prior closing), the day's journal movement, the
      * EXPECTED balance it implies, the DECLARED count and the
      * OVER_SHORT between them. A counted drawer closes at its
      * count; one left uncounted ('N') closes at its expected
      * balance and posts nothing
       01  WS-TELLER-DRAWER-BAL-REC.
           05  WS-TD-BUSINESS-DATE     PIC X(10).
           05  WS-TD-BRANCH-ID         PIC X(8).
           05  WS-TD-DRAWER-ID         PIC X(16).
           05  WS-TD-TELLER-ID         PIC X(16).
           05  WS-TD-OPENING-BAL       PIC S9(16)V99 COMP-3.
           05  WS-TD-CASH-IN           PIC S9(16)V99 COMP-3.
           05  WS-TD-CASH-OUT          PIC S9(16)V99 COMP-3.
           05  WS-TD-BUYS              PIC S9(16)V99 COMP-3.
           05  WS-TD-SELLS             PIC S9(16)V99 COMP-3.
           05  WS-TD-EXPECTED-BAL      PIC S9(16)V99 COMP-3.
           05  WS-TD-DECLARED-BAL      PIC S9(16)V99 COMP-3.
           05  WS-TD-OVER-SHORT        PIC S9(16)V99 COMP-3.
           05  WS-TD-CLOSING-BAL       PIC S9(16)V99 COMP-3.
           05  WS-TD-STATUS            PIC X(1).
               88  WS-TD-BALANCED      VALUE 'B'.
               88  WS-TD-OVER          VALUE 'O'.
               88  WS-TD-SHORT         VALUE 'S'.
               88  WS-TD-NOT-COUNTED   VALUE 'N'.
           05  WS-TD-OVER-SHORT-TX-ID  PIC 9(18) COMP-5.
           05  WS-TD-RUN-ID            PIC X(64).
           05  WS-TD-TS-UTC            PIC X(26).

      * Branch vault position record layout
      * (dbo.BranchVaultPositions). One row per branch per business
      * date, carried forward from the prior closing: drawer buys
      * take cash out of the vault, drawer sells put it back, and
      * armored-car shipments move it in and out of the branch.
      * DRAWER_CASH is the branch's drawers' closing balances, so
      * cash ordering sees the branch's whole holding
       01  WS-BRANCH-VAULT-REC.
           05  WS-BV-BUSINESS-DATE     PIC X(10).
           05  WS-BV-BRANCH-ID         PIC X(8).
           05  WS-BV-OPENING-BAL       PIC S9(16)V99 COMP-3.
           05  WS-BV-DRAWER-BUYS       PIC S9(16)V99 COMP-3.
           05  WS-BV-DRAWER-SELLS      PIC S9(16)V99 COMP-3.
           05  WS-BV-SHIPMENTS-IN      PIC S9(16)V99 COMP-3.
           05  WS-BV-SHIPMENTS-OUT     PIC S9(16)V99 COMP-3.
           05  WS-BV-CLOSING-BAL       PIC S9(16)V99 COMP-3.
           05  WS-BV-DRAWER-CASH       PIC S9(16)V99 COMP-3.
           05  WS-BV-RUN-ID            PIC X(64).
           05  WS-BV-TS-UTC            PIC X(26).

      * Outbound clearing origination record layout
      * (dbo.AchOriginations). One row per TRANSFER to an external
      * EXT-<routing>-<account> destination: 'P' once the transfer
      * posts against the clearing contra, 'S' once ACH_ORIGINATE
      * writes it to an origination batch, 'R' once ACH_RETURNS
      * matches a network return against it. TRACE_NUMBER is the
      * entry's trace on the batch it went out in; a Notification of
      * Change from the receiving bank stamps NOC_CODE/NOC_TS_UTC
       01  WS-ACH-ORIGINATION-REC.
           05  WS-AO-TX-ID             PIC 9(18) COMP-5.
           05  WS-AO-ACC-ID            PIC X(32).
           05  WS-AO-RETURN-CODE       PIC X(8).
           05  WS-AO-CREATED-TS-UTC    PIC X(26).
           05  WS-AO-SENT-TS-UTC       PIC X(26).
           05  WS-AO-TRACE-NUMBER      PIC X(15).
           05  WS-AO-NOC-CODE          PIC X(3).
           05  WS-AO-NOC-TS-UTC        PIC X(26).

      * Payment destination change audit record layout
      * (dbo.PaymentDestinationAudit). One row per live standing,
      * sweep or pending origination whose external EXT-<routing>-
      * <account> destination was corrected, with the old and new
      * values and the Notification of Change that drove it.
      * ORDER_KIND: 'STANDING', 'SWEEP' or 'ORIGINATION'
       01  WS-PAYMENT-DEST-AUDIT-REC.
           05  WS-PD-AUDIT-ID          PIC 9(18) COMP-5.
           05  WS-PD-ORDER-KIND        PIC X(12).
           05  WS-PD-ORDER-ID          PIC 9(18) COMP-5.
           05  WS-PD-ACC-ID            PIC X(32).
           05  WS-PD-OLD-DESTINATION   PIC X(32).
           05  WS-PD-NEW-DESTINATION   PIC X(32).
           05  WS-PD-CHANGE-CODE       PIC X(3).
           05  WS-PD-ORIG-TRACE        PIC X(15).
           05  WS-PD-RUN-ID            PIC X(64).
           05  WS-PD-TS-UTC            PIC X(26).

      * Inbound clearing receipt record layout (dbo.AchReceipts).
      * One row per entry detail ACH_RECEIVE accepts from the
      * network's receipt file, keyed by trace number and effective
      * date so a re-delivered file never posts an entry twice:
      * 'P' raised as an unposted Transactions row (TX_ID), 'R'
      * returned to the originator on the outbound return file
      * with its RETURN_CODE, 'N' a Notification of Change applied
      * to one of our originations (TX_ID is the origination's,
      * RETURN_CODE holds the change code)
       01  WS-ACH-RECEIPT-REC.
           05  WS-RX-RECEIPT-ID        PIC 9(18) COMP-5.
           05  WS-RX-TRACE-NUMBER      PIC X(15).
           05  WS-RX-EFFECTIVE-DATE    PIC X(10).
           05  WS-RX-ODFI-ROUTING      PIC X(8).
           05  WS-RX-COMPANY-ID        PIC X(10).
           05  WS-RX-COMPANY-NAME      PIC X(16).
           05  WS-RX-SEC-CODE          PIC X(3).
           05  WS-RX-TRAN-CODE         PIC X(2).
           05  WS-RX-DFI-ACCOUNT       PIC X(17).
           05  WS-RX-AMOUNT            PIC S9(16)V99 COMP-3.
           05  WS-RX-INDIVIDUAL-NAME   PIC X(22).
           05  WS-RX-STATUS            PIC X(1).
               88  WS-RX-POSTED        VALUE 'P'.
               88  WS-RX-RETURNED      VALUE 'R'.
               88  WS-RX-NOC-APPLIED   VALUE 'N'.
           05  WS-RX-TX-ID             PIC 9(18) COMP-5.
           05  WS-RX-RETURN-CODE       PIC X(3).
           05  WS-RX-FILE-ID           PIC X(11).
           05  WS-RX-RUN-ID            PIC X(64).
           05  WS-RX-TS-UTC            PIC X(26).

      * Customer notification record layout
      * (dbo.CustomerNotifications). Written when something happens
           05  WS-CN-EVENT-TYPE        PIC X(16).
           05  WS-CN-EVENT-REF         PIC X(64).
           05  WS-CN-MESSAGE           PIC X(128).
      *    Addressee when the notice is for someone other than the
      *    account's customer (a custodial account's custodian or
      *    beneficiary); null addresses the account's customer
           05  WS-CN-CUSTOMER-ID       PIC X(32).
           05  WS-CN-QUEUED-FLAG       PIC X(1).
           05  WS-CN-RUN-ID            PIC X(64).
           05  WS-CN-TS-UTC            PIC X(26).

      * Address research work item record layout
      * (dbo.AddressResearchQueue, queued by VENDOR_ACK on returned
      * mail and by MOVE_UPDATE on an ambiguous postal move match).
      * STATUS 'P' while a branch is still researching the address,
      * 'C' once corrected - CUSTOMER_MASTER closes the customer's
      * open items when it applies an ADDRESS change
       01  WS-ADDR-RESEARCH-REC.
           05  WS-AQ-ITEM-ID           PIC 9(18) COMP-5.
           05  WS-AQ-CUSTOMER-ID       PIC X(32).
           05  WS-AQ-RUN-ID            PIC X(64).
           05  WS-AQ-TS-UTC            PIC X(26).

      * Address change log record layout (dbo.AddressChangeLog,
      * written by CUSTOMER_MASTER whenever an UPDATE or ADDRESS
      * action changes a customer's mailing address). As a fraud
      * control NOTIFY_EXTRACT renders a change-of-address
      * confirmation letter to the old address and another to the
      * new one for every row still LETTER_STATUS 'N', then stamps
      * the row 'Y' with its run ID
       01  WS-ADDRESS-CHANGE-REC.
           05  WS-AX-CHANGE-ID         PIC 9(18) COMP-5.
           05  WS-AX-CUSTOMER-ID       PIC X(32).
           05  WS-AX-NAME              PIC X(64).
           05  WS-AX-OLD-ADDR1         PIC X(64).
           05  WS-AX-OLD-ADDR2         PIC X(64).
           05  WS-AX-NEW-ADDR1         PIC X(64).
           05  WS-AX-NEW-ADDR2         PIC X(64).
           05  WS-AX-SOURCE-ACTION     PIC X(16).
               88  WS-AX-FROM-UPDATE   VALUE 'UPDATE'.
               88  WS-AX-FROM-ADDRESS  VALUE 'ADDRESS'.
           05  WS-AX-BUS-DATE          PIC X(10).
           05  WS-AX-LETTER-STATUS     PIC X(1).
               88  WS-AX-LETTER-QUEUED VALUE 'N'.
               88  WS-AX-LETTER-SENT   VALUE 'Y'.
           05  WS-AX-LETTER-RUN-ID     PIC X(64).
           05  WS-AX-RUN-ID            PIC X(64).
           05  WS-AX-TS-UTC            PIC X(26).

      * Final statement request record layout
      * (dbo.StatementRequests). ACCOUNT_MASTER queues one when a
      * closure settles; STATEMENT_GEN's cycle mode fulfills it
           05  WS-RJ-TX-TYPE           PIC X(32).
           05  WS-RJ-REFERENCE-ID-STR  PIC X(18).
           05  WS-RJ-COUNTERPARTY-ACC-ID PIC X(32).
      *    Channel and inbound file the row arrived on, carried onto
      *    the dbo.Transactions row TX_RESUBMIT loads
           05  WS-RJ-CHANNEL           PIC X(16).
           05  WS-RJ-SOURCE-FILE-NAME  PIC X(256).
           05  WS-RJ-REASON            PIC X(80).
           05  WS-RJ-RUN-ID            PIC X(64).
           05  WS-RJ-STATUS            PIC X(1).
           05  WS-FR-REFERENCE-TX-ID   PIC 9(18) COMP-5.
           05  WS-FR-COUNTERPARTY-ACC-ID PIC X(32).
           05  WS-FR-VALUE-DATE        PIC X(10).
      *    Channel and inbound file the row arrived on, carried onto
      *    the dbo.Transactions row FRAUD_REVIEW releases
           05  WS-FR-CHANNEL           PIC X(16).
           05  WS-FR-SOURCE-FILE-NAME  PIC X(256).
           05  WS-FR-REASON            PIC X(80).
           05  WS-FR-RUN-ID            PIC X(64).
           05  WS-FR-TS-UTC            PIC X(26).
               88  WS-FSC-HOUSEHOLD-PRICED VALUE 'Y'.
           05  WS-FSC-LOADED-TS-UTC    PIC X(26).

      * Effective-dated funds availability schedule record layout
      * (dbo.AvailabilitySchedule, loaded by AVAIL_SCHED_MAINT).
      * POST_LEDGER reads the row in effect on the business date
      * when a check-channel DEPOSIT posts: up to NEXT_DAY_AMOUNT is
      * available next business day, the rest is held
      * STANDARD_HOLD_DAYS business days, or EXTENDED_HOLD_DAYS for
      * a new account (opened within NEW_ACCOUNT_DAYS), a repeat
      * overdrafter (overdrawn on REPEAT_OD_DAYS days within the
      * last REPEAT_OD_MONTHS) or the part of a deposit over
      * LARGE_DEPOSIT_AMOUNT. Full history retained
       01  WS-AVAILABILITY-SCHED-REC.
           05  WS-AV-NEXT-DAY-AMOUNT   PIC S9(13)V99 COMP-3.
           05  WS-AV-STANDARD-HOLD-DAYS PIC 9(5) COMP-5.
           05  WS-AV-EXTENDED-HOLD-DAYS PIC 9(5) COMP-5.
           05  WS-AV-LARGE-DEPOSIT-AMOUNT PIC S9(13)V99 COMP-3.
           05  WS-AV-NEW-ACCOUNT-DAYS  PIC 9(5) COMP-5.
           05  WS-AV-REPEAT-OD-DAYS    PIC 9(5) COMP-5.
           05  WS-AV-REPEAT-OD-MONTHS  PIC 9(5) COMP-5.
           05  WS-AV-EFF-FROM-DATE     PIC X(10).
           05  WS-AV-EFF-TO-DATE       PIC X(10).
           05  WS-AV-LOADED-TS-UTC     PIC X(26).

      * Sanctions watchlist entry record layout
      * (dbo.WatchlistEntries, refreshed in full by SANCTION_SCREEN
      * from each regulator-issued list file). NORMALIZED_NAME is
           05  WS-WH-ANALYST-ID        PIC X(32).
           05  WS-WH-DISPOSITION-TS-UTC PIC X(26).

      * Suspicious activity case record layout
      * (dbo.SuspiciousActivityCases), the investigation queue
      * STRUCTURING_SCAN opens, modeled on dbo.FraudReviewQueue.
      * PATTERN is NEARTHRESH (repeated cash just below the CTR
      * threshold over the rolling window) or SPLITDAY (one day's
      * cash split across branches). DISPOSITION stays NULL/space
      * while the case awaits an analyst; SAR_REVIEW stamps 'F'
      * (file a SAR) or 'N' (no filing, with the rationale) and,
      * for a case being filed, the date and reference of the
      * filing. FILING_DUE_DATE is counted from DETECTED_DATE
       01  WS-SAR-CASE-REC.
           05  WS-SAR-CASE-ID          PIC 9(18) COMP-5.
           05  WS-SAR-CUSTOMER-ID      PIC X(32).
           05  WS-SAR-PATTERN          PIC X(10).
               88  WS-SAR-NEAR-THRESHOLD VALUE 'NEARTHRESH'.
               88  WS-SAR-SPLIT-DAY    VALUE 'SPLITDAY'.
           05  WS-SAR-WINDOW-FROM-DATE PIC X(10).
           05  WS-SAR-WINDOW-TO-DATE   PIC X(10).
           05  WS-SAR-TX-COUNT         PIC 9(9) COMP-5.
           05  WS-SAR-TOTAL-BASE       PIC S9(16)V99 COMP-3.
           05  WS-SAR-DAY-COUNT        PIC 9(5) COMP-5.
           05  WS-SAR-BRANCH-COUNT     PIC 9(5) COMP-5.
           05  WS-SAR-ACCOUNT-COUNT    PIC 9(5) COMP-5.
           05  WS-SAR-DETECTED-DATE    PIC X(10).
           05  WS-SAR-FILING-DUE-DATE  PIC X(10).
           05  WS-SAR-REASON           PIC X(80).
           05  WS-SAR-RUN-ID           PIC X(64).
           05  WS-SAR-TS-UTC           PIC X(26).
           05  WS-SAR-DISPOSITION      PIC X(1).
               88  WS-SAR-TO-BE-FILED  VALUE 'F'.
               88  WS-SAR-NOT-FILED    VALUE 'N'.
           05  WS-SAR-ANALYST-ID       PIC X(32).
           05  WS-SAR-DISPOSITION-TS-UTC PIC X(26).
           05  WS-SAR-DECISION-NOTE    PIC X(80).
           05  WS-SAR-FILED-DATE       PIC X(10).
           05  WS-SAR-FILING-REF       PIC X(32).

      * Effective-dated, balance-tiered interest rate record layout
      * (dbo.InterestRates, loaded by RATE_MAINT). EFF_TO_DATE is
      * NULL while a rate is still open-ended
      * AMOUNT_ASSESSED carries the fee actually charged (zero on a
      * waiver); AMOUNT_WAIVED carries the schedule amount given up
      * (zero on an assessment); WAIVER_REASON_CODE is GRACE or
      * MIN-ADB on waivers and blank otherwise. TX_ID is the FEE
      * transaction an assessment raised (NULL on a waiver), the
      * link a refund request cites
       01  WS-FEE-LOG-REC.
           05  WS-FL-LOG-ID            PIC 9(18) COMP-5.
           05  WS-FL-ACC-ID            PIC X(32).
           05  WS-FL-AMOUNT-ASSESSED   PIC S9(16)V99 COMP-3.
           05  WS-FL-AMOUNT-WAIVED     PIC S9(16)V99 COMP-3.
           05  WS-FL-WAIVER-REASON     PIC X(8).
           05  WS-FL-TX-ID             PIC 9(18) COMP-5.
           05  WS-FL-RUN-ID            PIC X(64).
           05  WS-FL-TS-UTC            PIC X(26).


      * Authorization hold record layout (dbo.Holds). STATUS is 'A'
      * while the hold reduces available balance, 'R' once released
      * by a HOLD-RELEASE transaction (or by TX_RECALL backing out
      * the inbound file the held item arrived in), 'X' once expired
      * by the nightly HOLD_EXPIRY sweep. HOLD_TYPE is 'AUTH' for a HOLD
      * transaction or 'DEPOSIT' for the uncollected part of a
      * deposited check, which HOLD_EXPIRY releases ('R') on its
      * AVAILABLE_DATE business date
       01  WS-HOLD-REC.
           05  WS-HO-HOLD-ID           PIC 9(18) COMP-5.
           05  WS-HO-TX-ID             PIC 9(18) COMP-5.
               88  WS-HO-RELEASED      VALUE 'R'.
               88  WS-HO-EXPIRED       VALUE 'X'.
           05  WS-HO-RELEASED-TS-UTC   PIC X(26).
           05  WS-HO-HOLD-TYPE         PIC X(8).
               88  WS-HO-AUTH-HOLD     VALUE 'AUTH'.
               88  WS-HO-DEPOSIT-HOLD  VALUE 'DEPOSIT'.
           05  WS-HO-AVAILABLE-DATE    PIC X(10).

      * Standing order record layout (dbo.StandingOrders). STATUS is
      * 'A' while the order is live, 'C' once advanced past END_DATE
               88  WS-SW-ACTIVE        VALUE 'A'.
               88  WS-SW-CANCELLED     VALUE 'C'.

      * Garnishment / tax levy order record layout (dbo.LegalOrders),
      * loaded and worked by LEGAL_ORDERS. ORDER_TYPE 'GARNISH' is a
      * creditor's court garnishment, 'TAX-LEVY' a state or local
      * tax levy, 'FED-LEVY' a levy issued by a federal agency - the
      * only kind the federal-benefit protection does not apply to.
      * STATUS 'L' loaded and awaiting restraint, 'R' restraining
      * RESTRAINED_AMOUNT through the answer period, 'T' remittance
      * TRANSFER raised (REMIT_TX_ID) and awaiting posting, 'M'
      * remitted to the creditor, 'N' nothing restrainable once
      * protected funds were set aside, 'X' released by the issuer
       01  WS-LEGAL-ORDER-REC.
           05  WS-LO-ORDER-ID          PIC 9(18) COMP-5.
           05  WS-LO-ORDER-REF         PIC X(32).
           05  WS-LO-ORDER-TYPE        PIC X(10).
               88  WS-LO-GARNISHMENT   VALUE 'GARNISH'.
               88  WS-LO-TAX-LEVY      VALUE 'TAX-LEVY'.
               88  WS-LO-FEDERAL-LEVY  VALUE 'FED-LEVY'.
           05  WS-LO-ACC-ID            PIC X(32).
           05  WS-LO-CURRENCY          PIC X(3).
           05  WS-LO-ORDER-AMOUNT      PIC S9(16)V99 COMP-3.
           05  WS-LO-CREDITOR-ACC-ID   PIC X(32).
           05  WS-LO-SERVED-DATE       PIC X(10).
           05  WS-LO-ANSWER-DATE       PIC X(10).
           05  WS-LO-PROTECTED-AMOUNT  PIC S9(16)V99 COMP-3.
           05  WS-LO-RESTRAINED-AMOUNT PIC S9(16)V99 COMP-3.
           05  WS-LO-REMITTED-AMOUNT   PIC S9(16)V99 COMP-3.
           05  WS-LO-REMIT-TX-ID       PIC 9(18) COMP-5.
           05  WS-LO-STATUS            PIC X(1).
               88  WS-LO-LOADED        VALUE 'L'.
               88  WS-LO-RESTRAINING   VALUE 'R'.
               88  WS-LO-REMIT-RAISED  VALUE 'T'.
               88  WS-LO-REMITTED      VALUE 'M'.
               88  WS-LO-NO-FUNDS      VALUE 'N'.
               88  WS-LO-RELEASED      VALUE 'X'.
           05  WS-LO-RUN-ID            PIC X(64).
           05  WS-LO-LOADED-TS-UTC     PIC X(26).
           05  WS-LO-UPDATED-TS-UTC    PIC X(26).

      * Pending customer-maintenance change record layout
      * (dbo.PendingCustomerChanges). A reported death waits here
      * for a second operator under the same maker-checker rules as
      * dbo.PendingAccountChanges: STATUS 'P' pending, 'A' approved
      * and applied, 'R' rejected with reason, 'X' expired
       01  WS-PENDING-CUST-CHANGE-REC.
           05  WS-PCC-CHANGE-ID        PIC 9(18) COMP-5.
           05  WS-PCC-CUSTOMER-ID      PIC X(32).
           05  WS-PCC-ACTION           PIC X(16).
           05  WS-PCC-ESTATE-NAME      PIC X(64).
           05  WS-PCC-ESTATE-ADDR1     PIC X(64).
           05  WS-PCC-ESTATE-ADDR2     PIC X(64).
           05  WS-PCC-DATE-OF-DEATH    PIC X(10).
           05  WS-PCC-MAKER-ID         PIC X(32).
           05  WS-PCC-STATUS           PIC X(1).
               88  WS-PCC-PENDING      VALUE 'P'.
               88  WS-PCC-APPROVED     VALUE 'A'.
               88  WS-PCC-REJECTED     VALUE 'R'.
               88  WS-PCC-EXPIRED      VALUE 'X'.
           05  WS-PCC-CHECKER-ID       PIC X(32).
           05  WS-PCC-DECISION-REASON  PIC X(80).
           05  WS-PCC-SUBMITTED-TS-UTC PIC X(26).
           05  WS-PCC-DECIDED-TS-UTC   PIC X(26).

      * Payable-on-death settlement record layout
      * (dbo.PodSettlements). One row per beneficiary recorded when
      * CUSTOMER_MASTER freezes a deceased sole owner's account;
      * STATUS 'P' awaiting payout, 'S' settled once ACCOUNT_MASTER
      * has swept the beneficiary's share and closed the account
       01  WS-POD-SETTLEMENT-REC.
           05  WS-PS-ACC-ID            PIC X(32).
           05  WS-PS-DECEASED-CUST-ID  PIC X(32).
           05  WS-PS-BENEFICIARY-ID    PIC X(32).
           05  WS-PS-PAYOUT-ACC-ID     PIC X(32).
           05  WS-PS-STATUS            PIC X(1).
               88  WS-PS-AWAITING-PAYOUT VALUE 'P'.
               88  WS-PS-SETTLED       VALUE 'S'.
           05  WS-PS-RECORDED-TS-UTC   PIC X(26).
           05  WS-PS-SETTLED-TS-UTC    PIC X(26).

      * Consumer dispute case record layout (dbo.DisputeCases), worked
      * by DISPUTE_CASE and keyed to the disputed TX_ID. STATUS 'O'
      * under investigation, 'P' provisional credit issued
      * (CREDIT_TX_ID), 'F' resolved for the customer - credit final,
      * 'R' resolved for the bank - provisional credit to be reversed
      * on REVERSAL_DUE_DATE, 'V' reversed (REVERSAL_TX_ID), 'D'
      * resolved for the bank with no credit to reverse
       01  WS-DISPUTE-CASE-REC.
           05  WS-DC-CASE-ID           PIC 9(18) COMP-5.
           05  WS-DC-TX-ID             PIC 9(18) COMP-5.
           05  WS-DC-ACC-ID            PIC X(32).
           05  WS-DC-CURRENCY          PIC X(3).
           05  WS-DC-DISPUTED-AMOUNT   PIC S9(16)V99 COMP-3.
           05  WS-DC-REASON-CODE       PIC X(16).
           05  WS-DC-NOTICE-DATE       PIC X(10).
           05  WS-DC-PROVISIONAL-DUE   PIC X(10).
           05  WS-DC-FINAL-DUE         PIC X(10).
           05  WS-DC-PROVISIONAL-DATE  PIC X(10).
           05  WS-DC-CREDIT-TX-ID      PIC 9(18) COMP-5.
           05  WS-DC-RESOLUTION        PIC X(10).
               88  WS-DC-FOR-CUSTOMER  VALUE 'CUSTOMER'.
               88  WS-DC-FOR-BANK      VALUE 'BANK'.
           05  WS-DC-RESOLVED-DATE     PIC X(10).
           05  WS-DC-REVERSAL-DUE      PIC X(10).
           05  WS-DC-REVERSAL-TX-ID    PIC 9(18) COMP-5.
           05  WS-DC-STATUS            PIC X(1).
               88  WS-DC-INVESTIGATING VALUE 'O'.
               88  WS-DC-PROVISIONAL   VALUE 'P'.
               88  WS-DC-CREDIT-FINAL  VALUE 'F'.
               88  WS-DC-REVERSAL-PENDING VALUE 'R'.
               88  WS-DC-REVERSED      VALUE 'V'.
               88  WS-DC-DENIED        VALUE 'D'.
           05  WS-DC-RUN-ID            PIC X(64).
           05  WS-DC-OPENED-TS-UTC     PIC X(26).
           05  WS-DC-UPDATED-TS-UTC    PIC X(26).

      * Issued-check record layout (dbo.IssuedChecks), loaded by
      * CHECK_PRESENT from the commercial customers' issue files. An
      * account is under positive pay once its owner has sent an
      * issue file. STATUS 'I' issued and outstanding, 'P' paid
      * (PAID_TX_ID), 'V' voided by the customer
       01  WS-ISSUED-CHECK-REC.
           05  WS-IC-ACC-ID            PIC X(32).
           05  WS-IC-CHECK-SERIAL      PIC 9(15) COMP-5.
           05  WS-IC-AMOUNT            PIC S9(16)V99 COMP-3.
           05  WS-IC-ISSUE-DATE        PIC X(10).
           05  WS-IC-PAYEE             PIC X(64).
           05  WS-IC-STATUS            PIC X(1).
               88  WS-IC-OUTSTANDING   VALUE 'I'.
               88  WS-IC-PAID          VALUE 'P'.
               88  WS-IC-VOIDED        VALUE 'V'.
           05  WS-IC-PAID-TX-ID        PIC 9(18) COMP-5.
           05  WS-IC-LOADED-TS-UTC     PIC X(26).
           05  WS-IC-UPDATED-TS-UTC    PIC X(26).

      * Presented-check record layout (dbo.PresentedChecks) - one row
      * per item on the clearing house's presented-items file.
      * STATUS 'N' received, 'P' paid (TX_ID raised), 'E' on the
      * positive-pay exception queue awaiting the customer's
      * decision, 'R' returned unpaid, 'S' returned under a
      * stop-payment order
       01  WS-PRESENTED-CHECK-REC.
           05  WS-PC-PRESENT-ID        PIC 9(18) COMP-5.
           05  WS-PC-ITEM-REF          PIC X(32).
           05  WS-PC-ACC-ID            PIC X(32).
           05  WS-PC-CHECK-SERIAL      PIC 9(15) COMP-5.
           05  WS-PC-AMOUNT            PIC S9(16)V99 COMP-3.
           05  WS-PC-CURRENCY          PIC X(3).
           05  WS-PC-PRESENTED-DATE    PIC X(10).
           05  WS-PC-STATUS            PIC X(1).
               88  WS-PC-RECEIVED      VALUE 'N'.
               88  WS-PC-PAID          VALUE 'P'.
               88  WS-PC-EXCEPTION     VALUE 'E'.
               88  WS-PC-RETURNED      VALUE 'R'.
               88  WS-PC-STOPPED       VALUE 'S'.
           05  WS-PC-TX-ID             PIC 9(18) COMP-5.
           05  WS-PC-RETURN-REASON     PIC X(16).
           05  WS-PC-RETURNED-DATE     PIC X(10).
           05  WS-PC-RUN-ID            PIC X(64).
           05  WS-PC-LOADED-TS-UTC     PIC X(26).

      * Positive-pay exception record layout
      * (dbo.PositivePayExceptions) - a presented check on a
      * positive-pay account that did not match the issue file.
      * REASON 'UNKNOWN-SERIAL', 'WRONG-AMOUNT', 'ALREADY-PAID' or
      * 'VOIDED'. The customer decides PAY or RETURN by
      * DECISION_DUE_DATE; undecided items take the default decision.
      * STATUS 'O' awaiting decision, 'P' paid, 'R' returned
       01  WS-POSPAY-EXCEPTION-REC.
           05  WS-PE-EXCEPTION-ID      PIC 9(18) COMP-5.
           05  WS-PE-PRESENT-ID        PIC 9(18) COMP-5.
           05  WS-PE-ACC-ID            PIC X(32).
           05  WS-PE-CHECK-SERIAL      PIC 9(15) COMP-5.
           05  WS-PE-AMOUNT            PIC S9(16)V99 COMP-3.
           05  WS-PE-ISSUED-AMOUNT     PIC S9(16)V99 COMP-3.
           05  WS-PE-REASON            PIC X(16).
           05  WS-PE-DECISION-DUE-DATE PIC X(10).
           05  WS-PE-DECISION          PIC X(6).
               88  WS-PE-DECIDED-PAY   VALUE 'PAY'.
               88  WS-PE-DECIDED-RETURN VALUE 'RETURN'.
           05  WS-PE-DECIDED-BY        PIC X(32).
           05  WS-PE-STATUS            PIC X(1).
               88  WS-PE-OPEN          VALUE 'O'.
               88  WS-PE-PAID          VALUE 'P'.
               88  WS-PE-RETURNED      VALUE 'R'.
           05  WS-PE-CREATED-TS-UTC    PIC X(26).
           05  WS-PE-DECIDED-TS-UTC    PIC X(26).

      * Outbound wire request record layout (dbo.WireRequests),
      * keyed by WIRE_REF (the pacs.008 end-to-end ID). A wire is
      * keyed by its maker and released by a different checker.
      * STATUS 'P' awaiting release, 'H' held on a beneficiary
      * watchlist hit (HIT_ID) pending compliance review, 'R'
      * released (TRANSFER TX_ID raised), 'S' sent on a pacs.008
      * file (MSG_ID), 'A' accepted by the correspondent, 'J'
      * rejected by the correspondent (REVERSAL_TX_ID), 'F' failed
      * to post, 'X' cancelled by the checker or compliance
       01  WS-WIRE-REQUEST-REC.
           05  WS-WR-WIRE-ID           PIC 9(18) COMP-5.
           05  WS-WR-WIRE-REF          PIC X(35).
           05  WS-WR-ACC-ID            PIC X(32).
           05  WS-WR-AMOUNT            PIC S9(16)V99 COMP-3.
           05  WS-WR-CURRENCY          PIC X(3).
           05  WS-WR-BENEF-NAME        PIC X(64).
           05  WS-WR-BENEF-ACCOUNT     PIC X(34).
           05  WS-WR-BENEF-BIC         PIC X(11).
           05  WS-WR-REMITTANCE-INFO   PIC X(140).
           05  WS-WR-STATUS            PIC X(1).
               88  WS-WR-PENDING       VALUE 'P'.
               88  WS-WR-HELD          VALUE 'H'.
               88  WS-WR-RELEASED      VALUE 'R'.
               88  WS-WR-SENT          VALUE 'S'.
               88  WS-WR-ACCEPTED      VALUE 'A'.
               88  WS-WR-REJECTED      VALUE 'J'.
               88  WS-WR-FAILED        VALUE 'F'.
               88  WS-WR-CANCELLED     VALUE 'X'.
           05  WS-WR-MAKER-ID          PIC X(32).
           05  WS-WR-CHECKER-ID        PIC X(32).
           05  WS-WR-DECISION-REASON   PIC X(64).
           05  WS-WR-HIT-ID            PIC 9(18) COMP-5.
           05  WS-WR-TX-ID             PIC 9(18) COMP-5.
           05  WS-WR-MSG-ID            PIC X(35).
           05  WS-WR-STATUS-CODE       PIC X(4).
           05  WS-WR-REJECT-REASON     PIC X(4).
           05  WS-WR-REVERSAL-TX-ID    PIC 9(18) COMP-5.
           05  WS-WR-RUN-ID            PIC X(64).
           05  WS-WR-CREATED-TS-UTC    PIC X(26).
           05  WS-WR-RELEASED-TS-UTC   PIC X(26).
           05  WS-WR-SENT-TS-UTC       PIC X(26).
           05  WS-WR-STATUS-TS-UTC     PIC X(26).

      * Debit card record layout (dbo.Cards), keyed by CARD_ID.
      * STATUS 'I' issued awaiting activation, 'A' active, 'B'
      * blocked (BLOCK_REASON; ACCOUNT CLOSED when ACCOUNT_MASTER
      * closed the account), 'H' hot-carded lost or stolen, 'R'
      * replaced by the card whose REPLACES_CARD_ID names it.
      * EXPIRY_MONTH is YYYY-MM. EMBOSS_STATUS 'P' awaits the
      * embosser file, 'S' sent on file EMBOSS_FILE_SEQ
       01  WS-CARD-REC.
           05  WS-CRD-CARD-ID          PIC 9(18) COMP-5.
           05  WS-CRD-CARD-NUMBER      PIC X(16).
           05  WS-CRD-ACC-ID           PIC X(32).
           05  WS-CRD-CUSTOMER-ID      PIC X(32).
           05  WS-CRD-CARDHOLDER-NAME  PIC X(26).
           05  WS-CRD-EXPIRY-MONTH     PIC X(7).
           05  WS-CRD-STATUS           PIC X(1).
               88  WS-CRD-ISSUED       VALUE 'I'.
               88  WS-CRD-ACTIVE       VALUE 'A'.
               88  WS-CRD-BLOCKED      VALUE 'B'.
               88  WS-CRD-HOT-CARDED   VALUE 'H'.
               88  WS-CRD-REPLACED     VALUE 'R'.
           05  WS-CRD-BLOCK-REASON     PIC X(64).
           05  WS-CRD-REPLACES-CARD-ID PIC 9(18) COMP-5.
           05  WS-CRD-EMBOSS-STATUS    PIC X(1).
               88  WS-CRD-EMBOSS-PENDING VALUE 'P'.
               88  WS-CRD-EMBOSS-SENT  VALUE 'S'.
           05  WS-CRD-EMBOSS-FILE-SEQ  PIC 9(12).
           05  WS-CRD-ISSUED-DATE      PIC X(10).
           05  WS-CRD-ACTIVATED-TS-UTC PIC X(26).
           05  WS-CRD-STATUS-TS-UTC    PIC X(26).
           05  WS-CRD-OFFICER-ID       PIC X(32).
           05  WS-CRD-RUN-ID           PIC X(64).

      * Card lifecycle event record layout (dbo.CardEvents) - one
      * row per status change, kept permanently. ACTION is ISSUE,
      * ACTIVATE, BLOCK, HOTCARD, REPLACE, REISSUE or RETIRE
       01  WS-CARD-EVENT-REC.
           05  WS-CEV-CARD-ID          PIC 9(18) COMP-5.
           05  WS-CEV-ACTION           PIC X(8).
           05  WS-CEV-OLD-STATUS       PIC X(1).
           05  WS-CEV-NEW-STATUS       PIC X(1).
           05  WS-CEV-REASON           PIC X(64).
           05  WS-CEV-OFFICER-ID       PIC X(32).
           05  WS-CEV-RUN-ID           PIC X(64).
           05  WS-CEV-TS-UTC           PIC X(26).

      * Officer approval authority record layout
      * (dbo.OfficerAuthority, maintained by OFFICER_AUTH_MAINT).
      * One row per grant, never updated: the latest-effective row
      * for an officer, action class and currency is the authority
      * in force. STATUS 'A' grants up to MAX_AMOUNT, 'V' revokes.
      * Action classes: OD-LIMIT, STOP-PAY, FRAUD-RELEASE,
      * SANCTION-CLEAR, SAR-NOFILE and ACCT-<action> (ACCT-OPEN,
      * ACCT-CLOSE, ...);
      * non-monetary classes are granted in currency XXX
       01  WS-OFFICER-AUTHORITY-REC.
           05  WS-OFA-AUTHORITY-ID     PIC 9(18) COMP-5.
           05  WS-OFA-OFFICER-ID       PIC X(32).
           05  WS-OFA-ACTION-CLASS     PIC X(16).
           05  WS-OFA-CURRENCY         PIC X(3).
           05  WS-OFA-MAX-AMOUNT       PIC S9(16)V99 COMP-3.
           05  WS-OFA-STATUS           PIC X(1).
               88  WS-OFA-GRANTED      VALUE 'A'.
               88  WS-OFA-REVOKED      VALUE 'V'.
           05  WS-OFA-EFF-FROM-DATE    PIC X(10).
           05  WS-OFA-EFF-TO-DATE      PIC X(10).
           05  WS-OFA-GRANTED-BY       PIC X(32).
           05  WS-OFA-LOADED-TS-UTC    PIC X(26).

      * Officer decision record layout (dbo.OfficerDecisions) - one
      * row per authority-checked decision, kept permanently.
      * OUTCOME 'A' = applied within authority, 'E' = refused and
      * escalated; an escalation stays ESCALATION_STATUS 'O' until
      * an in-authority decision on the same PROGRAM/REFERENCE
      * clears it ('C'). AUTHORITY_AMOUNT is NULL when no grant was
      * in force
       01  WS-OFFICER-DECISION-REC.
           05  WS-ODC-DECISION-ID      PIC 9(18) COMP-5.
           05  WS-ODC-PROGRAM          PIC X(32).
           05  WS-ODC-ACTION-CLASS     PIC X(16).
           05  WS-ODC-REFERENCE        PIC X(64).
           05  WS-ODC-OFFICER-ID       PIC X(32).
           05  WS-ODC-CURRENCY         PIC X(3).
           05  WS-ODC-AMOUNT           PIC S9(16)V99 COMP-3.
           05  WS-ODC-AUTHORITY-AMOUNT PIC S9(16)V99 COMP-3.
           05  WS-ODC-OUTCOME          PIC X(1).
               88  WS-ODC-APPLIED      VALUE 'A'.
               88  WS-ODC-ESCALATED    VALUE 'E'.
           05  WS-ODC-ESCALATION-STATUS PIC X(1).
               88  WS-ODC-ESCALATION-OPEN VALUE 'O'.
               88  WS-ODC-ESCALATION-CLEARED VALUE 'C'.
           05  WS-ODC-ESCALATION-REASON PIC X(80).
           05  WS-ODC-CLEARED-BY-OFFICER-ID PIC X(32).
           05  WS-ODC-CLEARED-TS-UTC   PIC X(26).
           05  WS-ODC-BUS-DATE         PIC X(10).
           05  WS-ODC-RUN-ID           PIC X(64).
           05  WS-ODC-DECIDED-TS-UTC   PIC X(26).

      * Privacy action log record layout (dbo.PrivacyActionLog,
      * written by PRIVACY_REQUEST). One row per customer data
      * access extract ('ACCESS', ROWS_AFFECTED = rows reported) and
      * per customer pseudonymized after retention ('ANONYMIZE',
      * FIELDS naming the columns overwritten), kept permanently as
      * the evidence the obligation was met
       01  WS-PRIVACY-ACTION-REC.
           05  WS-PV-ACTION-ID         PIC 9(18) COMP-5.
           05  WS-PV-CUSTOMER-ID       PIC X(32).
           05  WS-PV-ACTION            PIC X(10).
               88  WS-PV-ACCESS        VALUE 'ACCESS'.
               88  WS-PV-ANONYMIZE     VALUE 'ANONYMIZE'.
           05  WS-PV-CLOSED-DATE       PIC X(10).
           05  WS-PV-FIELDS            PIC X(80).
           05  WS-PV-ROWS-AFFECTED     PIC 9(9) COMP-5.
           05  WS-PV-OUTPUT-FILE       PIC X(64).
           05  WS-PV-BUS-DATE          PIC X(10).
           05  WS-PV-RUN-ID            PIC X(64).
           05  WS-PV-TS-UTC            PIC X(26).

      * Fee refund record layout (dbo.FeeRefunds, written by
      * FEE_REFUND). One row per refund granted against an assessed
      * fee - the fee's dbo.FeeAssessmentLog row and FEE transaction,
      * the REVERSAL raised to refund it, and the customer, branch,
      * officer and reason code the annual allowance and the monthly
      * refund report are measured by. A fee is refunded at most
      * once
       01  WS-FEE-REFUND-REC.
           05  WS-FR-REFUND-ID         PIC 9(18) COMP-5.
           05  WS-FR-LOG-ID            PIC 9(18) COMP-5.
           05  WS-FR-FEE-TX-ID         PIC 9(18) COMP-5.
           05  WS-FR-REFUND-TX-ID      PIC 9(18) COMP-5.
           05  WS-FR-ACC-ID            PIC X(32).
           05  WS-FR-CUSTOMER-ID       PIC X(32).
           05  WS-FR-CURRENCY          PIC X(3).
           05  WS-FR-BRANCH-ID         PIC X(8).
           05  WS-FR-FEE-TYPE          PIC X(24).
           05  WS-FR-AMOUNT-REFUNDED   PIC S9(16)V99 COMP-3.
           05  WS-FR-OFFICER-ID        PIC X(32).
           05  WS-FR-REASON-CODE       PIC X(8).
           05  WS-FR-REFUND-DATE       PIC X(10).
           05  WS-FR-RUN-ID            PIC X(64).
           05  WS-FR-TS-UTC            PIC X(26).

      * CRM change-feed batch register record layout
      * (dbo.CrmFeedBatches, maintained by CRM_FEED). One row per
      * feed file sent: the master-history window it covers
      * (FROM_WATERMARK_UTC exclusive, TO_WATERMARK_UTC inclusive)
      * and the trailer's control counts. STATUS 'S' = sent, 'A' =
      * accepted by the CRM (the 'CRM_FEED' watermark on
      * dbo.ReplicationWatermark has advanced to TO_WATERMARK_UTC),
      * 'R' = rejected (the watermark stays, so the next file sends
      * the window again)
       01  WS-CRM-FEED-BATCH-REC.
           05  WS-CF-BATCH-ID          PIC X(32).
           05  WS-CF-BUSINESS-DATE     PIC X(10).
           05  WS-CF-FILE-NAME         PIC X(256).
           05  WS-CF-LOAD-TYPE         PIC X(5).
               88  WS-CF-FULL-LOAD     VALUE 'FULL'.
               88  WS-CF-DELTA-LOAD    VALUE 'DELTA'.
           05  WS-CF-FROM-WATERMARK    PIC X(32).
           05  WS-CF-TO-WATERMARK      PIC X(32).
           05  WS-CF-CUSTOMER-ROWS     PIC 9(9) COMP-5.
           05  WS-CF-ACCOUNT-ROWS      PIC 9(9) COMP-5.
           05  WS-CF-HOLDER-ROWS       PIC 9(9) COMP-5.
           05  WS-CF-HOUSEHOLD-ROWS    PIC 9(9) COMP-5.
           05  WS-CF-TOTAL-ROWS        PIC 9(9) COMP-5.
           05  WS-CF-STATUS            PIC X(1).
               88  WS-CF-SENT          VALUE 'S'.
               88  WS-CF-ACCEPTED      VALUE 'A'.
               88  WS-CF-REJECTED      VALUE 'R'.
           05  WS-CF-RUN-ID            PIC X(64).
           05  WS-CF-SENT-TS-UTC       PIC X(26).
           05  WS-CF-ACK-RUN-ID        PIC X(64).
           05  WS-CF-ACK-TS-UTC        PIC X(26).
           05  WS-CF-ACK-MESSAGE       PIC X(128).

      * CRM household membership as sent record layout
      * (dbo.CrmFeedHouseholdSent). dbo.HouseholdMembers is replaced
      * in full on every refresh, so CRM_FEED keeps the membership
      * each batch was built from; the next file's household rows
      * are the difference from the last accepted batch's set
       01  WS-CRM-HH-SENT-REC.
           05  WS-CH-BATCH-ID          PIC X(32).
           05  WS-CH-HOUSEHOLD-ID      PIC X(32).
           05  WS-CH-CUSTOMER-ID       PIC X(32).

      * Account-opening bonus campaign record layout
      * (dbo.BonusCampaigns, loaded by CAMPAIGN_MAINT). An account of
      * ACC_TYPE opened between OPEN_FROM_DATE and OPEN_TO_DATE is
      * enrolled; it qualifies within QUAL_WINDOW_DAYS of opening by
      * QUAL_TYPE 'ACHCREDIT' (QUAL_COUNT incoming ACH credits of at
      * least QUAL_MIN_AMOUNT each) or 'BALANCE' (an end-of-day
      * balance of at least QUAL_MIN_AMOUNT held QUAL_COUNT
      * consecutive days). BONUS_AMOUNT is paid once as INTEREST;
      * REFERRAL_BONUS to the referring account, if one is named.
      * Closing within CLAWBACK_DAYS of opening claws the bonus back
       01  WS-BONUS-CAMPAIGN-REC.
           05  WS-BN-CAMPAIGN-ID       PIC X(16).
           05  WS-BN-ACC-TYPE          PIC X(16).
           05  WS-BN-OPEN-FROM-DATE    PIC X(10).
           05  WS-BN-OPEN-TO-DATE      PIC X(10).
           05  WS-BN-QUAL-TYPE         PIC X(10).
               88  WS-BN-QUAL-ACH      VALUE 'ACHCREDIT'.
               88  WS-BN-QUAL-BALANCE  VALUE 'BALANCE'.
           05  WS-BN-QUAL-COUNT        PIC 9(5) COMP-5.
           05  WS-BN-QUAL-MIN-AMOUNT   PIC S9(13)V99 COMP-3.
           05  WS-BN-QUAL-WINDOW-DAYS  PIC 9(5) COMP-5.
           05  WS-BN-BONUS-AMOUNT      PIC S9(13)V99 COMP-3.
           05  WS-BN-CURRENCY          PIC X(3).
           05  WS-BN-CLAWBACK-DAYS     PIC 9(5) COMP-5.
           05  WS-BN-REFERRAL-BONUS    PIC S9(13)V99 COMP-3.
           05  WS-BN-LOADED-TS-UTC     PIC X(26).

      * Bonus campaign enrollment record layout
      * (dbo.BonusEnrollments, maintained by BONUS_PAYOUT - one row
      * per account, so a bonus is paid at most once). STATUS 'P' =
      * pending qualification, 'Q' = qualified and paid, 'X' =
      * expired (window passed or account closed unqualified), 'C' =
      * clawed back on a close inside the clawback window (by
      * ACCOUNT_MASTER; CLAWBACK_AMOUNT is what the closing balance
      * could cover)
       01  WS-BONUS-ENROLLMENT-REC.
           05  WS-BE-ACC-ID            PIC X(32).
           05  WS-BE-CAMPAIGN-ID       PIC X(16).
           05  WS-BE-BRANCH-ID         PIC X(8).
           05  WS-BE-OPEN-DATE         PIC X(10).
           05  WS-BE-REFERRER-ACC-ID   PIC X(32).
           05  WS-BE-STATUS            PIC X(1).
               88  WS-BE-PENDING       VALUE 'P'.
               88  WS-BE-PAID          VALUE 'Q'.
               88  WS-BE-EXPIRED       VALUE 'X'.
               88  WS-BE-CLAWED-BACK   VALUE 'C'.
           05  WS-BE-QUALIFIED-DATE    PIC X(10).
           05  WS-BE-BONUS-PAID        PIC S9(13)V99 COMP-3.
           05  WS-BE-REFERRAL-PAID     PIC S9(13)V99 COMP-3.
           05  WS-BE-CLAWBACK-AMOUNT   PIC S9(13)V99 COMP-3.
           05  WS-BE-PAY-RUN-ID        PIC X(64).
           05  WS-BE-ENROLLED-TS-UTC   PIC X(26).
           05  WS-BE-PAID-TS-UTC       PIC X(26).
           05  WS-BE-CLAWBACK-TS-UTC   PIC X(26).

      * Safe deposit box inventory record layout
      * (dbo.SafeDepositBoxes, maintained by SDB_MAINT and billed by
      * SDB_BILLING). One row per box per branch. STATUS 'A' =
      * available, 'R' = rented, 'L' = on the drilling list (rent
      * unpaid past the legal waiting period), 'K' = drilled, contents
      * held in the vault under INVENTORY_REF, 'X' = out of service.
      * RENT_DUE_DATE is the next annual rent date; RENT_TX_ID is the
      * rent FEE raised for it and not yet settled. NOTICE_LEVEL is the
      * last delinquency notice sent (0 none, 1 past due, 2 final).
      * CONTENTS_STATE on a drilled box: 'H' held, 'C' claimed by the
      * renter, 'E' reported for escheatment
       01  WS-SAFE-DEPOSIT-BOX-REC.
           05  WS-SB-BOX-ID            PIC X(16).
           05  WS-SB-BRANCH-ID         PIC X(8).
           05  WS-SB-BOX-NUMBER        PIC X(8).
           05  WS-SB-BOX-SIZE          PIC X(8).
           05  WS-SB-STATUS            PIC X(1).
               88  WS-SB-AVAILABLE     VALUE 'A'.
               88  WS-SB-RENTED        VALUE 'R'.
               88  WS-SB-DRILL-LISTED  VALUE 'L'.
               88  WS-SB-DRILLED       VALUE 'K'.
               88  WS-SB-OUT-OF-SERVICE
                                       VALUE 'X'.
           05  WS-SB-CUSTOMER-ID       PIC X(32).
           05  WS-SB-CO-RENTER-ID      PIC X(32).
           05  WS-SB-RENT-ACC-ID       PIC X(32).
           05  WS-SB-RENT-DUE-DATE     PIC X(10).
           05  WS-SB-RENT-PAID-THRU    PIC X(10).
           05  WS-SB-RENT-TX-ID        PIC 9(18) COMP-5.
           05  WS-SB-RENT-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-SB-RENT-CURRENCY     PIC X(3).
           05  WS-SB-NOTICE-LEVEL      PIC 9(1).
           05  WS-SB-DRILL-LISTED-DATE PIC X(10).
           05  WS-SB-DRILLED-DATE      PIC X(10).
           05  WS-SB-INVENTORY-REF     PIC X(32).
           05  WS-SB-CONTENTS-STATE    PIC X(1).
               88  WS-SB-CONTENTS-HELD VALUE 'H'.
               88  WS-SB-CONTENTS-CLAIMED
                                       VALUE 'C'.
               88  WS-SB-CONTENTS-ESCHEATED
                                       VALUE 'E'.
           05  WS-SB-RUN-ID            PIC X(64).
           05  WS-SB-UPDATED-TS-UTC    PIC X(26).

      * Safe deposit box annual rent price record layout
      * (dbo.SafeDepositBoxPrices, loaded by SDB_PRICE_MAINT) -
      * effective-dated annual rent per BOX_SIZE and currency, priced
      * on the rent due date
       01  WS-SDB-PRICE-REC.
           05  WS-SP-BOX-SIZE          PIC X(8).
           05  WS-SP-CURRENCY          PIC X(3).
           05  WS-SP-ANNUAL-RENT       PIC S9(7)V99 COMP-3.
           05  WS-SP-EFF-FROM-DATE     PIC X(10).
           05  WS-SP-EFF-TO-DATE       PIC X(10).
           05  WS-SP-LOADED-TS-UTC     PIC X(26).

      * Safe deposit box event record layout
      * (dbo.SafeDepositBoxEvents) - audit of every box status change,
      * whether from branch maintenance or the nightly billing run
       01  WS-SDB-EVENT-REC.
           05  WS-SE-BOX-ID            PIC X(16).
           05  WS-SE-ACTION            PIC X(10).
           05  WS-SE-OLD-STATUS        PIC X(1).
           05  WS-SE-NEW-STATUS        PIC X(1).
           05  WS-SE-CUSTOMER-ID       PIC X(32).
           05  WS-SE-REFERENCE         PIC X(64).
           05  WS-SE-OFFICER-ID        PIC X(32).
           05  WS-SE-RUN-ID            PIC X(64).
           05  WS-SE-TS-UTC            PIC X(26).

      * CSV parsing working storage
       01  WS-CSV-BUFFER               PIC X(512).
       01  WS-CSV-FIELD-COUNT          PIC 9(2) COMP-5.
