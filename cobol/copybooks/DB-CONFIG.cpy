                                        VALUE 'HOUSE-FX-REVAL-PL'.
           05  WS-CONTRA-ACC-LOAN-INT  PIC X(32)
                                        VALUE 'HOUSE-LOANINT-INC'.
           05  WS-CONTRA-ACC-WIRE      PIC X(32)
                                        VALUE 'HOUSE-WIRE-CLEARING'.
           05  WS-CONTRA-ACC-LATE-CHG  PIC X(32)
                                        VALUE 'HOUSE-LATECHG-INC'.
           05  WS-CONTRA-ACC-ALLOWANCE PIC X(32)
                                        VALUE 'HOUSE-LOAN-ALLOWANCE'.
           05  WS-CONTRA-ACC-RECOVERY  PIC X(32)
                                        VALUE 'HOUSE-LOAN-RECOVERY'.
           05  WS-CONTRA-ACC-DEP-LOSS  PIC X(32)
                                        VALUE 'HOUSE-DEP-OD-LOSS'.
           05  WS-CONTRA-ACC-DEP-RECOVERY PIC X(32)
                                        VALUE 'HOUSE-DEP-OD-RECOVERY'.
           05  WS-CONTRA-ACC-SUSPENSE  PIC X(32)
                                        VALUE 'HOUSE-SUSPENSE'.
           05  WS-CONTRA-ACC-SUSP-WRITEOFF PIC X(32)
                                        VALUE 'HOUSE-SUSPENSE-WRITEOFF'.
           05  WS-CONTRA-ACC-BRANCH-CASH PIC X(32)
                                        VALUE 'HOUSE-BRANCH-CASH'.
           05  WS-CONTRA-ACC-CASH-OVER-SHORT PIC X(32)
                                        VALUE 'HOUSE-CASH-OVER-SHORT'.

      * Spread taken on cross-currency transfer conversion, in basis
      * points off the effective dbo.FxRates cross rate; the spread
      * originating DFI on every outbound origination batch
       01  WS-ACH-ORIGIN-ROUTING       PIC X(9) VALUE '091000019'.

      * Channel stamped on the unposted rows ACH_RECEIVE raises from
      * the network's inbound receipt file
       01  WS-ACH-RECEIVE-CHANNEL      PIC X(16) VALUE 'ACH'.

      * Reporting base currency for multi-currency FX conversion
       01  WS-BASE-CURRENCY            PIC X(3) VALUE 'USD'.

       01  WS-NSF-FEE-AMOUNT           PIC S9(5)V99 COMP-3
                                        VALUE 30.00.

      * Fee charged instead of the NSF fee when POST_LEDGER covers a
      * shortfall by transferring from the account's enrolled
      * overdraft protection account
       01  WS-OD-PROTECT-FEE-AMOUNT    PIC S9(5)V99 COMP-3
                                        VALUE 10.00.

      * Intra-account posting order policy applied by POST_LEDGER
      * within each account per cycle: CRFIRST posts credits first,
      * then debits smallest-first, so same-cycle funds availability
           88  POSTING-ORDER-CRFIRST   VALUE 'CRFIRST'.
           88  POSTING-ORDER-TXID      VALUE 'TXID'.

      * Time of day (UTC, HH:MM:SS, as dbo.BatchRunControl records
      * it) by which the BANKBAT chain must have finished - online
      * banking opens on the night's balances then. BATCH_SLA
      * projects each night's finish against the first occurrence
      * of this time after the chain starts. Overridable at run
      * time from BANK_BATCH_SLA_DEADLINE
       01  WS-BATCH-SLA-DEADLINE       PIC X(8) VALUE '10:00:00'.

      * Hours a fraud-review item may sit pending before the
      * analytics report flags it past SLA by name
       01  WS-FRAUD-SLA-HOURS          PIC 9(3) COMP-5 VALUE 48.
       01  WS-CTR-THRESHOLD            PIC S9(16)V99 COMP-3
                                        VALUE 10000.00.

      * Cash structuring detection (STRUCTURING_SCAN). A cash item
      * "just below" the CTR threshold is one of at least
      * WS-STRUCT-BAND-PCT of it; STRUCT-MIN-ITEMS such items by one
      * customer inside the rolling STRUCT-WINDOW-DAYS window, or
      * one day's sub-threshold cash split across at least
      * STRUCT-MIN-BRANCHES branches and adding up to the band,
      * opens a suspicious-activity case. A case must be filed or
      * closed within SAR-FILING-DAYS calendar days of detection
       01  WS-STRUCT-WINDOW-DAYS       PIC 9(5) COMP-5 VALUE 10.
       01  WS-STRUCT-BAND-PCT          PIC 9V99 VALUE 0.90.
       01  WS-STRUCT-MIN-ITEMS         PIC 9(5) COMP-5 VALUE 3.
       01  WS-STRUCT-MIN-BRANCHES      PIC 9(5) COMP-5 VALUE 2.
       01  WS-SAR-FILING-DAYS          PIC 9(5) COMP-5 VALUE 30.
       01  WS-SAR-DUE-SOON-DAYS        PIC 9(5) COMP-5 VALUE 7.

      * Deposit insurance standard maximum per depositor per
      * ownership category, in the base currency; a trust owner is
      * covered once per distinct beneficiary up to the cap
       01  WS-DI-COVERAGE-LIMIT        PIC S9(16)V99 COMP-3
                                        VALUE 250000.00.
       01  WS-DI-MAX-BENEFICIARIES     PIC 9(3) COMP-5 VALUE 5.

      * Customer risk rating (KYC_REVIEW). Points per risk factor
      * found over the look-back window; the summed score rates the
      * customer HIGH or MEDIUM at the thresholds, LOW below them.
      * A confirmed watchlist hit alone rates HIGH. Each rating
      * carries its periodic review cycle in months, counted from
      * the last reviewer sign-off (or the first rating)
       01  WS-KYC-LOOKBACK-DAYS        PIC 9(5) COMP-5 VALUE 90.
       01  WS-KYC-MANY-ACCOUNTS        PIC 9(5) COMP-5 VALUE 5.
       01  WS-KYC-PTS-CASH-PRODUCT     PIC 9(3) COMP-5 VALUE 10.
       01  WS-KYC-PTS-MANY-ACCOUNTS    PIC 9(3) COMP-5 VALUE 5.
       01  WS-KYC-PTS-CTR-DAY          PIC 9(3) COMP-5 VALUE 25.
       01  WS-KYC-PTS-WATCH-PENDING    PIC 9(3) COMP-5 VALUE 40.
       01  WS-KYC-PTS-WATCH-TRUE       PIC 9(3) COMP-5 VALUE 100.
       01  WS-KYC-PTS-FRAUD            PIC 9(3) COMP-5 VALUE 30.
       01  WS-KYC-PTS-NO-TAX-ID        PIC 9(3) COMP-5 VALUE 20.
       01  WS-KYC-PTS-NO-BIRTH-DATE    PIC 9(3) COMP-5 VALUE 15.
       01  WS-KYC-MEDIUM-SCORE         PIC 9(3) COMP-5 VALUE 25.
       01  WS-KYC-HIGH-SCORE           PIC 9(3) COMP-5 VALUE 50.
       01  WS-KYC-CYCLE-MONTHS-LOW     PIC 9(3) COMP-5 VALUE 36.
       01  WS-KYC-CYCLE-MONTHS-MEDIUM  PIC 9(3) COMP-5 VALUE 24.
       01  WS-KYC-CYCLE-MONTHS-HIGH    PIC 9(3) COMP-5 VALUE 12.

      * Account analysis (ACCT_ANALYSIS). The earnings credit is
      * figured on the period's average collected balance at the
      * ECR loaded on dbo.AnalysisUnitPrices, over this day basis.
      * Credit beyond the period's service charges is not carried
      * forward or paid out
       01  WS-AA-ECR-DAY-BASIS         PIC 9(3) COMP-5 VALUE 360.

      * Monthly profitability (PROFITABILITY). Each account's
      * average balance is funds-transfer priced at the point on
      * dbo.FtpRateCurve (loaded by FTP_CURVE_MAINT) matching its
      * term - the loan's or CD's TERM_MONTHS, or this assumed
      * tenor for non-maturity accounts - over this day basis. The
      * least profitable relationships are ranked down to the limit
       01  WS-PF-FTP-DAY-BASIS         PIC 9(3) COMP-5 VALUE 365.
       01  WS-PF-NONMAT-TERM-MONTHS    PIC 9(3) COMP-5 VALUE 0.
       01  WS-PF-RANK-LIMIT            PIC 9(5) COMP-5 VALUE 50.

      * Minimum combined annual interest below which a customer is
      * not reported on the tax extract
       01  WS-TAX-MIN-REPORTABLE       PIC S9(5)V99 COMP-3
                                        VALUE 10.00.

      * Minimum interest paid on a loan in the tax year below which
      * LOAN_TAX_EXTRACT files no mortgage-interest statement for it
       01  WS-LOAN-TAX-MIN-REPORTABLE  PIC S9(5)V99 COMP-3
                                        VALUE 600.00.

      * Escheatment policy: days of continuous dormancy before the
      * statutory owner-notification warning, and before the balance
      * is remitted to the state through the escheatment contra
       01  WS-CD-PENALTY-PCT           PIC 9(3)V99 COMP-3
                                        VALUE 2.00.

      * Garnishment / tax levy policy applied by LEGAL_ORDERS: the
      * calendar days after service before restrained funds are
      * remitted to the creditor (rolled to the next business day),
      * the lookback window over which federal benefit deposits are
      * protected from restraint, and the narrative tag the benefit
      * payments carry on dbo.Transactions
       01  WS-LEGAL-ANSWER-DAYS        PIC 9(3) COMP-5 VALUE 20.
       01  WS-BENEFIT-LOOKBACK-DAYS    PIC 9(3) COMP-5 VALUE 60.
       01  WS-BENEFIT-NARRATIVE-TAG    PIC X(16) VALUE 'FED BENEFIT'.

      * Consumer dispute (error resolution) policy applied by
      * DISPUTE_CASE: business days from the customer's notice to
      * the provisional-credit deadline, calendar days to the final
      * investigation deadline, business days of notice the customer
      * is given before a provisional credit is reversed, and the
      * business days ahead of a deadline a case is reported nearing
       01  WS-DISPUTE-PROVISIONAL-DAYS PIC 9(3) COMP-5 VALUE 10.
       01  WS-DISPUTE-FINAL-DAYS       PIC 9(3) COMP-5 VALUE 45.
       01  WS-DISPUTE-REVERSAL-DAYS    PIC 9(3) COMP-5 VALUE 5.
       01  WS-DISPUTE-WARN-DAYS        PIC 9(3) COMP-5 VALUE 3.

      * Commercial positive pay: business days the customer has to
      * decide a positive-pay exception (pay or return) before the
      * cutoff, and the decision applied to one left undecided
       01  WS-POSPAY-DECISION-DAYS     PIC 9(3) COMP-5 VALUE 1.
       01  WS-POSPAY-DEFAULT-DECISION  PIC X(6) VALUE 'RETURN'.
           88  POSPAY-DEFAULT-PAY      VALUE 'PAY'.
           88  POSPAY-DEFAULT-RETURN   VALUE 'RETURN'.

      * Funds availability: the inbound-file channel whose DEPOSITs
      * are deposited checks and so draw an availability hold on
      * their uncollected portion (schedule in
      * dbo.AvailabilitySchedule)
       01  WS-CHECK-DEPOSIT-CHANNEL    PIC X(16) VALUE 'CHECK'.

      * Overdraft opt-in: the channels whose debits may only be paid
      * into overdraft (and draw an overdraft fee) on an account
      * that has opted in - ATM withdrawals and one-time debit card
      * items. Recurring card payments arrive as CARD-RECUR and are
      * not covered
       01  WS-OPTIN-ATM-CHANNEL        PIC X(16) VALUE 'ATM'.
       01  WS-OPTIN-CARD-CHANNEL       PIC X(16) VALUE 'CARD'.

      * Outbound wires: our BIC as debtor agent and instructing
      * agent on every pacs.008 credit transfer, and the BIC of the
      * correspondent that settles them for us (instructed agent)
       01  WS-WIRE-ORIGIN-BIC          PIC X(11) VALUE 'CBLRUS33XXX'.
       01  WS-WIRE-ORIGIN-NAME         PIC X(35)
                                        VALUE 'COBOL BANKING'.
       01  WS-WIRE-CORRESPONDENT-BIC   PIC X(11) VALUE 'CORRUS33XXX'.

      * Loan credit quality: days past due (dbo.LoanMaster
      * DELINQ_DAYS) at which LOAN_CHARGEOFF places a loan on
      * non-accrual, and at which it charges the remaining principal
      * off to the allowance for loan losses
       01  WS-LOAN-NONACCRUAL-DAYS     PIC 9(5) COMP-5 VALUE 90.
       01  WS-LOAN-CHARGEOFF-DAYS      PIC 9(5) COMP-5 VALUE 120.

      * Chronically overdrawn deposit accounts: days continuously
      * overdrawn at which OD_CHARGEOFF sends the customer its first
      * and second notices, blocks new debits, and charges the
      * negative balance off to the deposit overdraft loss GL
       01  WS-OD-NOTICE-DAYS-1         PIC 9(5) COMP-5 VALUE 15.
       01  WS-OD-NOTICE-DAYS-2         PIC 9(5) COMP-5 VALUE 30.
       01  WS-OD-BLOCK-DAYS            PIC 9(5) COMP-5 VALUE 45.
       01  WS-OD-CHARGEOFF-DAYS        PIC 9(5) COMP-5 VALUE 60.

      * Unpostable items: POST_LEDGER parks a deposit or withdrawal
      * whose account is unknown or closed on HOUSE-SUSPENSE under
      * the suspense liability GL; SUSPENSE_MAINT clears items
      * written off to the suspense loss GL. Open items older than
      * the aged threshold are flagged by CONTROL_TOTALS
       01  WS-SUSPENSE-GL-CODE         PIC X(6)  VALUE '280000'.
       01  WS-SUSPENSE-WRITEOFF-GL-CODE PIC X(6) VALUE '595000'.
       01  WS-SUSPENSE-AGED-DAYS       PIC 9(5) COMP-5 VALUE 30.

      * Teller cash: a drawer's declared count differing from what
      * its journal says it should hold posts, by the drawer's
      * BRANCH_ID, between branch cash on hand and the cash
      * over/short GL - an overage credits it, a shortage debits it
       01  WS-BRANCH-CASH-GL-CODE      PIC X(6)  VALUE '101000'.
       01  WS-CASH-OVER-SHORT-GL-CODE  PIC X(6)  VALUE '596000'.

      * Our member number with the consumer-reporting exchange that
      * receives charged-off deposit accounts
       01  WS-OD-EXCHANGE-MEMBER-ID    PIC X(10) VALUE 'BNK0000001'.

      * Credit bureau (Metro 2) reporting: our furnisher identity as
      * each bureau assigned it, the reporter block of the header
      * record, the Metro 2 account type reported for serviced
      * loans (01 unsecured), and the date our Metro 2 program was
      * certified (MMDDYYYY)
       01  WS-BUREAU-IDENT-NO          PIC X(20) VALUE 'CBLR000001'.
       01  WS-BUREAU-INNOVIS-ID        PIC X(10) VALUE SPACES.
       01  WS-BUREAU-EQUIFAX-ID        PIC X(10) VALUE 'EQCBLR0001'.
       01  WS-BUREAU-EXPERIAN-ID       PIC X(5)  VALUE 'XCBLR'.
       01  WS-BUREAU-TRANSUNION-ID     PIC X(10) VALUE 'TUCBLR0001'.
       01  WS-BUREAU-REPORTER-NAME     PIC X(40)
                                        VALUE 'COBOL BANKING'.
       01  WS-BUREAU-REPORTER-ADDR     PIC X(96)
               VALUE '1 LEDGER PLAZA, NEW YORK, NY 10001'.
       01  WS-BUREAU-REPORTER-PHONE    PIC X(10) VALUE '2125550100'.
       01  WS-BUREAU-ACCOUNT-TYPE      PIC X(2)  VALUE '01'.
       01  WS-BUREAU-PROGRAM-DATE      PIC X(8)  VALUE '10012026'.

      * Debit cards: the issuer BIN every card number CARD_MAINT
      * assigns starts with, the months a new, replacement or
      * reissued card is valid for, and our issuer code on the
      * embosser vendor's file
       01  WS-CARD-BIN                 PIC X(6)  VALUE '445566'.
       01  WS-CARD-VALID-MONTHS        PIC 9(3) COMP-5 VALUE 36.
       01  WS-CARD-EMBOSS-ISSUER-ID    PIC X(10) VALUE 'CBLR000001'.

      * Officer approval authority: a decision at or above this
      * percentage of the officer's authority amount is "near the
      * limit" and listed on OFFICER_AUTH_MAINT's monthly audit
      * report
       01  WS-AUTH-NEAR-LIMIT-PCT      PIC 9(3) COMP-5 VALUE 90.

      * Fee refunds: the goodwill allowance each customer may be
      * refunded in a calendar year, across all their accounts - a
      * count of refunds and a total amount refunded, either of
      * which closes the allowance for the rest of the year. Refunds
      * of fees charged in error (reason BANK-ERR) are not goodwill
      * and do not draw on it
       01  WS-FEE-REFUND-ANNUAL-COUNT  PIC 9(3) COMP-5 VALUE 3.
       01  WS-FEE-REFUND-ANNUAL-AMOUNT PIC S9(7)V99 COMP-3
                                        VALUE 150.00.

      * Personal-data retention: years after a customer is closed
      * before PRIVACY_REQUEST's ANONYMIZE run pseudonymizes them
       01  WS-PRIVACY-RETENTION-YEARS  PIC 9(2) COMP-5 VALUE 7.

      * Nostro reconciliation: how many days apart a correspondent
      * statement line's value date and our ledger entry's value date
      * may be for an equal amount to match on dates alone, when the
      * correspondent has not carried our reference through
       01  WS-NOSTRO-VALUE-DATE-TOL    PIC 9(2) COMP-5 VALUE 2.

      * Safe deposit box delinquency: days after the unpaid rent due
      * date at which SDB_BILLING sends the past-due notice, the final
      * notice, and puts the box on the drilling list (the legal
      * waiting period); then days a drilled box's unclaimed contents
      * are held before ESCHEATMENT reports them
       01  WS-SDB-NOTICE-DAYS-1        PIC 9(5) COMP-5 VALUE 30.
       01  WS-SDB-NOTICE-DAYS-2        PIC 9(5) COMP-5 VALUE 60.
       01  WS-SDB-DRILL-DAYS           PIC 9(5) COMP-5 VALUE 120.
       01  WS-SDB-CONTENTS-ESCHEAT-DAYS
                                       PIC 9(5) COMP-5 VALUE 365.

      * SQLCODE working storage
       01  WS-SQL-STATUS.
           05  WS-SQLCODE              PIC S9(9) COMP-5.
