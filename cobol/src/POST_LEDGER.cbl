      *          each owning a hash range of ACC_ID and coordinated
      *          through dbo.BatchRunControl - the chain's aggregate
      *          POST_LEDGER completion is recorded only when every
      *          partition has finished.
      *          A DEPOSIT or WITHDRAWAL whose account is not on the
      *          master or is closed posts to the suspense account
      *          and is queued on dbo.SuspenseItems; SUSP-CLEAR rows
      *          raised by SUSPENSE_MAINT move an item off suspense
      * Input:   dbo.Transactions table (SQL Server)
      * Output:  dbo.LedgerEntries table (SQL Server)
      *          dbo.PostingAudit table (audit trail)
      *          dbo.SuspenseItems (unpostable items)
      * Lineage: transform_kind=posting
      ******************************************************************
      * LINEAGE: PROGRAM=POST_LEDGER
      *               DEBIT=ABS(AMOUNT), CREDIT=NULL ELSE 
      *               DEBIT=NULL, CREDIT=AMOUNT]
      * LINEAGE: MAP=CURRENCY -> CURRENCY [COPY]
      * LINEAGE: MAP=CHANNEL,CREDIT -> Holds.AMOUNT,AVAILABLE_DATE
      *               [CHECK DEPOSIT: CREDIT - NEXT-DAY AMOUNT HELD
      *               PER dbo.AvailabilitySchedule]
      * LINEAGE: MAP=ACC_ID,AMOUNT -> SuspenseItems.ORIG_ACC_ID,
      *               AMOUNT [ACCOUNT NOT ON MASTER OR CLOSED: LEG
      *               POSTS TO HOUSE-SUSPENSE, POSTED_FLAG='S']
      * LINEAGE: MAP=TX_TS_UTC -> POSTED_TS_UTC [CURRENT_TIMESTAMP]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************
      * outbound batch file ACH_ORIGINATE writes
       01  WS-EXTERNAL-XFER-FLAG       PIC X VALUE 'N'.
           88  EXTERNAL-TRANSFER       VALUE 'Y'.

      * A released wire (WIRE_RELEASE) is a TRANSFER to the wire
      * clearing contra: it settles externally like an ACH item,
      * but its credit leg carries the wire clearing GL code and
      * the outbound pacs.008 file is written from dbo.WireRequests
      * rather than an origination row
       01  WS-WIRE-XFER-FLAG           PIC X VALUE 'N'.
           88  WIRE-TRANSFER           VALUE 'Y'.
       01  WS-WIRE-CLEARING-GL-CODE    PIC X(6) VALUE '140000'.
       01  WS-SANCTION-BLOCKS          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-OD-BLOCK-REJECTS         PIC 9(9) COMP-5 VALUE ZERO.

      * Overdraft protection: shortfall a breaching debit leaves past
      * the limit, what the enrolled protecting account can cover,
      * and that account's running-balance slot
       01  WS-OD-PROTECT-TRANSFERS     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-OD-PROTECT-FEES          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ODP-SHORTFALL            PIC S9(16)V99 COMP-3.
       01  WS-ODP-AVAILABLE            PIC S9(16)V99 COMP-3.
       01  WS-ODP-RUNBAL-IDX           PIC 9(5) COMP-5 VALUE ZERO.
       01  WS-ODP-AMOUNT-DISP          PIC Z(15)9.99.
       01  WS-ODP-COVERED-FLAG         PIC X VALUE 'N'.
           88  OD-PROTECT-COVERED      VALUE 'Y'.

      * Overdraft opt-in: an ATM or one-time debit card debit on an
      * account that has not opted in gets no overdraft headroom and
      * is declined without a fee instead of bouncing
       01  WS-OPTIN-DECLINE-FLAG       PIC X VALUE 'N'.
           88  OPTIN-DECLINE-APPLIES   VALUE 'Y'.
       01  WS-OPTIN-DECLINES           PIC 9(9) COMP-5 VALUE ZERO.

      * Suspense: why the account check refused the item in hand
      * (NO-ACCOUNT or ACCT-CLOSED, spaces for any other refusal) -
      * a refused DEPOSIT or WITHDRAWAL with a reason posts to the
      * suspense account instead of sitting unposted
       01  WS-SUSPENSE-REASON          PIC X(12) VALUE SPACES.
       01  WS-SUSPENSE-POSTED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SUSPENSE-CLEARED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SUS-LEG-STATUS           PIC X VALUE 'N'.
           88  SUS-LEG-INSERT-OK       VALUE 'Y'.

      * Cross-currency transfer support: when the counterparty does
      * not carry the transfer's currency, the credit leg converts
       01  WS-HOLD-CAPTURES            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PARTIAL-CAPTURES         PIC 9(9) COMP-5 VALUE ZERO.

      * Funds availability: a DEPOSIT from the check channel holds
      * its uncollected portion (all but the schedule's next-day
      * amount) on dbo.Holds until the availability business date
      * the dbo.AvailabilitySchedule row in effect gives it
       01  WS-DEPOSIT-HOLDS            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DEP-UNCOLLECTED          PIC S9(16)V99 COMP-3.
       01  WS-DEP-EXTENDED-PART        PIC S9(16)V99 COMP-3.
       01  WS-DEP-STANDARD-PART        PIC S9(16)V99 COMP-3.
       01  WS-DEP-TOTAL-HELD           PIC S9(16)V99 COMP-3.
       01  WS-DEP-HELD-DISPLAY         PIC Z(12)9.99.
       01  WS-DEP-LAST-AVAIL-DATE      PIC X(10).
       01  WS-DEP-EXTENDED-FLAG        PIC X VALUE 'N'.
           88  DEP-EXTENDED-ACCOUNT    VALUE 'Y'.
       01  WS-DAY-COUNT                PIC 9(5) COMP-5.
       01  WS-FROM-YYYYMMDD            PIC 9(8).
       01  WS-DUE-YYYYMMDD             PIC 9(8).
       01  WS-DATE-INTEGER             PIC 9(9) COMP-5.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-HOLD-AMOUNT             PIC S9(16)V99 COMP-3.
       01  SQL-HOLD-EXPIRY-DAYS        PIC S9(4) COMP-5.
       01  SQL-ACTIVE-HOLD-TOTAL       PIC S9(16)V99 COMP-3.
       01  SQL-RESTRAINED-TOTAL        PIC S9(16)V99 COMP-3.
       01  SQL-OWN-RESTRAINED          PIC S9(16)V99 COMP-3.
       01  SQL-PLEDGED-TOTAL           PIC S9(16)V99 COMP-3.
       01  SQL-EFFECTIVE-OD-LIMIT      PIC S9(16)V99 COMP-3.
       01  SQL-VALUE-DATE              PIC X(10).
       01  SQL-BLOCK-SIZE              PIC S9(4) COMP-5.
       01  SQL-STOP-MATCH-CP           PIC X(32).
       01  SQL-STOP-MESSAGE            PIC X(128).
       01  SQL-XFER-CREDIT-ACC         PIC X(32).
       01  SQL-XFER-CREDIT-GL          PIC X(6).
       01  SQL-ACH-ROUTING             PIC X(9).
       01  SQL-ACH-EXT-ACCOUNT         PIC X(17).
       01  SQL-ACH-DUP-COUNT           PIC S9(9) COMP-3.
       01  SQL-SANCTION-COUNT          PIC S9(9) COMP-3.
       01  SQL-OD-BLOCK-COUNT          PIC S9(9) COMP-3.
       01  SQL-PART-COUNT              PIC S9(4) COMP-5.
       01  SQL-PART-INDEX              PIC S9(4) COMP-5.
       01  SQL-PARTS-DONE-COUNT        PIC S9(9) COMP-3.
       01  SQL-SETTLE-HOLD-ID          PIC 9(18) COMP-5.
       01  SQL-SETTLE-HOLD-AMOUNT      PIC S9(16)V99 COMP-3.
       01  SQL-HOLD-REMAINDER          PIC S9(16)V99 COMP-3.
       01  SQL-DEP-CHANNEL             PIC X(16).
       01  SQL-DEP-HOLD-COUNT          PIC S9(9) COMP-3.
       01  SQL-AV-NEXT-DAY-AMOUNT      PIC S9(13)V99 COMP-3.
       01  SQL-AV-STANDARD-DAYS        PIC S9(9) COMP-5.
       01  SQL-AV-EXTENDED-DAYS        PIC S9(9) COMP-5.
       01  SQL-AV-LARGE-AMOUNT         PIC S9(13)V99 COMP-3.
       01  SQL-AV-NEW-ACCOUNT-DAYS     PIC S9(9) COMP-5.
       01  SQL-AV-REPEAT-OD-DAYS       PIC S9(9) COMP-5.
       01  SQL-AV-REPEAT-OD-MONTHS     PIC S9(9) COMP-5.
       01  SQL-AV-MATCH-COUNT          PIC S9(9) COMP-5.
       01  SQL-FROM-DATE               PIC X(10).
       01  SQL-DUE-DATE                PIC X(10).
       01  SQL-CAL-DATE                PIC X(10).
       01  SQL-DAY-COUNT               PIC S9(4) COMP-5.
       01  SQL-CAL-DAYS-FOUND          PIC S9(9) COMP-5.
       01  SQL-DEP-EVENT-REF           PIC X(64).
       01  SQL-DEP-HOLD-MESSAGE        PIC X(128).
       01  SQL-ODP-ACC-ID              PIC X(32).
       01  SQL-ODP-ACC-TYPE            PIC X(16).
       01  SQL-ODP-BRANCH-ID           PIC X(8).
       01  SQL-ODP-WD-COUNT            PIC S9(9) COMP-3.
       01  SQL-ODP-BALANCE             PIC S9(16)V99 COMP-3.
       01  SQL-ODP-RESTRAINED          PIC S9(16)V99 COMP-3.
       01  SQL-ODP-LIMIT               PIC S9(16)V99 COMP-3.
       01  SQL-ODP-EFF-LIMIT           PIC S9(16)V99 COMP-3.
       01  SQL-ODP-AMOUNT              PIC S9(16)V99 COMP-3.
       01  SQL-ODP-TX-AMOUNT           PIC S9(16)V99 COMP-3.
       01  SQL-ODP-TX-ID               PIC 9(18) COMP-5.
       01  SQL-ODP-GL-CODE             PIC X(6).
       01  SQL-ODP-NARRATIVE           PIC X(80).
       01  SQL-ODP-FEE-AMOUNT          PIC S9(16)V99 COMP-3.
       01  SQL-ODP-EVENT-REF           PIC X(64).
       01  SQL-ODP-MESSAGE             PIC X(128).
       01  SQL-TX-CHANNEL              PIC X(16).
       01  SQL-OD-OPT-IN-FLAG          PIC X(1).
       01  SQL-SUS-ACC-ID              PIC X(32).
       01  SQL-SUS-DEST-ACC-ID         PIC X(32).
       01  SQL-SUS-DEBIT               PIC S9(16)V99 COMP-3.
       01  SQL-SUS-CREDIT              PIC S9(16)V99 COMP-3.
       01  SQL-SUS-GL-CODE             PIC X(6).
       01  SQL-SUS-BRANCH-ID           PIC X(8).
       01  SQL-SUS-REASON-CODE         PIC X(12).
       01  SQL-SUS-REASON              PIC X(100).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
       01  SQL-COUNTERPARTY-NULL       PIC S9(4) COMP-5.
       01  SQL-ORIG-COUNTERPARTY-NULL  PIC S9(4) COMP-5.
       01  SQL-ACTIVE-HOLD-TOTAL-NULL  PIC S9(4) COMP-5.
       01  SQL-RESTRAINED-TOTAL-NULL   PIC S9(4) COMP-5.
       01  SQL-OWN-RESTRAINED-NULL     PIC S9(4) COMP-5.
       01  SQL-PLEDGED-TOTAL-NULL      PIC S9(4) COMP-5.
       01  SQL-VALUE-DATE-NULL         PIC S9(4) COMP-5.
       01  SQL-CD-MATURITY-DATE-NULL   PIC S9(4) COMP-5.
       01  SQL-NARRATIVE-NULL          PIC S9(4) COMP-5.
       01  SQL-DEP-CHANNEL-NULL        PIC S9(4) COMP-5.
       01  SQL-DUE-DATE-NULL           PIC S9(4) COMP-5.
       01  SQL-CAL-DATE-NULL           PIC S9(4) COMP-5.
       01  SQL-SUS-DEBIT-NULL          PIC S9(4) COMP-5.
       01  SQL-SUS-CREDIT-NULL         PIC S9(4) COMP-5.
       01  SQL-NULL-IND-ARRAYS.
           05  SQL-BLK-REF-NULL        PIC S9(4) COMP-5
                                        OCCURS 500 TIMES.
               GO TO POST-ONE-TRANSACTION-EXIT
           END-IF.

      *    SUSP-CLEAR moves a suspense item to the destination
      *    SUSPENSE_MAINT resolved it to - its own two-leg posting,
      *    since HOUSE-SUSPENSE is not on the account master
           IF SQL-TX-TYPE = 'SUSP-CLEAR'
               PERFORM POST-SUSPENSE-CLEARING
               GO TO POST-ONE-TRANSACTION-EXIT
           END-IF.

      *    A value date inside a closed accounting period is forced
      *    forward into the current open period before posting, so a
      *    backdated item can never move figures finance has already
               PERFORM CHECK-ACCOUNT-OPEN
           END-IF.

      *    Money that arrived for (or was paid from) an account that
      *    is not on the master or is closed still has to be on the
      *    books - a DEPOSIT or WITHDRAWAL refused for that reason
      *    posts to suspense and waits on dbo.SuspenseItems for
      *    operations to resolve it
           IF SKIP-THIS-POSTING
               IF WS-SUSPENSE-REASON NOT = SPACES
                   AND (SQL-TX-TYPE = 'DEPOSIT'
                        OR SQL-TX-TYPE = 'WITHDRAWAL')
                   PERFORM POST-TO-SUSPENSE
               ELSE
                   ADD 1 TO WS-ERRORS
               END-IF
               GO TO POST-ONE-TRANSACTION-EXIT
           END-IF.

               GO TO POST-ONE-TRANSACTION-EXIT
           END-IF.

      *    A chronically overdrawn account past the debit-block
      *    milestone, or charged off, takes no new debits
           PERFORM CHECK-OVERDRAWN-BLOCK.

           IF SKIP-THIS-POSTING
               GO TO POST-ONE-TRANSACTION-EXIT
           END-IF.

      *    A transfer pair also needs a real, open counterparty -
      *    refuse the pair atomically before either leg is written
           IF TRANSFER-PAIR-POSTING
           END-IF.

      *    Classify the posting against the chart of accounts before
      *    it is written to dbo.LedgerEntries. A REVERSAL of a FEE
      *    refunds fee income, and carries the fee-refund code rather
      *    than the general reversal code
           PERFORM LOOKUP-GL-CODE.
           IF SQL-TX-TYPE = 'REVERSAL'
               AND SQL-ORIG-TX-TYPE = 'FEE'
               PERFORM LOOKUP-FEE-REFUND-GL
           END-IF.

      *    Insert ledger entry
           PERFORM INSERT-LEDGER-ENTRY.
               PERFORM POST-CONTRA-ENTRY
           END-IF.

      *    A deposited check is not fully available the moment it
      *    posts - its uncollected portion is held until the
      *    availability date on the funds availability schedule
           IF LEDGER-INSERT-OK AND SQL-TX-TYPE = 'DEPOSIT'
               AND SQL-CREDIT > 0
               PERFORM PLACE-DEPOSIT-HOLD
           END-IF.

      *    A transfer pair credits the counterparty account as the
      *    linked second leg of the entry
           IF LEDGER-INSERT-OK AND TRANSFER-PAIR-POSTING
      * same acceptance rules as CHECK-ACCOUNT-OPEN
      ******************************************************************
       CHECK-ACCOUNT-OPEN-CACHED SECTION.
           MOVE SPACES TO WS-SUSPENSE-REASON.
           MOVE ZERO TO WS-ACCT-CACHE-MATCH-IDX.
           MOVE 1 TO WS-ACCT-CACHE-SCAN-IDX.
           PERFORM SCAN-ONE-ACCT-CACHE
               UNTIL WS-ACCT-CACHE-SCAN-IDX > WS-ACCT-CACHE-ENTRIES
                  OR WS-ACCT-CACHE-MATCH-IDX NOT = ZERO.

      *    Only a definite answer is cached - a failed lookup is
      *    asked again, so it is never taken for an unknown account
           IF WS-ACCT-CACHE-MATCH-IDX = ZERO
               PERFORM CHECK-ACCOUNT-OPEN
               IF WS-ACCT-CACHE-ENTRIES < WS-ACCT-CACHE-MAX
                   AND (SQLCODE = 0 OR SQLCODE = 100)
                   ADD 1 TO WS-ACCT-CACHE-ENTRIES
                   MOVE SQL-ACC-ID TO WS-ACCT-CACHE-ID
                       (WS-ACCT-CACHE-ENTRIES)
               TO SQL-ACCT-STATUS.
           MOVE WS-ACCT-CACHE-BRANCH (WS-ACCT-CACHE-MATCH-IDX)
               TO SQL-BRANCH-ID.
           IF SQL-ACCT-STATUS = SPACES
               DISPLAY 'ERROR: TX_ID ' SQL-TX-ID
                       ' - ACC_ID not on account master: ' SQL-ACC-ID
               MOVE 'NO-ACCOUNT' TO WS-SUSPENSE-REASON
               MOVE 'Y' TO WS-SKIP-POSTING-FLAG
               GO TO CHECK-ACCOUNT-OPEN-CACHED-EXIT
           END-IF.

           IF SQL-ACCT-STATUS NOT = 'O' AND SQL-ACCT-STATUS NOT = 'P'
               DISPLAY 'ERROR: TX_ID ' SQL-TX-ID
                       ' - Account is not open: ' SQL-ACC-ID
               IF SQL-ACCT-STATUS = 'C'
                   MOVE 'ACCT-CLOSED' TO WS-SUSPENSE-REASON
               END-IF
               MOVE 'Y' TO WS-SKIP-POSTING-FLAG
           END-IF.
       CHECK-ACCOUNT-OPEN-CACHED-EXIT.
      ******************************************************************
       CHECK-ACCOUNT-OPEN SECTION.
           MOVE SPACES TO SQL-ACCT-STATUS.
           MOVE SPACES TO WS-SUSPENSE-REASON.
           MOVE '000' TO SQL-BRANCH-ID.

           EXEC SQL
           IF SQLCODE = 100
               DISPLAY 'ERROR: TX_ID ' SQL-TX-ID
                       ' - ACC_ID not on account master: ' SQL-ACC-ID
               MOVE 'NO-ACCOUNT' TO WS-SUSPENSE-REASON
               MOVE 'Y' TO WS-SKIP-POSTING-FLAG
               GO TO CHECK-ACCOUNT-OPEN-EXIT
           END-IF.
           IF SQL-ACCT-STATUS NOT = 'O' AND SQL-ACCT-STATUS NOT = 'P'
               DISPLAY 'ERROR: TX_ID ' SQL-TX-ID
                       ' - Account is not open: ' SQL-ACC-ID
               IF SQL-ACCT-STATUS = 'C'
                   MOVE 'ACCT-CLOSED' TO WS-SUSPENSE-REASON
               END-IF
               MOVE 'Y' TO WS-SKIP-POSTING-FLAG
           END-IF.
       CHECK-ACCOUNT-OPEN-EXIT.
           EXIT.

      ******************************************************************
      * POST-TO-SUSPENSE: Park a DEPOSIT or WITHDRAWAL refused by the
      * account check on the suspense account - one leg on
      * HOUSE-SUSPENSE under the suspense GL, on the same side the
      * account would have taken, and a dbo.SuspenseItems row giving
      * the reason. The transaction is flagged 'S' so it is not
      * fetched again; SUSPENSE_MAINT's SUSP-CLEAR moves it on.
      * Nothing is kept if any step fails, and the item retries
      ******************************************************************
       POST-TO-SUSPENSE SECTION.
           MOVE WS-SUSPENSE-REASON TO SQL-SUS-REASON-CODE.
           EVALUATE WS-SUSPENSE-REASON
               WHEN 'NO-ACCOUNT'
                   MOVE 'Account not on the account master'
                       TO SQL-SUS-REASON
               WHEN OTHER
                   MOVE 'Account closed' TO SQL-SUS-REASON
           END-EVALUATE.

           MOVE WS-CONTRA-ACC-SUSPENSE TO SQL-SUS-ACC-ID.
           MOVE SQL-DEBIT TO SQL-SUS-DEBIT.
           MOVE SQL-CREDIT TO SQL-SUS-CREDIT.
           MOVE WS-SUSPENSE-GL-CODE TO SQL-SUS-GL-CODE.
           MOVE '000' TO SQL-SUS-BRANCH-ID.
           PERFORM INSERT-SUSPENSE-LEG.

           IF NOT SUS-LEG-INSERT-OK
               MOVE 'Suspense leg insert failed' TO WS-ERR-MESSAGE
               PERFORM FAIL-SUSPENSE-POSTING
               GO TO POST-TO-SUSPENSE-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.SuspenseItems (
                   TX_ID,
                   ORIG_ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TYPE,
                   CHANNEL,
                   REASON_CODE,
                   REASON,
                   SUSPENSE_DATE,
                   STATUS,
                   RUN_ID,
                   TS_UTC
               )
               SELECT TX_ID,
                      ACC_ID,
                      AMOUNT,
                      CURRENCY,
                      TX_TYPE,
                      CHANNEL,
                      :SQL-SUS-REASON-CODE,
                      :SQL-SUS-REASON,
                      :SQL-BUS-DATE,
                      'O',
                      :WS-CURRENT-RUN-ID,
                      SYSUTCDATETIME()
               FROM dbo.Transactions
               WHERE TX_ID = :SQL-TX-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Suspense item insert failed' TO WS-ERR-MESSAGE
               PERFORM FAIL-SUSPENSE-POSTING
               GO TO POST-TO-SUSPENSE-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.Transactions
               SET POSTED_FLAG = 'S'
               WHERE TX_ID = :SQL-TX-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Suspense flag update failed' TO WS-ERR-MESSAGE
               PERFORM FAIL-SUSPENSE-POSTING
               GO TO POST-TO-SUSPENSE-EXIT
           END-IF.

           DISPLAY 'SUSPENSE: TX_ID ' SQL-TX-ID ' posted to '
                   FUNCTION TRIM(WS-CONTRA-ACC-SUSPENSE) ' - '
                   FUNCTION TRIM(WS-SUSPENSE-REASON).
           ADD 1 TO WS-SUSPENSE-POSTED.
       POST-TO-SUSPENSE-EXIT.
           EXIT.

      ******************************************************************
      * POST-SUSPENSE-CLEARING: Post a SUSP-CLEAR raised by
      * SUSPENSE_MAINT. ACC_ID is HOUSE-SUSPENSE and AMOUNT is the
      * movement on it (negative to clear a parked credit);
      * COUNTERPARTY_ACC_ID is where the item goes - a customer
      * account (redirect), an EXT-<routing>-<account> or the ACH
      * clearing contra (return to sender), or the suspense
      * write-off account. Both legs post or neither does
      ******************************************************************
       POST-SUSPENSE-CLEARING SECTION.
           PERFORM CHECK-POSTING-PERIOD.
           PERFORM APPLY-DOUBLE-ENTRY-LOGIC.

           IF SQL-ACC-ID NOT = WS-CONTRA-ACC-SUSPENSE
               OR SQL-COUNTERPARTY-NULL = -1
               DISPLAY 'ERROR: TX_ID ' SQL-TX-ID
                       ' - suspense clearing needs the suspense'
                       ' account and a destination'
               ADD 1 TO WS-ERRORS
               GO TO POST-SUSPENSE-CLEARING-EXIT
           END-IF.

           MOVE 'N' TO WS-EXTERNAL-XFER-FLAG.
           MOVE SQL-COUNTERPARTY-ACC-ID TO SQL-SUS-DEST-ACC-ID.
           MOVE '000' TO SQL-CP-BRANCH-ID.
           PERFORM LOOKUP-GL-CODE.

      *    House destinations need no master check; an external
      *    destination is checked by shape and its leg sits on the
      *    ACH clearing contra until the origination batch settles
           EVALUATE TRUE
               WHEN SQL-COUNTERPARTY-ACC-ID
                       = WS-CONTRA-ACC-SUSP-WRITEOFF
                   MOVE WS-SUSPENSE-WRITEOFF-GL-CODE TO SQL-GL-CODE
               WHEN SQL-COUNTERPARTY-ACC-ID = WS-CONTRA-ACC-ACH
                   CONTINUE
               WHEN SQL-COUNTERPARTY-ACC-ID (1:4) = 'EXT-'
                   PERFORM CHECK-COUNTERPARTY-OPEN
                   MOVE 'Y' TO WS-EXTERNAL-XFER-FLAG
                   MOVE WS-CONTRA-ACC-ACH TO SQL-SUS-DEST-ACC-ID
                   IF SQL-DEBIT = ZERO
                       DISPLAY 'ERROR: TX_ID ' SQL-TX-ID
                               ' - only a parked credit can be sent'
                               ' to an external account'
                       MOVE 'Y' TO WS-SKIP-POSTING-FLAG
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-COUNTERPARTY-OPEN
           END-EVALUATE.

           IF SKIP-THIS-POSTING
               ADD 1 TO WS-ERRORS
               GO TO POST-SUSPENSE-CLEARING-EXIT
           END-IF.

           MOVE SQL-ACC-ID TO SQL-SUS-ACC-ID.
           MOVE SQL-DEBIT TO SQL-SUS-DEBIT.
           MOVE SQL-CREDIT TO SQL-SUS-CREDIT.
           MOVE WS-SUSPENSE-GL-CODE TO SQL-SUS-GL-CODE.
           MOVE '000' TO SQL-SUS-BRANCH-ID.
           PERFORM INSERT-SUSPENSE-LEG.

           IF NOT SUS-LEG-INSERT-OK
               MOVE 'Suspense clearing leg insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM FAIL-SUSPENSE-POSTING
               GO TO POST-SUSPENSE-CLEARING-EXIT
           END-IF.

           MOVE SQL-SUS-DEST-ACC-ID TO SQL-SUS-ACC-ID.
           MOVE SQL-CREDIT TO SQL-SUS-DEBIT.
           MOVE SQL-DEBIT TO SQL-SUS-CREDIT.
           MOVE SQL-GL-CODE TO SQL-SUS-GL-CODE.
           MOVE SQL-CP-BRANCH-ID TO SQL-SUS-BRANCH-ID.
           PERFORM INSERT-SUSPENSE-LEG.

           IF NOT SUS-LEG-INSERT-OK
               MOVE 'Suspense destination leg insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM FAIL-SUSPENSE-POSTING
               GO TO POST-SUSPENSE-CLEARING-EXIT
           END-IF.

      *    Suspense sits under head office - a destination in another
      *    branch gets the due-to/due-from pair so both books foot
           IF SQL-CP-BRANCH-ID NOT = '000'
               MOVE WS-CONTRA-ACC-INTERBRANCH TO SQL-SUS-ACC-ID
               MOVE WS-INTERBRANCH-GL-CODE TO SQL-SUS-GL-CODE
               MOVE SQL-CREDIT TO SQL-SUS-DEBIT
               MOVE SQL-DEBIT TO SQL-SUS-CREDIT
               MOVE '000' TO SQL-SUS-BRANCH-ID
               PERFORM INSERT-SUSPENSE-LEG
               IF SUS-LEG-INSERT-OK
                   MOVE SQL-DEBIT TO SQL-SUS-DEBIT
                   MOVE SQL-CREDIT TO SQL-SUS-CREDIT
                   MOVE SQL-CP-BRANCH-ID TO SQL-SUS-BRANCH-ID
                   PERFORM INSERT-SUSPENSE-LEG
               END-IF
               IF NOT SUS-LEG-INSERT-OK
                   MOVE 'Suspense inter-branch leg insert failed'
                       TO WS-ERR-MESSAGE
                   PERFORM FAIL-SUSPENSE-POSTING
                   GO TO POST-SUSPENSE-CLEARING-EXIT
               END-IF
               ADD 1 TO WS-INTERBRANCH-PAIRS
           END-IF.

           IF EXTERNAL-TRANSFER
               PERFORM RECORD-ACH-ORIGINATION
           END-IF.

           MOVE 'Y' TO WS-LEDGER-INSERT-STATUS.
           MOVE 'Y' TO WS-CONTRA-INSERT-STATUS.
           MOVE 'Y' TO WS-XFER-INSERT-STATUS.
           PERFORM MARK-TRANSACTION-POSTED.
           ADD 1 TO WS-SUSPENSE-CLEARED.
       POST-SUSPENSE-CLEARING-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-SUSPENSE-LEG: Write one leg of a suspense posting for
      * the current TX_ID from the SQL-SUS- fields; the empty side
      * goes in as NULL like every other ledger leg
      ******************************************************************
       INSERT-SUSPENSE-LEG SECTION.
           MOVE 'N' TO WS-SUS-LEG-STATUS.
           MOVE ZERO TO SQL-SUS-DEBIT-NULL.
           MOVE ZERO TO SQL-SUS-CREDIT-NULL.
           IF SQL-SUS-DEBIT = ZERO
               MOVE -1 TO SQL-SUS-DEBIT-NULL
           END-IF.
           IF SQL-SUS-CREDIT = ZERO
               MOVE -1 TO SQL-SUS-CREDIT-NULL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.LedgerEntries (
                   TX_ID, ACC_ID, DEBIT, CREDIT, CURRENCY,
                   POSTED_TS_UTC, GL_CODE, VALUE_DATE, BRANCH_ID,
                   NARRATIVE
               ) VALUES (
                   :SQL-TX-ID, :SQL-SUS-ACC-ID,
                   :SQL-SUS-DEBIT:SQL-SUS-DEBIT-NULL,
                   :SQL-SUS-CREDIT:SQL-SUS-CREDIT-NULL,
                   :SQL-CURRENCY, SYSUTCDATETIME(),
                   :SQL-SUS-GL-CODE,
                   :SQL-VALUE-DATE:SQL-VALUE-DATE-NULL,
                   :SQL-SUS-BRANCH-ID,
                   :SQL-NARRATIVE:SQL-NARRATIVE-NULL
               )
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'Y' TO WS-SUS-LEG-STATUS
               ADD 1 TO WS-ROWS-OUTPUT
           END-IF.
       INSERT-SUSPENSE-LEG-EXIT.
           EXIT.

      ******************************************************************
      * FAIL-SUSPENSE-POSTING: Remove whatever a suspense posting or
      * clearing wrote for the current TX_ID, leaving the item to
      * retry, and log it; WS-ERR-MESSAGE is set by the caller
      ******************************************************************
       FAIL-SUSPENSE-POSTING SECTION.
           DISPLAY 'ERROR: TX_ID ' SQL-TX-ID ' - '
                   FUNCTION TRIM(WS-ERR-MESSAGE).
           DISPLAY 'SQLCODE: ' SQLCODE.
           ADD 1 TO WS-ERRORS.

           EXEC SQL
               DELETE FROM dbo.LedgerEntries
               WHERE TX_ID = :SQL-TX-ID
           END-EXEC.
           EXEC SQL
               DELETE FROM dbo.SuspenseItems
               WHERE TX_ID = :SQL-TX-ID
                 AND STATUS = 'O'
           END-EXEC.

           MOVE 'POST_LEDGER' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SQL-TX-ID TO WS-ERR-TXID-DISPLAY.
           STRING 'TX_ID ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERR-TXID-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-ERR-CONTEXT
           END-STRING.
           PERFORM LOG-PROCESSING-ERROR.
       FAIL-SUSPENSE-POSTING-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-OVERDRAFT-LIMIT: Refuse a DEBIT that would push the
      * account's balance beyond its overdraft limit, logging an
           PERFORM GET-ACTIVE-HOLD-TOTAL.
           SUBTRACT SQL-ACTIVE-HOLD-TOTAL FROM SQL-ACCT-BALANCE.

      *    Funds restrained under a garnishment or levy are not
      *    available either, and a restrained account gets no
      *    overdraft headroom. The order's own remittance TRANSFER
      *    is the one debit allowed to draw the restrained funds
           PERFORM GET-RESTRAINED-TOTAL.
           SUBTRACT SQL-RESTRAINED-TOTAL FROM SQL-ACCT-BALANCE.
           IF SQL-RESTRAINED-TOTAL > 0
               MOVE 0 TO SQL-OVERDRAFT-LIMIT
           END-IF.
           ADD SQL-OWN-RESTRAINED TO WS-SETTLE-HOLD-EXCLUDE.

      *    Funds pledged as collateral for a loan stay on deposit
      *    until LOAN_CYCLE releases the pledge - no debit may take
      *    the balance below the pledged amount, and a pledged
      *    account gets no overdraft headroom
           PERFORM GET-PLEDGED-TOTAL.
           SUBTRACT SQL-PLEDGED-TOTAL FROM SQL-ACCT-BALANCE.
           IF SQL-PLEDGED-TOTAL > 0
               MOVE 0 TO SQL-OVERDRAFT-LIMIT
           END-IF.

      *    ATM and one-time debit card items may only be paid into
      *    overdraft on an account that has opted in
           PERFORM CHECK-OD-OPT-IN.

           PERFORM FIND-RUNNING-BALANCE-ENTRY.

      *    A settlement capturing a hold gets the captured portion
               COMPUTE WS-PROJECTED-BALANCE =
                   SQL-ACCT-BALANCE + WS-SETTLE-HOLD-EXCLUDE
                   - SQL-DEBIT
               IF WS-PROJECTED-BALANCE < (0 - SQL-OVERDRAFT-LIMIT)
                   PERFORM TRY-OD-PROTECTION
               END-IF
               IF WS-PROJECTED-BALANCE < (0 - SQL-OVERDRAFT-LIMIT)
                   PERFORM LOG-OVERDRAFT-EXCEPTION
                   MOVE 'Y' TO WS-SKIP-POSTING-FLAG
                   IF OPTIN-DECLINE-APPLIES
                       PERFORM DECLINE-NON-OPTIN-DEBIT
                   ELSE
                       PERFORM HANDLE-NSF-BOUNCE
                   END-IF
               END-IF
               GO TO CHECK-OVERDRAFT-LIMIT-EXIT
           END-IF.
               WS-RUNBAL-AMOUNT (WS-RUNBAL-MATCH-IDX)
               + WS-SETTLE-HOLD-EXCLUDE - SQL-DEBIT.

      *    An enrolled protecting account covers the shortfall
      *    before the debit is allowed to bounce
           IF WS-PROJECTED-BALANCE < (0 - SQL-OVERDRAFT-LIMIT)
               PERFORM TRY-OD-PROTECTION
           END-IF.

           IF WS-PROJECTED-BALANCE < (0 - SQL-OVERDRAFT-LIMIT)
               PERFORM LOG-OVERDRAFT-EXCEPTION
               MOVE 'Y' TO WS-SKIP-POSTING-FLAG
               IF OPTIN-DECLINE-APPLIES
                   PERFORM DECLINE-NON-OPTIN-DEBIT
               ELSE
                   PERFORM HANDLE-NSF-BOUNCE
               END-IF
           ELSE
      *        The projection (hold give-back included) becomes the
      *        cached figure - the capture right after this check
           EXIT.

      ******************************************************************
      * CHECK-OD-OPT-IN: A debit arriving through an ATM or as a
      * one-time debit card item on an account without an overdraft
      * opt-in election (ACCOUNT_MASTER's ODOPTIN) gets no overdraft
      * headroom - it pays from available funds (or an overdraft
      * protection transfer) or not at all
      ******************************************************************
       CHECK-OD-OPT-IN SECTION.
           MOVE 'N' TO WS-OPTIN-DECLINE-FLAG.
           IF SQL-DEBIT = 0
               GO TO CHECK-OD-OPT-IN-EXIT
           END-IF.

           MOVE SPACES TO SQL-TX-CHANNEL.
           MOVE 'N' TO SQL-OD-OPT-IN-FLAG.
           EXEC SQL
               SELECT COALESCE(T.CHANNEL, ' '),
                      COALESCE(A.OD_OPT_IN_FLAG, 'N')
               INTO :SQL-TX-CHANNEL, :SQL-OD-OPT-IN-FLAG
               FROM dbo.Transactions T
               JOIN dbo.Accounts A
                 ON A.ACC_ID = T.ACC_ID
               WHERE T.TX_ID = :SQL-TX-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO CHECK-OD-OPT-IN-EXIT
           END-IF.

           IF (SQL-TX-CHANNEL = WS-OPTIN-ATM-CHANNEL
               OR SQL-TX-CHANNEL = WS-OPTIN-CARD-CHANNEL)
               AND SQL-OD-OPT-IN-FLAG NOT = 'Y'
               MOVE 'Y' TO WS-OPTIN-DECLINE-FLAG
               MOVE 0 TO SQL-OVERDRAFT-LIMIT
           END-IF.
       CHECK-OD-OPT-IN-EXIT.
           EXIT.

      ******************************************************************
      * DECLINE-NON-OPTIN-DEBIT: Return the ATM/card debit unpaid at
      * once - no overdraft fee, no retry cycles - and tell the
      * customer why
      ******************************************************************
       DECLINE-NON-OPTIN-DEBIT SECTION.
           EXEC SQL
               UPDATE dbo.Transactions
               SET POSTED_FLAG = 'R'
               WHERE TX_ID = :SQL-TX-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Opt-in decline update failed for '
                       'TX_ID ' SQL-TX-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO DECLINE-NON-OPTIN-DEBIT-EXIT
           END-IF.

           MOVE SQL-TX-ID TO WS-ERR-TXID-DISPLAY.
           MOVE SPACES TO SQL-NSF-MESSAGE.
           STRING 'Card/ATM item declined, insufficient funds '
                  DELIMITED BY SIZE
                  '(no overdraft opt-in) - TX_ID '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERR-TXID-DISPLAY)
                      DELIMITED BY SIZE
               INTO SQL-NSF-MESSAGE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.CustomerNotifications (
                   ACC_ID,
                   EVENT_TYPE,
                   EVENT_REF,
                   MESSAGE,
                   QUEUED_FLAG,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   'OD-DECLINE',
                   :WS-ERR-TXID-DISPLAY,
                   :SQL-NSF-MESSAGE,
                   'N',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Opt-in decline notification insert '
                       'failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           ADD 1 TO WS-OPTIN-DECLINES.
           DISPLAY 'Opt-in decline: TX_ID ' SQL-TX-ID.
       DECLINE-NON-OPTIN-DEBIT-EXIT.
           EXIT.

      ******************************************************************
      * TRY-OD-PROTECTION: The debit would breach the overdraft limit.
      * If the account has an active enrollment on
      * dbo.OverdraftProtection (OD_PROTECT_MAINT), move just the
      * shortfall across from the protecting account as a posted
      * OD-PROTECT transfer, so the debit pays instead of bouncing.
      * A savings-type protector that has already used its statement
      * cycle's withdrawal allowance (the limit WD_MONITOR polices)
      * declines, as does one without the funds; a CREDIT_LINE
      * protector lends up to its own overdraft limit. On success
      * the shortfall is added back into WS-PROJECTED-BALANCE and
      * the smaller protection transfer fee replaces the NSF fee
      ******************************************************************
       TRY-OD-PROTECTION SECTION.
           MOVE 'N' TO WS-ODP-COVERED-FLAG.

           IF SQL-DEBIT = 0
               GO TO TRY-OD-PROTECTION-EXIT
           END-IF.

           COMPUTE WS-ODP-SHORTFALL =
               (0 - SQL-OVERDRAFT-LIMIT) - WS-PROJECTED-BALANCE.
           IF WS-ODP-SHORTFALL NOT > 0
               GO TO TRY-OD-PROTECTION-EXIT
           END-IF.

           MOVE SPACES TO SQL-ODP-ACC-ID.
           MOVE SPACES TO SQL-ODP-ACC-TYPE.
           MOVE '000' TO SQL-ODP-BRANCH-ID.

           EXEC SQL
               SELECT TOP 1 P.PROTECT_ACC_ID,
                      COALESCE(A.ACC_TYPE, ''),
                      COALESCE(A.BRANCH_ID, '000')
               INTO :SQL-ODP-ACC-ID, :SQL-ODP-ACC-TYPE,
                    :SQL-ODP-BRANCH-ID
               FROM dbo.OverdraftProtection P
               JOIN dbo.Accounts A
                 ON A.ACC_ID = P.PROTECT_ACC_ID
               WHERE P.ACC_ID = :SQL-ACC-ID
                 AND P.CURRENCY = :SQL-CURRENCY
                 AND P.STATUS = 'A'
                 AND A.STATUS = 'O'
               ORDER BY P.ENROLL_ID DESC
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO TRY-OD-PROTECTION-EXIT
           END-IF.

      *    The protecting savings account's withdrawal allowance for
      *    the statement cycle in progress - counted the way
      *    WD_MONITOR counts it - must have room for this transfer
           IF SQL-ODP-ACC-TYPE = 'SAVINGS'
               OR SQL-ODP-ACC-TYPE = 'MONEY_MARKET'
               PERFORM COUNT-OD-PROTECT-WITHDRAWALS
               IF SQL-ODP-WD-COUNT >= WS-EXCESS-WD-LIMIT
                   DISPLAY 'TX_ID ' SQL-TX-ID
                           ' - Overdraft protection declined, '
                           'withdrawal limit reached on '
                           SQL-ODP-ACC-ID
                   GO TO TRY-OD-PROTECTION-EXIT
               END-IF
           END-IF.

           PERFORM GET-OD-PROTECT-AVAILABLE.
           IF WS-ODP-AVAILABLE < WS-ODP-SHORTFALL
               DISPLAY 'TX_ID ' SQL-TX-ID
                       ' - Overdraft protection declined, '
                       'insufficient funds on ' SQL-ODP-ACC-ID
               GO TO TRY-OD-PROTECTION-EXIT
           END-IF.

           PERFORM POST-OD-PROTECT-TRANSFER.
           IF NOT OD-PROTECT-COVERED
               GO TO TRY-OD-PROTECTION-EXIT
           END-IF.

           ADD WS-ODP-SHORTFALL TO WS-PROJECTED-BALANCE.
           IF WS-ODP-RUNBAL-IDX NOT = ZERO
               SUBTRACT WS-ODP-SHORTFALL
                   FROM WS-RUNBAL-AMOUNT (WS-ODP-RUNBAL-IDX)
           END-IF.
           ADD 1 TO WS-OD-PROTECT-TRANSFERS.

           IF SQL-TX-TYPE NOT = 'FEE'
               AND SQL-TX-TYPE NOT = 'LATE-CHG'
               PERFORM GENERATE-OD-PROTECT-FEE
           END-IF.

           PERFORM QUEUE-OD-PROTECT-NOTICE.
       TRY-OD-PROTECTION-EXIT.
           EXIT.

      ******************************************************************
      * COUNT-OD-PROTECT-WITHDRAWALS: Posted withdrawal-type items on
      * the protecting account in its current statement cycle, which
      * starts on STMT_CYCLE_DAY - this month's if it has passed,
      * otherwise last month's
      ******************************************************************
       COUNT-OD-PROTECT-WITHDRAWALS SECTION.
           MOVE ZERO TO SQL-ODP-WD-COUNT.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-ODP-WD-COUNT
               FROM dbo.Accounts A
               JOIN dbo.Transactions T
                 ON T.ACC_ID = A.ACC_ID
               WHERE A.ACC_ID = :SQL-ODP-ACC-ID
                 AND T.POSTED_FLAG = 'Y'
                 AND T.TX_TYPE IN ('WITHDRAWAL', 'TRANSFER',
                                   'OD-PROTECT')
                 AND T.VALUE_DATE >= CONVERT(CHAR(10), CASE
                      WHEN DAY(CAST(:SQL-BUS-DATE AS DATE))
                           >= COALESCE(A.STMT_CYCLE_DAY, 1)
                      THEN DATEFROMPARTS(
                               YEAR(CAST(:SQL-BUS-DATE AS DATE)),
                               MONTH(CAST(:SQL-BUS-DATE AS DATE)),
                               COALESCE(A.STMT_CYCLE_DAY, 1))
                      ELSE DATEADD(MONTH, -1, DATEFROMPARTS(
                               YEAR(CAST(:SQL-BUS-DATE AS DATE)),
                               MONTH(CAST(:SQL-BUS-DATE AS DATE)),
                               COALESCE(A.STMT_CYCLE_DAY, 1)))
                      END, 120)
                 AND T.VALUE_DATE <= :SQL-BUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Withdrawal count failed for '
                       SQL-ODP-ACC-ID ', SQLCODE: ' SQLCODE
               MOVE WS-EXCESS-WD-LIMIT TO SQL-ODP-WD-COUNT
           END-IF.
       COUNT-OD-PROTECT-WITHDRAWALS-EXIT.
           EXIT.

      ******************************************************************
      * GET-OD-PROTECT-AVAILABLE: What the protecting account can
      * give up in the transfer currency - this run's running balance
      * for it if it has one, otherwise its balance less active holds
      * and restrained or pledged funds (seeding a running-balance
      * slot), plus its overdraft limit when it is an unrestrained
      * line of credit
      ******************************************************************
       GET-OD-PROTECT-AVAILABLE SECTION.
           MOVE ZERO TO WS-ODP-AVAILABLE.
           MOVE ZERO TO WS-ODP-RUNBAL-IDX.
           MOVE ZERO TO SQL-ODP-BALANCE.
           MOVE ZERO TO SQL-ODP-LIMIT.
           MOVE ZERO TO SQL-ODP-RESTRAINED.

           EXEC SQL
               SELECT COALESCE(B.BALANCE, 0)
                      - COALESCE((SELECT SUM(H.AMOUNT)
                                  FROM dbo.Holds H
                                  WHERE H.ACC_ID = B.ACC_ID
                                    AND H.CURRENCY = B.CURRENCY
                                    AND H.STATUS = 'A'
                                    AND H.EXPIRES_TS_UTC
                                        > SYSUTCDATETIME()), 0),
                      COALESCE((SELECT SUM(L.RESTRAINED_AMOUNT)
                                FROM dbo.LegalOrders L
                                WHERE L.ACC_ID = B.ACC_ID
                                  AND L.CURRENCY = B.CURRENCY
                                  AND L.STATUS IN ('R', 'T')), 0)
                      + COALESCE((SELECT SUM(P.PLEDGED_AMOUNT)
                                  FROM dbo.CollateralPledges P
                                  WHERE P.COLLATERAL_ACC_ID = B.ACC_ID
                                    AND P.CURRENCY = B.CURRENCY
                                    AND P.STATUS = 'A'), 0),
                      COALESCE(B.OVERDRAFT_LIMIT, 0)
               INTO :SQL-ODP-BALANCE, :SQL-ODP-RESTRAINED,
                    :SQL-ODP-LIMIT
               FROM dbo.AccountBalances B
               WHERE B.ACC_ID = :SQL-ODP-ACC-ID
                 AND B.CURRENCY = :SQL-CURRENCY
           END-EXEC.

      *    Protection only moves money within one currency
           IF SQLCODE NOT = 0
               GO TO GET-OD-PROTECT-AVAILABLE-EXIT
           END-IF.
           SUBTRACT SQL-ODP-RESTRAINED FROM SQL-ODP-BALANCE.

           MOVE 1 TO WS-RUNBAL-SCAN-IDX.
           PERFORM SCAN-ONE-OD-PROTECT-RUNBAL
               UNTIL WS-RUNBAL-SCAN-IDX > WS-RUNBAL-ENTRIES
                  OR WS-ODP-RUNBAL-IDX NOT = ZERO.

           IF WS-ODP-RUNBAL-IDX = ZERO
               AND WS-RUNBAL-ENTRIES < WS-RUNBAL-TABLE-MAX
               ADD 1 TO WS-RUNBAL-ENTRIES
               MOVE WS-RUNBAL-ENTRIES TO WS-ODP-RUNBAL-IDX
               MOVE SQL-ODP-ACC-ID
                   TO WS-RUNBAL-ACC-ID (WS-ODP-RUNBAL-IDX)
               MOVE SQL-CURRENCY
                   TO WS-RUNBAL-CURRENCY (WS-ODP-RUNBAL-IDX)
               MOVE SQL-ODP-BALANCE
                   TO WS-RUNBAL-AMOUNT (WS-ODP-RUNBAL-IDX)
           END-IF.

           IF WS-ODP-RUNBAL-IDX = ZERO
               MOVE SQL-ODP-BALANCE TO WS-ODP-AVAILABLE
           ELSE
               MOVE WS-RUNBAL-AMOUNT (WS-ODP-RUNBAL-IDX)
                   TO WS-ODP-AVAILABLE
           END-IF.

           IF SQL-ODP-ACC-TYPE NOT = 'CREDIT_LINE'
               OR SQL-ODP-RESTRAINED > 0
               GO TO GET-OD-PROTECT-AVAILABLE-EXIT
           END-IF.

      *    The line's credit limit is its overdraft limit in effect
           EXEC SQL
               SELECT TOP 1 LIMIT_AMOUNT
               INTO :SQL-ODP-EFF-LIMIT
               FROM dbo.OverdraftLimits
               WHERE ACC_ID = :SQL-ODP-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND EFF_FROM_DATE <=
                     CONVERT(CHAR(10), SYSUTCDATETIME(), 120)
                 AND (EFF_TO_DATE IS NULL
                      OR EFF_TO_DATE >=
                         CONVERT(CHAR(10), SYSUTCDATETIME(), 120))
               ORDER BY EFF_FROM_DATE DESC
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQL-ODP-EFF-LIMIT TO SQL-ODP-LIMIT
           END-IF.
           ADD SQL-ODP-LIMIT TO WS-ODP-AVAILABLE.
       GET-OD-PROTECT-AVAILABLE-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-ONE-OD-PROTECT-RUNBAL: Compare one running-balance slot
      * against the protecting account and the transfer currency
      ******************************************************************
       SCAN-ONE-OD-PROTECT-RUNBAL SECTION.
           IF WS-RUNBAL-ACC-ID (WS-RUNBAL-SCAN-IDX) = SQL-ODP-ACC-ID
              AND WS-RUNBAL-CURRENCY (WS-RUNBAL-SCAN-IDX) = SQL-CURRENCY
               MOVE WS-RUNBAL-SCAN-IDX TO WS-ODP-RUNBAL-IDX
           ELSE
               ADD 1 TO WS-RUNBAL-SCAN-IDX
           END-IF.
       SCAN-ONE-OD-PROTECT-RUNBAL-EXIT.
           EXIT.

      ******************************************************************
      * POST-OD-PROTECT-TRANSFER: Raise the OD-PROTECT transaction on
      * the protecting account, already posted, and write its two
      * legs - debit the protector under its own branch, credit the
      * protected account under its branch - with an inter-branch
      * pair when the branches differ. Any failed leg removes the
      * whole transfer so the debit falls back to the NSF path
      ******************************************************************
       POST-OD-PROTECT-TRANSFER SECTION.
           MOVE WS-ODP-SHORTFALL TO SQL-ODP-AMOUNT.
           COMPUTE SQL-ODP-TX-AMOUNT = 0 - WS-ODP-SHORTFALL.
           MOVE ZERO TO SQL-ODP-TX-ID.
           MOVE SQL-TX-ID TO WS-ERR-TXID-DISPLAY.
           MOVE SPACES TO SQL-ODP-NARRATIVE.
           STRING 'Overdraft protection to ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ' for TX_ID ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERR-TXID-DISPLAY)
                      DELIMITED BY SIZE
               INTO SQL-ODP-NARRATIVE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   REFERENCE_TX_ID,
                   COUNTERPARTY_ACC_ID,
                   VALUE_DATE,
                   NARRATIVE,
                   POSTED_FLAG
               ) VALUES (
                   :SQL-ODP-ACC-ID,
                   :SQL-ODP-TX-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'OD-PROTECT',
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-BUS-DATE,
                   :SQL-ODP-NARRATIVE,
                   'Y'
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Protection transfer raise failed'
                   TO WS-ERR-MESSAGE
               PERFORM FAIL-OD-PROTECT-TRANSFER
               GO TO POST-OD-PROTECT-TRANSFER-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-ODP-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Protection transfer ID lookup failed'
                   TO WS-ERR-MESSAGE
               PERFORM FAIL-OD-PROTECT-TRANSFER
               GO TO POST-OD-PROTECT-TRANSFER-EXIT
           END-IF.

           PERFORM LOOKUP-OD-PROTECT-GL.

           EXEC SQL
               INSERT INTO dbo.LedgerEntries (
                   TX_ID, ACC_ID, DEBIT, CREDIT, CURRENCY,
                   POSTED_TS_UTC, GL_CODE, VALUE_DATE, BRANCH_ID,
                   NARRATIVE
               ) VALUES (
                   :SQL-ODP-TX-ID, :SQL-ODP-ACC-ID, :SQL-ODP-AMOUNT,
                   NULL, :SQL-CURRENCY, SYSUTCDATETIME(),
                   :SQL-ODP-GL-CODE, :SQL-BUS-DATE,
                   :SQL-ODP-BRANCH-ID, :SQL-ODP-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Protection debit leg insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM FAIL-OD-PROTECT-TRANSFER
               GO TO POST-OD-PROTECT-TRANSFER-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.LedgerEntries (
                   TX_ID, ACC_ID, DEBIT, CREDIT, CURRENCY,
                   POSTED_TS_UTC, GL_CODE, VALUE_DATE, BRANCH_ID,
                   NARRATIVE
               ) VALUES (
                   :SQL-ODP-TX-ID, :SQL-ACC-ID, NULL,
                   :SQL-ODP-AMOUNT, :SQL-CURRENCY, SYSUTCDATETIME(),
                   :SQL-ODP-GL-CODE, :SQL-BUS-DATE,
                   :SQL-BRANCH-ID, :SQL-ODP-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Protection credit leg insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM FAIL-OD-PROTECT-TRANSFER
               GO TO POST-OD-PROTECT-TRANSFER-EXIT
           END-IF.

           IF SQL-ODP-BRANCH-ID NOT = SQL-BRANCH-ID
               MOVE WS-CONTRA-ACC-INTERBRANCH TO SQL-IB-ACC-ID
               EXEC SQL
                   INSERT INTO dbo.LedgerEntries (
                       TX_ID, ACC_ID, DEBIT, CREDIT, CURRENCY,
                       POSTED_TS_UTC, GL_CODE, VALUE_DATE, BRANCH_ID
                   ) VALUES (
                       :SQL-ODP-TX-ID, :SQL-IB-ACC-ID, NULL,
                       :SQL-ODP-AMOUNT, :SQL-CURRENCY,
                       SYSUTCDATETIME(), :WS-INTERBRANCH-GL-CODE,
                       :SQL-BUS-DATE, :SQL-ODP-BRANCH-ID
                   )
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Protection inter-branch leg insert failed'
                       TO WS-ERR-MESSAGE
                   PERFORM FAIL-OD-PROTECT-TRANSFER
                   GO TO POST-OD-PROTECT-TRANSFER-EXIT
               END-IF
               EXEC SQL
                   INSERT INTO dbo.LedgerEntries (
                       TX_ID, ACC_ID, DEBIT, CREDIT, CURRENCY,
                       POSTED_TS_UTC, GL_CODE, VALUE_DATE, BRANCH_ID
                   ) VALUES (
                       :SQL-ODP-TX-ID, :SQL-IB-ACC-ID,
                       :SQL-ODP-AMOUNT, NULL, :SQL-CURRENCY,
                       SYSUTCDATETIME(), :WS-INTERBRANCH-GL-CODE,
                       :SQL-BUS-DATE, :SQL-BRANCH-ID
                   )
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Protection inter-branch leg insert failed'
                       TO WS-ERR-MESSAGE
                   PERFORM FAIL-OD-PROTECT-TRANSFER
                   GO TO POST-OD-PROTECT-TRANSFER-EXIT
               END-IF
               ADD 2 TO WS-ROWS-OUTPUT
               ADD 1 TO WS-INTERBRANCH-PAIRS
           END-IF.

           ADD 2 TO WS-ROWS-OUTPUT.
           MOVE 'Y' TO WS-ODP-COVERED-FLAG.
       POST-OD-PROTECT-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-OD-PROTECT-GL: GL code for the protection transfer legs
      ******************************************************************
       LOOKUP-OD-PROTECT-GL SECTION.
           MOVE '999999' TO SQL-ODP-GL-CODE.
           SET WS-GL-CODE-IDX TO 1.
           SEARCH WS-GL-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GL-CODE-TX-TYPE (WS-GL-CODE-IDX)
                       = 'OD-PROTECT'
                   MOVE WS-GL-CODE-VALUE (WS-GL-CODE-IDX)
                       TO SQL-ODP-GL-CODE
           END-SEARCH.
       LOOKUP-OD-PROTECT-GL-EXIT.
           EXIT.

      ******************************************************************
      * FAIL-OD-PROTECT-TRANSFER: Remove whatever the protection
      * transfer wrote and log it; WS-ERR-MESSAGE is set by the caller
      ******************************************************************
       FAIL-OD-PROTECT-TRANSFER SECTION.
           DISPLAY 'ERROR: TX_ID ' SQL-TX-ID ' - '
                   FUNCTION TRIM(WS-ERR-MESSAGE).
           DISPLAY 'SQLCODE: ' SQLCODE.
           ADD 1 TO WS-ERRORS.

           IF SQL-ODP-TX-ID NOT = ZERO
               EXEC SQL
                   DELETE FROM dbo.LedgerEntries
                   WHERE TX_ID = :SQL-ODP-TX-ID
               END-EXEC
               EXEC SQL
                   UPDATE dbo.Transactions
                   SET POSTED_FLAG = 'R'
                   WHERE TX_ID = :SQL-ODP-TX-ID
               END-EXEC
           END-IF.

           MOVE 'POST_LEDGER' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SQL-TX-ID TO WS-ERR-TXID-DISPLAY.
           STRING 'TX_ID ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERR-TXID-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-ERR-CONTEXT
           END-STRING.
           PERFORM LOG-PROCESSING-ERROR.
       FAIL-OD-PROTECT-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * GENERATE-OD-PROTECT-FEE: One unposted FEE transaction for the
      * protection transfer, posted with its fee-income contra leg
      * like any other FEE
      ******************************************************************
       GENERATE-OD-PROTECT-FEE SECTION.
           COMPUTE SQL-ODP-FEE-AMOUNT = 0 - WS-OD-PROTECT-FEE-AMOUNT.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   NARRATIVE
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-ODP-FEE-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'FEE',
                   'Overdraft protection transfer fee'
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Protection fee insert failed for '
                       'TX_ID ' SQL-TX-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO GENERATE-OD-PROTECT-FEE-EXIT
           END-IF.

           ADD 1 TO WS-OD-PROTECT-FEES.
       GENERATE-OD-PROTECT-FEE-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-OD-PROTECT-NOTICE: Tell the customer funds were moved
      ******************************************************************
       QUEUE-OD-PROTECT-NOTICE SECTION.
           MOVE SQL-ODP-TX-ID TO WS-ERR-TXID-DISPLAY.
           MOVE FUNCTION TRIM(WS-ERR-TXID-DISPLAY)
               TO SQL-ODP-EVENT-REF.
           MOVE WS-ODP-SHORTFALL TO WS-ODP-AMOUNT-DISP.
           MOVE SPACES TO SQL-ODP-MESSAGE.
           STRING 'Overdraft protection: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ODP-AMOUNT-DISP)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  ' transferred from ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ODP-ACC-ID) DELIMITED BY SIZE
               INTO SQL-ODP-MESSAGE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.CustomerNotifications (
                   ACC_ID,
                   EVENT_TYPE,
                   EVENT_REF,
                   MESSAGE,
                   QUEUED_FLAG,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   'OD-PROTECT',
                   :SQL-ODP-EVENT-REF,
                   :SQL-ODP-MESSAGE,
                   'N',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Overdraft protection notification '
                       'insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       QUEUE-OD-PROTECT-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-EFFECTIVE-OD-LIMIT: Pick the overdraft limit in effect
      * on the posting date from dbo.OverdraftLimits; of the rows in
      * effect, the most recently effective wins, so a temporary
      * increase overrides the standing limit only while its window
      * is open. No row leaves the fallback limit untouched
      ******************************************************************
       LOOKUP-EFFECTIVE-OD-LIMIT SECTION.
           EXEC SQL
               SELECT TOP 1 LIMIT_AMOUNT
               INTO :SQL-EFFECTIVE-OD-LIMIT
               FROM dbo.OverdraftLimits
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND EFF_FROM_DATE <=
                     CONVERT(CHAR(10), SYSUTCDATETIME(), 120)
                 AND (EFF_TO_DATE IS NULL
                      OR EFF_TO_DATE >=
                         CONVERT(CHAR(10), SYSUTCDATETIME(), 120))
               ORDER BY EFF_FROM_DATE DESC
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQL-EFFECTIVE-OD-LIMIT TO SQL-OVERDRAFT-LIMIT
           END-IF.
       LOOKUP-EFFECTIVE-OD-LIMIT-EXIT.
           EXIT.

      ******************************************************************
      * FIND-RUNNING-BALANCE-ENTRY: Locate this run's in-memory running
      * balance for (ACC_ID, CURRENCY), seeding it from the
      * just-queried dbo.AccountBalances row the first time this run
      * sees the combination, adding a new slot if needed
      ******************************************************************
       FIND-RUNNING-BALANCE-ENTRY SECTION.
           MOVE ZERO TO WS-RUNBAL-MATCH-IDX.
           MOVE 1 TO WS-RUNBAL-SCAN-IDX.
           PERFORM SCAN-ONE-RUNNING-BALANCE
               UNTIL WS-RUNBAL-SCAN-IDX > WS-RUNBAL-ENTRIES
                  OR WS-RUNBAL-MATCH-IDX NOT = ZERO.

           IF WS-RUNBAL-MATCH-IDX = ZERO
               PERFORM ADD-RUNNING-BALANCE-ENTRY
           END-IF.
       FIND-RUNNING-BALANCE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-ONE-RUNNING-BALANCE: Compare one running-balance slot
      * against the current row's (ACC_ID, CURRENCY)
      ******************************************************************
       SCAN-ONE-RUNNING-BALANCE SECTION.
           IF WS-RUNBAL-ACC-ID (WS-RUNBAL-SCAN-IDX) = SQL-ACC-ID
              AND WS-RUNBAL-CURRENCY (WS-RUNBAL-SCAN-IDX) = SQL-CURRENCY
               MOVE WS-RUNBAL-SCAN-IDX TO WS-RUNBAL-MATCH-IDX
           ELSE
               ADD 1 TO WS-RUNBAL-SCAN-IDX
           END-IF.
       SCAN-ONE-RUNNING-BALANCE-EXIT.
           EXIT.

       GET-ACTIVE-HOLD-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * GET-RESTRAINED-TOTAL: Total the funds LEGAL_ORDERS restrains
      * on this account/currency, and the part of it belonging to an
      * order whose remittance is the transaction being posted
      ******************************************************************
       GET-RESTRAINED-TOTAL SECTION.
           MOVE 0 TO SQL-RESTRAINED-TOTAL.
           MOVE 0 TO SQL-OWN-RESTRAINED.

           EXEC SQL
               SELECT SUM(RESTRAINED_AMOUNT),
                      SUM(CASE WHEN STATUS = 'T'
                                AND REMIT_TX_ID = :SQL-TX-ID
                               THEN RESTRAINED_AMOUNT ELSE 0 END)
               INTO :SQL-RESTRAINED-TOTAL:SQL-RESTRAINED-TOTAL-NULL,
                    :SQL-OWN-RESTRAINED:SQL-OWN-RESTRAINED-NULL
               FROM dbo.LegalOrders
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND STATUS IN ('R', 'T')
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-RESTRAINED-TOTAL-NULL = -1
               MOVE 0 TO SQL-RESTRAINED-TOTAL
               MOVE 0 TO SQL-OWN-RESTRAINED
           END-IF.
           IF SQL-OWN-RESTRAINED-NULL = -1
               MOVE 0 TO SQL-OWN-RESTRAINED
           END-IF.
       GET-RESTRAINED-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * GET-PLEDGED-TOTAL: Total the funds pledged on this account/
      * currency as collateral for a loan and not yet released
      ******************************************************************
       GET-PLEDGED-TOTAL SECTION.
           MOVE 0 TO SQL-PLEDGED-TOTAL.

           EXEC SQL
               SELECT SUM(PLEDGED_AMOUNT)
               INTO :SQL-PLEDGED-TOTAL:SQL-PLEDGED-TOTAL-NULL
               FROM dbo.CollateralPledges
               WHERE COLLATERAL_ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-PLEDGED-TOTAL-NULL = -1
               MOVE 0 TO SQL-PLEDGED-TOTAL
           END-IF.
       GET-PLEDGED-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-HOLD-TRANSACTION: Place an authorization hold on
      * dbo.Holds for the transaction's amount, expiring after the
                   AMOUNT,
                   PLACED_TS_UTC,
                   EXPIRES_TS_UTC,
                   STATUS,
                   HOLD_TYPE
               ) VALUES (
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   SYSUTCDATETIME(),
                   DATEADD(DAY, :SQL-HOLD-EXPIRY-DAYS,
                           SYSUTCDATETIME()),
                   'A',
                   'AUTH'
               )
           END-EXEC.

      * PROCESS-HOLD-RELEASE: Release the active hold placed by the
      * HOLD transaction this row references. A release whose hold is
      * already gone (released or expired) is logged and left
      * unposted for operations to reconcile. A release referencing
      * a check DEPOSIT frees its availability holds early
      ******************************************************************
       PROCESS-HOLD-RELEASE SECTION.
           EXEC SQL
       PROCESS-HOLD-RELEASE-EXIT.
           EXIT.

      ******************************************************************
      * PLACE-DEPOSIT-HOLD: Hold the uncollected portion of a check-
      * channel DEPOSIT per the availability schedule in effect on
      * the business date. Up to NEXT_DAY_AMOUNT is left available;
      * a new account or repeat overdrafter has the rest held the
      * extended days, otherwise the part over LARGE_DEPOSIT_AMOUNT
      * is held the extended days and the balance the standard
      * days. No schedule on file leaves the deposit fully available
      ******************************************************************
       PLACE-DEPOSIT-HOLD SECTION.
           MOVE SPACES TO SQL-DEP-CHANNEL.
           EXEC SQL
               SELECT CHANNEL
               INTO :SQL-DEP-CHANNEL:SQL-DEP-CHANNEL-NULL
               FROM dbo.Transactions
               WHERE TX_ID = :SQL-TX-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-DEP-CHANNEL-NULL = -1
               GO TO PLACE-DEPOSIT-HOLD-EXIT
           END-IF.
           IF SQL-DEP-CHANNEL NOT = WS-CHECK-DEPOSIT-CHANNEL
               GO TO PLACE-DEPOSIT-HOLD-EXIT
           END-IF.

      *    A retried deposit already holding its funds is left alone
           MOVE ZERO TO SQL-DEP-HOLD-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DEP-HOLD-COUNT
               FROM dbo.Holds
               WHERE TX_ID = :SQL-TX-ID
                 AND HOLD_TYPE = 'DEPOSIT'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-DEP-HOLD-COUNT > ZERO
               GO TO PLACE-DEPOSIT-HOLD-EXIT
           END-IF.

           EXEC SQL
               SELECT TOP 1 NEXT_DAY_AMOUNT,
                      STANDARD_HOLD_DAYS,
                      EXTENDED_HOLD_DAYS,
                      LARGE_DEPOSIT_AMOUNT,
                      NEW_ACCOUNT_DAYS,
                      REPEAT_OD_DAYS,
                      REPEAT_OD_MONTHS
               INTO :SQL-AV-NEXT-DAY-AMOUNT,
                    :SQL-AV-STANDARD-DAYS,
                    :SQL-AV-EXTENDED-DAYS,
                    :SQL-AV-LARGE-AMOUNT,
                    :SQL-AV-NEW-ACCOUNT-DAYS,
                    :SQL-AV-REPEAT-OD-DAYS,
                    :SQL-AV-REPEAT-OD-MONTHS
               FROM dbo.AvailabilitySchedule
               WHERE EFF_FROM_DATE <= :SQL-BUS-DATE
                 AND (EFF_TO_DATE IS NULL
                      OR EFF_TO_DATE >= :SQL-BUS-DATE)
               ORDER BY EFF_FROM_DATE DESC
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO PLACE-DEPOSIT-HOLD-EXIT
           END-IF.

           COMPUTE WS-DEP-UNCOLLECTED =
               SQL-CREDIT - SQL-AV-NEXT-DAY-AMOUNT.
           IF WS-DEP-UNCOLLECTED NOT > 0
               GO TO PLACE-DEPOSIT-HOLD-EXIT
           END-IF.

           PERFORM CHECK-EXTENDED-HOLD-ACCOUNT.

           MOVE ZERO TO WS-DEP-EXTENDED-PART.
           EVALUATE TRUE
               WHEN DEP-EXTENDED-ACCOUNT
                   MOVE WS-DEP-UNCOLLECTED TO WS-DEP-EXTENDED-PART
               WHEN SQL-AV-LARGE-AMOUNT > 0
                    AND SQL-CREDIT > SQL-AV-LARGE-AMOUNT
                   COMPUTE WS-DEP-EXTENDED-PART =
                       SQL-CREDIT - SQL-AV-LARGE-AMOUNT
                   IF WS-DEP-EXTENDED-PART > WS-DEP-UNCOLLECTED
                       MOVE WS-DEP-UNCOLLECTED
                           TO WS-DEP-EXTENDED-PART
                   END-IF
           END-EVALUATE.
           COMPUTE WS-DEP-STANDARD-PART =
               WS-DEP-UNCOLLECTED - WS-DEP-EXTENDED-PART.

           MOVE ZERO TO WS-DEP-TOTAL-HELD.
           MOVE SPACES TO WS-DEP-LAST-AVAIL-DATE.

           IF WS-DEP-STANDARD-PART > 0 AND SQL-AV-STANDARD-DAYS > 0
               MOVE WS-DEP-STANDARD-PART TO SQL-HOLD-AMOUNT
               MOVE SQL-AV-STANDARD-DAYS TO WS-DAY-COUNT
               PERFORM INSERT-DEPOSIT-HOLD
           END-IF.

           IF WS-DEP-EXTENDED-PART > 0 AND SQL-AV-EXTENDED-DAYS > 0
               MOVE WS-DEP-EXTENDED-PART TO SQL-HOLD-AMOUNT
               MOVE SQL-AV-EXTENDED-DAYS TO WS-DAY-COUNT
               PERFORM INSERT-DEPOSIT-HOLD
           END-IF.

           IF WS-DEP-TOTAL-HELD > 0
               PERFORM QUEUE-DEPOSIT-HOLD-NOTICE
           END-IF.

      *    CHECK-OVERDRAFT-LIMIT credited the whole deposit to this
      *    run's cached running balance; take the held part back out
      *    so a later debit in the same run cannot draw against the
      *    uncollected funds
           IF WS-DEP-TOTAL-HELD > 0
               PERFORM FIND-RUNNING-BALANCE-ENTRY
               IF WS-RUNBAL-MATCH-IDX > 0
                   SUBTRACT WS-DEP-TOTAL-HELD
                       FROM WS-RUNBAL-AMOUNT (WS-RUNBAL-MATCH-IDX)
               END-IF
           END-IF.
       PLACE-DEPOSIT-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-EXTENDED-HOLD-ACCOUNT: Flag an account opened within the
      * schedule's new-account window, or one overdrawn at end of day
      * on at least REPEAT_OD_DAYS days in the last REPEAT_OD_MONTHS
      ******************************************************************
       CHECK-EXTENDED-HOLD-ACCOUNT SECTION.
           MOVE 'N' TO WS-DEP-EXTENDED-FLAG.

           IF SQL-AV-NEW-ACCOUNT-DAYS > 0
               MOVE ZERO TO SQL-AV-MATCH-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-AV-MATCH-COUNT
                   FROM dbo.Accounts
                   WHERE ACC_ID = :SQL-ACC-ID
                     AND DATEDIFF(DAY, OPEN_DATE,
                             CAST(:SQL-BUS-DATE AS DATE))
                         < :SQL-AV-NEW-ACCOUNT-DAYS
               END-EXEC
               IF SQLCODE = 0 AND SQL-AV-MATCH-COUNT > 0
                   MOVE 'Y' TO WS-DEP-EXTENDED-FLAG
                   GO TO CHECK-EXTENDED-HOLD-ACCOUNT-EXIT
               END-IF
           END-IF.

           IF SQL-AV-REPEAT-OD-DAYS > 0 AND SQL-AV-REPEAT-OD-MONTHS > 0
               MOVE ZERO TO SQL-AV-MATCH-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-AV-MATCH-COUNT
                   FROM dbo.AccountDailyBalances
                   WHERE ACC_ID = :SQL-ACC-ID
                     AND CURRENCY = :SQL-CURRENCY
                     AND EOD_BALANCE < 0
                     AND BAL_DATE <= :SQL-BUS-DATE
                     AND BAL_DATE > DATEADD(MONTH,
                             0 - :SQL-AV-REPEAT-OD-MONTHS,
                             CAST(:SQL-BUS-DATE AS DATE))
               END-EXEC
               IF SQLCODE = 0
                   AND SQL-AV-MATCH-COUNT >= SQL-AV-REPEAT-OD-DAYS
                   MOVE 'Y' TO WS-DEP-EXTENDED-FLAG
               END-IF
           END-IF.
       CHECK-EXTENDED-HOLD-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-DEPOSIT-HOLD: Hold SQL-HOLD-AMOUNT until WS-DAY-COUNT
      * business days after the business date. HOLD_EXPIRY releases
      * it on that date; EXPIRES_TS_UTC (end of the availability
      * date) only backstops a missed release
      ******************************************************************
       INSERT-DEPOSIT-HOLD SECTION.
           MOVE WS-BUS-DATE TO SQL-FROM-DATE.
           PERFORM ADD-BUSINESS-DAYS.

           EXEC SQL
               INSERT INTO dbo.Holds (
                   TX_ID,
                   ACC_ID,
                   CURRENCY,
                   AMOUNT,
                   PLACED_TS_UTC,
                   EXPIRES_TS_UTC,
                   STATUS,
                   HOLD_TYPE,
                   AVAILABLE_DATE
               ) VALUES (
                   :SQL-TX-ID,
                   :SQL-ACC-ID,
                   :SQL-CURRENCY,
                   :SQL-HOLD-AMOUNT,
                   SYSUTCDATETIME(),
                   DATEADD(DAY, 1,
                       CAST(:SQL-DUE-DATE AS DATETIME2)),
                   'A',
                   'DEPOSIT',
                   :SQL-DUE-DATE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Deposit hold insert failed for TX_ID: '
                       SQL-TX-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'POST_LEDGER' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-TX-ID TO WS-ERR-TXID-DISPLAY
               STRING 'TX_ID ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ERR-TXID-DISPLAY)
                          DELIMITED BY SIZE
                   INTO WS-ERR-CONTEXT
               END-STRING
               MOVE 'Deposit availability hold insert failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO INSERT-DEPOSIT-HOLD-EXIT
           END-IF.

           ADD 1 TO WS-DEPOSIT-HOLDS.
           ADD SQL-HOLD-AMOUNT TO WS-DEP-TOTAL-HELD.
           IF SQL-DUE-DATE > WS-DEP-LAST-AVAIL-DATE
               MOVE SQL-DUE-DATE TO WS-DEP-LAST-AVAIL-DATE
           END-IF.
       INSERT-DEPOSIT-HOLD-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-DEPOSIT-HOLD-NOTICE: Tell the customer how much of the
      * deposit is held and when it will all be available
      ******************************************************************
       QUEUE-DEPOSIT-HOLD-NOTICE SECTION.
           MOVE SQL-TX-ID TO WS-ERR-TXID-DISPLAY.
           MOVE FUNCTION TRIM(WS-ERR-TXID-DISPLAY)
               TO SQL-DEP-EVENT-REF.
           MOVE WS-DEP-TOTAL-HELD TO WS-DEP-HELD-DISPLAY.
           MOVE SPACES TO SQL-DEP-HOLD-MESSAGE.
           STRING 'Check deposit hold: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEP-HELD-DISPLAY)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  ' available by ' DELIMITED BY SIZE
                  WS-DEP-LAST-AVAIL-DATE DELIMITED BY SIZE
               INTO SQL-DEP-HOLD-MESSAGE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.CustomerNotifications (
                   ACC_ID,
                   EVENT_TYPE,
                   EVENT_REF,
                   MESSAGE,
                   QUEUED_FLAG,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   'CHECK-HOLD',
                   :SQL-DEP-EVENT-REF,
                   :SQL-DEP-HOLD-MESSAGE,
                   'N',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Deposit hold notification insert '
                       'failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       QUEUE-DEPOSIT-HOLD-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * ADD-BUSINESS-DAYS: SQL-DUE-DATE is the WS-DAY-COUNTth business
      * day after SQL-FROM-DATE on dbo.BusinessCalendar, falling back
      * to calendar days when the calendar has no coverage
      ******************************************************************
       ADD-BUSINESS-DAYS SECTION.
           MOVE WS-DAY-COUNT TO SQL-DAY-COUNT.
           MOVE ZERO TO SQL-CAL-DAYS-FOUND.
           EXEC SQL
               SELECT MAX(BD.CAL_DATE), COUNT(*)
               INTO :SQL-DUE-DATE:SQL-DUE-DATE-NULL,
                    :SQL-CAL-DAYS-FOUND
               FROM (SELECT TOP (:SQL-DAY-COUNT) CAL_DATE
                     FROM dbo.BusinessCalendar
                     WHERE CAL_DATE > :SQL-FROM-DATE
                       AND IS_BUSINESS_DAY = 'Y'
                     ORDER BY CAL_DATE) BD
           END-EXEC.

           IF SQLCODE = 0 AND SQL-DUE-DATE-NULL NOT = -1
               AND SQL-CAL-DAYS-FOUND = SQL-DAY-COUNT
               GO TO ADD-BUSINESS-DAYS-EXIT
           END-IF.

           PERFORM ADD-CALENDAR-DAYS.
       ADD-BUSINESS-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * ADD-CALENDAR-DAYS: SQL-DUE-DATE is SQL-FROM-DATE plus
      * WS-DAY-COUNT calendar days, rolled forward onto the next
      * business day on dbo.BusinessCalendar
      ******************************************************************
       ADD-CALENDAR-DAYS SECTION.
           MOVE SQL-FROM-DATE (1:4) TO WS-FROM-YYYYMMDD (1:4).
           MOVE SQL-FROM-DATE (6:2) TO WS-FROM-YYYYMMDD (5:2).
           MOVE SQL-FROM-DATE (9:2) TO WS-FROM-YYYYMMDD (7:2).
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-YYYYMMDD)
               + WS-DAY-COUNT.
           COMPUTE WS-DUE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE SPACES TO SQL-DUE-DATE.
           STRING WS-DUE-YYYYMMDD (1:4) '-'
                  WS-DUE-YYYYMMDD (5:2) '-'
                  WS-DUE-YYYYMMDD (7:2)
                  DELIMITED BY SIZE
               INTO SQL-DUE-DATE
           END-STRING.

           EXEC SQL
               SELECT MIN(CAL_DATE)
               INTO :SQL-CAL-DATE:SQL-CAL-DATE-NULL
               FROM dbo.BusinessCalendar
               WHERE CAL_DATE >= :SQL-DUE-DATE
                 AND IS_BUSINESS_DAY = 'Y'
           END-EXEC.
           IF SQLCODE = 0 AND SQL-CAL-DATE-NULL NOT = -1
               MOVE SQL-CAL-DATE TO SQL-DUE-DATE
           END-IF.
       ADD-CALENDAR-DAYS-EXIT.
           EXIT.

      ******************************************************************
      * LOG-OVERDRAFT-EXCEPTION: Record a refused DEBIT in
      * dbo.OverdraftExceptions for operations to review
           END-IF.

      *    The NSF fee is assessed once, on the first bounce - but
      *    never for a bounced FEE (or loan LATE-CHG) transaction:
      *    the NSF fee itself bounces on a still-overdrawn account,
      *    and a fee spawning fees would chain without bound. A
      *    bounced fee still gets the retry cycles and final
      *    rejection below
           IF SQL-RETRY-COUNT = 1
               AND SQL-TX-TYPE NOT = 'FEE'
               AND SQL-TX-TYPE NOT = 'LATE-CHG'
               PERFORM GENERATE-NSF-FEE
           END-IF.

       CHECK-SANCTIONS-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-OVERDRAWN-BLOCK: Refuse a debit to an account whose
      * overdraft OD_CHARGEOFF has aged past the debit-block
      * milestone, or charged off (dbo.OverdrawnAccounts STAGE 'B'
      * or 'C'). The item is finally rejected - flagged 'R' so the
      * unposted-only cursor never retries it. A REVERSAL is never
      * refused: it corrects an item already on the account
      ******************************************************************
       CHECK-OVERDRAWN-BLOCK SECTION.
           IF SQL-DEBIT NOT > ZERO
               OR SQL-TX-TYPE = 'REVERSAL'
               GO TO CHECK-OVERDRAWN-BLOCK-EXIT
           END-IF.

           MOVE ZERO TO SQL-OD-BLOCK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-OD-BLOCK-COUNT
               FROM dbo.OverdrawnAccounts
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STAGE IN ('B', 'C')
           END-EXEC.

           IF SQLCODE NOT = 0
      *        A broken aging table must not stop the night's posting
               GO TO CHECK-OVERDRAWN-BLOCK-EXIT
           END-IF.

           IF SQL-OD-BLOCK-COUNT = ZERO
               GO TO CHECK-OVERDRAWN-BLOCK-EXIT
           END-IF.

           MOVE 'Y' TO WS-SKIP-POSTING-FLAG.
           ADD 1 TO WS-OD-BLOCK-REJECTS.
           DISPLAY 'OVERDRAWN BLOCK: TX_ID ' SQL-TX-ID
                   ' refused - ACC_ID ' SQL-ACC-ID
                   ' is blocked for chronic overdraft'.

           EXEC SQL
               UPDATE dbo.Transactions
               SET POSTED_FLAG = 'R'
               WHERE TX_ID = :SQL-TX-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Overdrawn block reject failed for '
                       'TX_ID ' SQL-TX-ID
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       CHECK-OVERDRAWN-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-STOP-PAYMENT: Refuse a WITHDRAWAL or TRANSFER debit
      * matching a stop-payment order in force on the posting date
      * never retries it - with the hit recorded on
      * dbo.StopPaymentHits for audit and a customer notification
      * queued. The same stop blocks the item at TX_RESUBMIT, so a
      * repaired reject cannot slip around the order. A stop naming a
      * CHECK_SERIAL matches only the paid check carrying that serial
      ******************************************************************
       CHECK-STOP-PAYMENT SECTION.
           IF SQL-COUNTERPARTY-NULL = -1
                      OR AMOUNT_MAX >= :SQL-DEBIT)
                 AND (COUNTERPARTY_ACC_ID IS NULL
                      OR COUNTERPARTY_ACC_ID = :SQL-STOP-MATCH-CP)
                 AND (CHECK_SERIAL IS NULL
                      OR CHECK_SERIAL =
                         (SELECT T.CHECK_SERIAL
                          FROM dbo.Transactions T
                          WHERE T.TX_ID = :SQL-TX-ID))
               ORDER BY STOP_ID
           END-EXEC.

       CHECK-CD-EARLY-WITHDRAWAL-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-FEE-REFUND-GL: GL code for a refunded fee, leaving the
      * code already looked up in place if the table has none
      ******************************************************************
       LOOKUP-FEE-REFUND-GL SECTION.
           SET WS-GL-CODE-IDX TO 1.
           SEARCH WS-GL-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GL-CODE-TX-TYPE (WS-GL-CODE-IDX)
                       = 'FEE-REFUND'
                   MOVE WS-GL-CODE-VALUE (WS-GL-CODE-IDX)
                       TO SQL-GL-CODE
           END-SEARCH.
       LOOKUP-FEE-REFUND-GL-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-GL-CODE: Search GL-CODES.cpy for the chart-of-accounts
      * code matching this transaction's TX_TYPE, falling back to the
               AND SQL-TX-TYPE NOT = 'WITHHOLDING'
               AND SQL-TX-TYPE NOT = 'DEBIT-INT'
               AND SQL-TX-TYPE NOT = 'LOAN-INT'
               AND SQL-TX-TYPE NOT = 'LATE-CHG'
               AND SQL-TX-TYPE NOT = 'CHARGE-OFF'
               AND SQL-TX-TYPE NOT = 'RECOVERY'
               AND SQL-TX-TYPE NOT = 'DEP-CHGOFF'
               AND SQL-TX-TYPE NOT = 'DEP-RECOVERY'
               PERFORM BUFFER-LEDGER-ENTRY
               GO TO INSERT-LEDGER-ENTRY-EXIT
           END-IF.
                               TO SQL-CONTRA-ACC-ID
                       ELSE
      *                    Loan interest collects to its own income
      *                    contra, split from principal at the GL;
      *                    so do loan late charges. A charge-off
      *                    writes the loan down against the loan-
      *                    loss allowance; a recovery on a charged-
      *                    off loan credits the recovery account -
      *                    one raised on that account directly is
      *                    already its own income leg
                           EVALUATE WS-CONTRA-CLASSIFY-TYPE
                               WHEN 'LOAN-INT'
                                   MOVE WS-CONTRA-ACC-LOAN-INT
                                       TO SQL-CONTRA-ACC-ID
                               WHEN 'LATE-CHG'
                                   MOVE WS-CONTRA-ACC-LATE-CHG
                                       TO SQL-CONTRA-ACC-ID
                               WHEN 'CHARGE-OFF'
                                   MOVE WS-CONTRA-ACC-ALLOWANCE
                                       TO SQL-CONTRA-ACC-ID
                               WHEN 'RECOVERY'
                                   IF SQL-ACC-ID =
                                       WS-CONTRA-ACC-RECOVERY
                                       GO TO POST-CONTRA-ENTRY-EXIT
                                   END-IF
                                   MOVE WS-CONTRA-ACC-RECOVERY
                                       TO SQL-CONTRA-ACC-ID
                               WHEN 'DEP-CHGOFF'
                                   MOVE WS-CONTRA-ACC-DEP-LOSS
                                       TO SQL-CONTRA-ACC-ID
                               WHEN 'DEP-RECOVERY'
                                   IF SQL-ACC-ID =
                                       WS-CONTRA-ACC-DEP-RECOVERY
                                       GO TO POST-CONTRA-ENTRY-EXIT
                                   END-IF
                                   MOVE WS-CONTRA-ACC-DEP-RECOVERY
                                       TO SQL-CONTRA-ACC-ID
                               WHEN OTHER
                                   GO TO POST-CONTRA-ENTRY-EXIT
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
               OR SQL-COUNTERPARTY-ACC-ID = WS-CONTRA-ACC-INTEREST
               OR SQL-COUNTERPARTY-ACC-ID = WS-CONTRA-ACC-ESCHEAT
               OR SQL-COUNTERPARTY-ACC-ID = WS-CONTRA-ACC-SETTLE
               OR SQL-COUNTERPARTY-ACC-ID = WS-CONTRA-ACC-WIRE
               MOVE 'O' TO SQL-ACCT-STATUS
               GO TO CHECK-COUNTERPARTY-OPEN-EXIT
           END-IF.
      *    clearing contra under head office - the money leaves our
      *    books when the network settles the origination batch
           MOVE 'N' TO WS-EXTERNAL-XFER-FLAG.
           MOVE 'N' TO WS-WIRE-XFER-FLAG.
           MOVE SQL-COUNTERPARTY-ACC-ID TO SQL-XFER-CREDIT-ACC.
           MOVE SQL-GL-CODE TO SQL-XFER-CREDIT-GL.
           IF SQL-COUNTERPARTY-ACC-ID (1:4) = 'EXT-'
               MOVE 'Y' TO WS-EXTERNAL-XFER-FLAG
               MOVE WS-CONTRA-ACC-ACH TO SQL-XFER-CREDIT-ACC
               MOVE '000' TO SQL-CP-BRANCH-ID
           END-IF.

      *    A released wire's credit leg sits on the wire clearing
      *    contra under its own GL code until the correspondent
      *    settles (or rejects) the pacs.008 credit transfer
           IF SQL-COUNTERPARTY-ACC-ID = WS-CONTRA-ACC-WIRE
               MOVE 'Y' TO WS-WIRE-XFER-FLAG
               MOVE '000' TO SQL-CP-BRANCH-ID
               MOVE WS-WIRE-CLEARING-GL-CODE TO SQL-XFER-CREDIT-GL
           END-IF.

      *    A counterparty that does not carry the transfer currency
      *    gets its credit converted into its own currency - the
      *    four-leg cross-currency posting keeps each currency's
      *    ledger balanced on its own
           MOVE 'N' TO WS-CROSS-CCY-FLAG.
           IF NOT EXTERNAL-TRANSFER AND NOT WIRE-TRANSFER
               PERFORM RESOLVE-TRANSFER-CURRENCY
           END-IF.
           IF CROSS-CURRENCY-TRANSFER
                   :SQL-CONTRA-CREDIT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   :SQL-XFER-CREDIT-GL,
                   :SQL-VALUE-DATE:SQL-VALUE-DATE-NULL,
                   :SQL-CP-BRANCH-ID,
                   :SQL-NARRATIVE:SQL-NARRATIVE-NULL

      *    A pair landing in two different branches gets the
      *    due-to/due-from legs so each branch's book foots alone.
      *    External, wire and cross-currency pairs already settle
      *    through their own house positions under head office
           IF NOT EXTERNAL-TRANSFER AND NOT WIRE-TRANSFER
               AND SQL-BRANCH-ID NOT = SQL-CP-BRANCH-ID
               PERFORM POST-INTERBRANCH-LEGS
           END-IF.
               MOVE 'Y' TO WS-REV-XFER-EXTERNAL
           END-IF.

      *    A rejected wire's credit leg sits on the wire clearing
      *    contra under head office - no inter-branch pair to undo
           IF SQL-ORIG-COUNTERPARTY-ID = WS-CONTRA-ACC-WIRE
               MOVE 'Y' TO WS-REV-XFER-EXTERNAL
           END-IF.

           EXEC SQL
               SELECT ENTRY_ID, CREDIT,
                      COALESCE(BRANCH_ID, '000'), CURRENCY
           DISPLAY '  Stop-payment hits:      ' WS-STOP-PAY-HITS.
           DISPLAY '  External originations:  ' WS-ACH-ORIGINATIONS.
           DISPLAY '  Sanctions holds:        ' WS-SANCTION-BLOCKS.
           DISPLAY '  Overdrawn blocks:       ' WS-OD-BLOCK-REJECTS.
           DISPLAY '  OD protection xfers:    '
                   WS-OD-PROTECT-TRANSFERS.
           DISPLAY '  OD protection fees:     ' WS-OD-PROTECT-FEES.
           DISPLAY '  Opt-in declines:        ' WS-OPTIN-DECLINES.
           DISPLAY '  Posted to suspense:     ' WS-SUSPENSE-POSTED.
           DISPLAY '  Suspense clearings:     ' WS-SUSPENSE-CLEARED.
           DISPLAY '  Cross-currency pairs:   '
                   WS-CROSS-CCY-TRANSFERS.
           DISPLAY '  Inter-branch pairs:     '
           DISPLAY '  Holds captured:         ' WS-HOLD-CAPTURES.
           DISPLAY '  Partial captures:       '
                   WS-PARTIAL-CAPTURES.
           DISPLAY '  Deposit avail holds:    ' WS-DEPOSIT-HOLDS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

