      *          JOINT or SIGNER) rides the ACC_TYPE column and the
      *          receive-statement election (Y/N) the DISPOSITION
      *          column - and opening an account seeds its primary
      *          holder row automatically. A payable-on-death
      *          beneficiary is a holder of role POD whose DISPOSITION
      *          names the account the payout goes to (blank for the
      *          closure settlement contra). When CUSTOMER_MASTER
      *          freezes a deceased sole owner's account and records
      *          its beneficiaries in dbo.PodSettlements, each run
      *          settles it through the closure path: the balance is
      *          split equally between the beneficiaries and swept to
      *          their payout accounts, and the account closes.
      *          An account OD_CHARGEOFF has charged off for chronic
      *          overdraft is closed the same way, with disposition
      *          SETTLE, once its write-off has posted.
      *          The overdraft opt-in election for ATM and one-time
      *          debit card items travels the same maker-checker flow
      *          as an ODOPTIN row - the election (Y/N) rides the
      *          DISPOSITION column, how the customer consented
      *          (WRITTEN, ELECTRONIC or ORAL) the ACC_TYPE column -
      *          and every approved change is written to
      *          dbo.OverdraftOptInHistory for examiners and
      *          confirmed to the customer.
      *          A customer KYC_REVIEW holds blocked - a HIGH-risk
      *          rating whose periodic review is overdue - cannot
      *          have a new account opened until a reviewer signs
      *          the review off.
      *          Closing an account blocks every debit card on it
      *          (dbo.Cards issued or active) the moment the close
      *          is accepted - parked pending or closed outright -
      *          so the card switch stops authorizing against it.
      *          The checker must also hold authority for the action
      *          (class ACCT-<action>) on dbo.OfficerAuthority; an
      *          approval from a checker without it leaves the change
      *          pending and is escalated on dbo.OfficerDecisions for
      *          a checker who holds it.
      *          A custodial account held for a minor carries a
      *          CUSTODN holder (the custodian) and a MINOR holder
      *          (the beneficiary, whose DISPOSITION names the state
      *          governing the custodianship). A MAJORITY change -
      *          staged by MAJORITY_REVIEW once the beneficiary
      *          comes of age, CUSTOMER_ID the beneficiary, ACC_TYPE
      *          PRIMARY and DISPOSITION the custodian - retires the
      *          custodian's holder rows, makes the former minor the
      *          PRIMARY holder and re-points the account to them.
      *          Closing an account whose account-opening bonus was
      *          paid inside its campaign's clawback window recovers
      *          the bonus (up to the balance left in the bonus
      *          currency) as a FEE before the account is swept.
      *          An account pledged as collateral for a loan on
      *          dbo.CollateralPledges cannot be closed - on
      *          submission, at approval or by a system close -
      *          until the pledge is released.
      * Input:   data/in/accounts.csv (CSV format)
      * Output:  dbo.Accounts table (SQL Server)
      *          dbo.OfficerDecisions (approvals and escalations)
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=ACCOUNT_MASTER
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY BUSDATE.
       COPY OFFICER-AUTH.
       COPY MASTER-HISTORY.

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
       01  WS-CHANGES-REJECTED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHANGES-EXPIRED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SELF-APPROVALS-BLOCKED   PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-APPROVALS-ESCALATED      PIC 9(9) COMP-5 VALUE ZERO.

      * Landing-file lifecycle working storage (see TX_INBOUND's
      * registry handling - ACCOUNT_MASTER consumes accounts.csv the
       01  WS-ROWS-PENDING-CLOSE       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CLOSES-FINALIZED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SWEEPS-GENERATED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-POD-SETTLEMENTS-STARTED  PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHARGEOFF-CLOSES         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-OD-OPTIN-CHANGES         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CARDS-BLOCKED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-MAJORITY-TRANSFERS       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BONUSES-CLAWED-BACK      PIC 9(9) COMP-5 VALUE ZERO.

      * Closure settlement working storage
       01  WS-CLOSE-HAS-BALANCE        PIC X VALUE 'N'.
           88  BUCKET-PAYOUT-GENERATED VALUE 'Y'.
       01  WS-SWEEP-FAILED             PIC X VALUE 'N'.
           88  SWEEP-GENERATION-FAILED VALUE 'Y'.
       01  WS-CLAWBACK-FLAG            PIC X VALUE 'N'.
           88  CLAWBACK-FEE-GENERATED  VALUE 'Y'.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  SQL-DISPOSITION             PIC X(32).
       01  SQL-SWEEP-CURRENCY          PIC X(3).
       01  SQL-SWEEP-AMOUNT            PIC S9(16)V99 COMP-3.
       01  SQL-CB-CAMPAIGN-ID          PIC X(16).
       01  SQL-CB-CURRENCY             PIC X(3).
       01  SQL-CB-BONUS-PAID           PIC S9(13)V99 COMP-3.
       01  SQL-CB-BALANCE              PIC S9(16)V99 COMP-3.
       01  SQL-CB-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-CB-FEE-AMOUNT           PIC S9(16)V99 COMP-3.
       01  SQL-CB-NARRATIVE            PIC X(128).
       01  SQL-CHANGE-ID               PIC 9(18) COMP-5.
       01  SQL-PC-ACC-ID               PIC X(32).
       01  SQL-PC-CUSTOMER-ID          PIC X(32).
       01  SQL-PC-BRANCH-ID            PIC X(8).
       01  SQL-STMT-CYCLE-DAY          PIC S9(4) COMP-5.
       01  SQL-STMT-FORMAT             PIC X(1).
       01  SQL-PAYOUT-ACC-ID           PIC X(32).
       01  SQL-SETTLE-ACC-ID           PIC X(32).
       01  SQL-POD-COUNT               PIC S9(9) COMP-3.
       01  SQL-OD-OPT-IN-FLAG          PIC X(1).
       01  SQL-PRIOR-OPT-IN-FLAG       PIC X(1).
       01  SQL-CONSENT-METHOD          PIC X(16).
       01  SQL-OPTIN-MESSAGE           PIC X(128).
       01  SQL-RUN-ID                  PIC X(64).
       01  SQL-GOVERNING-STATE         PIC X(2).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators for the optional CLOSE_DATE,
      * STMT_CYCLE_DAY, STMT_FORMAT, PAYOUT_ACC_ID and
      * GOVERNING_STATE columns
       01  SQL-CLOSE-DATE-NULL         PIC S9(4) COMP-5.
       01  SQL-PAYOUT-ACC-ID-NULL      PIC S9(4) COMP-5.
       01  SQL-GOVERNING-STATE-NULL    PIC S9(4) COMP-5.
       01  SQL-STMT-CYCLE-DAY-NULL     PIC S9(4) COMP-5.
       01  SQL-STMT-FORMAT-NULL        PIC S9(4) COMP-5.

           ORDER BY ACC_ID
       END-EXEC.

      * Frozen accounts of deceased sole owners with payable-on-death
      * beneficiaries recorded and not yet paid
       EXEC SQL
           DECLARE POD_SETTLE_CURSOR CURSOR FOR
           SELECT DISTINCT A.ACC_ID
           FROM dbo.Accounts A
           INNER JOIN dbo.PodSettlements S
               ON S.ACC_ID = A.ACC_ID
           WHERE A.STATUS = 'F'
             AND S.STATUS = 'P'
           ORDER BY A.ACC_ID
       END-EXEC.

      * Open accounts charged off for chronic overdraft whose write-
      * off has posted, with no other balance still aging
       EXEC SQL
           DECLARE CHGOFF_CLOSE_CURSOR CURSOR FOR
           SELECT DISTINCT A.ACC_ID
           FROM dbo.Accounts A
           INNER JOIN dbo.OverdrawnAccounts O
               ON O.ACC_ID = A.ACC_ID
           INNER JOIN dbo.Transactions T
               ON T.TX_ID = O.CHARGE_OFF_TX_ID
           WHERE A.STATUS = 'O'
             AND O.STAGE = 'C'
             AND T.POSTED_FLAG = 'Y'
             AND NOT EXISTS
                 (SELECT 1 FROM dbo.OverdrawnAccounts O2
                  WHERE O2.ACC_ID = A.ACC_ID
                    AND O2.STAGE IN ('A', 'B'))
           ORDER BY A.ACC_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM FINALIZE-PENDING-CLOSES.
           PERFORM SETTLE-POD-ACCOUNTS.
           PERFORM CLOSE-CHARGED-OFF-ACCOUNTS.
           PERFORM EXPIRE-STALE-CHANGES.
           PERFORM PROCESS-APPROVALS.
           PERFORM CLAIM-INPUT-FILE.
           ACCEPT WS-RUN-ID-TIMESTAMP FROM TIME.
           MOVE WS-RUN-ID-TIMESTAMP TO WS-RUN-ID-TS.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'ACCOUNT_MASTER' TO WS-MH-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-MH-RUN-ID.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

               AND WS-CSV-ACTION NOT = 'CLOSE'
               AND WS-CSV-ACTION NOT = 'ADDHOLDER'
               AND WS-CSV-ACTION NOT = 'REMHOLDER'
               AND WS-CSV-ACTION NOT = 'ODOPTIN'
               AND WS-CSV-ACTION NOT = 'MAJORITY'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - unknown ACTION: ' WS-CSV-ACTION
               MOVE 'N' TO WS-ROW-VALID
               IF WS-CSV-ACC-TYPE NOT = 'PRIMARY'
                   AND WS-CSV-ACC-TYPE NOT = 'JOINT'
                   AND WS-CSV-ACC-TYPE NOT = 'SIGNER'
                   AND WS-CSV-ACC-TYPE NOT = 'POD'
                   AND WS-CSV-ACC-TYPE NOT = 'CUSTODN'
                   AND WS-CSV-ACC-TYPE NOT = 'MINOR'
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - holder role must be PRIMARY, JOINT, '
                           'SIGNER, POD, CUSTODN or MINOR'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING 'Holder role must be PRIMARY/JOINT/SIGNER/'
                          DELIMITED BY SIZE
                          'POD/CUSTODN/MINOR' DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           END-IF.
      *    A payable-on-death beneficiary's DISPOSITION is the
      *    account the payout goes to - blank pays through the
      *    closure settlement contra
           IF WS-CSV-ACTION = 'ADDHOLDER'
               AND WS-CSV-ACC-TYPE = 'POD'
               AND WS-CSV-DISPOSITION NOT = SPACES
               IF WS-CSV-DISPOSITION = WS-CSV-ACC-ID
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - POD payout account equals the account'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'POD payout account equals the account'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               MOVE WS-CSV-DISPOSITION TO SQL-PAYOUT-ACC-ID
               MOVE ZERO TO SQL-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
                   FROM dbo.Accounts
                   WHERE ACC_ID = :SQL-PAYOUT-ACC-ID
                     AND STATUS = 'O'
               END-EXEC
               IF SQLCODE NOT = 0 OR SQL-EXISTS-COUNT = ZERO
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - POD payout account not open: '
                           WS-CSV-DISPOSITION
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'POD payout account not open'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           END-IF.
      *    A minor beneficiary's DISPOSITION is the two-letter state
      *    governing the custodianship - blank takes the default
      *    age of majority
           IF WS-CSV-ACTION = 'ADDHOLDER'
               AND WS-CSV-ACC-TYPE = 'MINOR'
               MOVE FUNCTION UPPER-CASE(WS-CSV-DISPOSITION)
                   TO WS-CSV-DISPOSITION
               IF WS-CSV-DISPOSITION NOT = SPACES
                   IF WS-CSV-DISPOSITION (1:2) IS NOT ALPHABETIC
                       OR WS-CSV-DISPOSITION (1:1) = SPACE
                       OR WS-CSV-DISPOSITION (2:1) = SPACE
                       OR WS-CSV-DISPOSITION (3:) NOT = SPACES
                       DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                               ' - governing state must be a '
                               'two-letter state code'
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE 'Governing state must be a state code'
                           TO WS-REJECT-REASON
                       GO TO VALIDATE-CSV-FIELDS-EXIT
                   END-IF
               END-IF
           END-IF.
           IF WS-CSV-ACTION = 'ADDHOLDER'
               AND WS-CSV-ACC-TYPE NOT = 'POD'
               AND WS-CSV-ACC-TYPE NOT = 'MINOR'
               MOVE FUNCTION UPPER-CASE(WS-CSV-DISPOSITION)
                   TO WS-CSV-DISPOSITION
               IF WS-CSV-DISPOSITION = SPACES
               END-IF
           END-IF.

      *    Opt-in rows carry the election in DISPOSITION and how the
      *    customer gave consent in the ACC_TYPE column
           IF WS-CSV-ACTION = 'ODOPTIN'
               MOVE FUNCTION UPPER-CASE(WS-CSV-DISPOSITION)
                   TO WS-CSV-DISPOSITION
               IF WS-CSV-DISPOSITION NOT = 'Y'
                   AND WS-CSV-DISPOSITION NOT = 'N'
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - opt-in election must be Y or N'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Opt-in election must be Y or N'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               IF WS-CSV-ACC-TYPE NOT = 'WRITTEN'
                   AND WS-CSV-ACC-TYPE NOT = 'ELECTRONIC'
                   AND WS-CSV-ACC-TYPE NOT = 'ORAL'
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - consent method must be WRITTEN, '
                           'ELECTRONIC or ORAL'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Consent method must be WRITTEN/ELECTRONIC/ORAL'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           END-IF.

      *    A MAJORITY transfer makes the beneficiary PRIMARY; the
      *    custodian it retires rides DISPOSITION for the checker
           IF WS-CSV-ACTION = 'MAJORITY'
               AND WS-CSV-ACC-TYPE NOT = 'PRIMARY'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - MAJORITY transfer role must be PRIMARY'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'MAJORITY transfer role must be PRIMARY'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    OPEN requires an OPEN_DATE and must not collide with an
      *    ACC_ID already on file; UPDATE/CLOSE apply to an account
      *    that must already exist
           IF ROW-IS-VALID AND WS-CSV-ACTION NOT = 'CLOSE'
               PERFORM CHECK-CUSTOMER-ON-FILE
           END-IF.

      *    No new account for a customer whose overdue high-risk
      *    review is holding them blocked - checked again when the
      *    change is approved
           IF ROW-IS-VALID AND WS-CSV-ACTION = 'OPEN'
               PERFORM CHECK-KYC-REVIEW-BLOCK
           END-IF.

      *    An account still pledged as loan collateral stays open -
      *    checked again when the close executes
           IF ROW-IS-VALID AND WS-CSV-ACTION = 'CLOSE'
               PERFORM CHECK-ACCOUNT-PLEDGED
           END-IF.

      *    Only the owner or a primary/joint holder can give or
      *    withdraw overdraft consent on the account
           IF ROW-IS-VALID AND WS-CSV-ACTION = 'ODOPTIN'
               PERFORM CHECK-OPTIN-CUSTOMER
           END-IF.

      *    Only the account's standing minor beneficiary comes of
      *    age on it - checked again when the change is approved
           IF ROW-IS-VALID AND WS-CSV-ACTION = 'MAJORITY'
               PERFORM CHECK-MINOR-BENEFICIARY
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

       CHECK-CUSTOMER-ON-FILE-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-KYC-REVIEW-BLOCK: Refuse an OPEN for a customer
      * KYC_REVIEW has blocked pending an overdue high-risk review
      ******************************************************************
       CHECK-KYC-REVIEW-BLOCK SECTION.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE ZERO TO SQL-EXISTS-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.CustomerRiskRatings
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND OPEN_BLOCK_FLAG = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Row ' WS-ROW-NUMBER
                       ' - Risk rating lookup failed, SQLCODE: '
                       SQLCODE
               GO TO CHECK-KYC-REVIEW-BLOCK-EXIT
           END-IF.

           IF SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - high-risk KYC review overdue for '
                       WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'High-risk KYC review overdue - opening blocked'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-KYC-REVIEW-BLOCK-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-ACCOUNT-PLEDGED: Refuse to close an account whose funds
      * are pledged to secure a loan. A failed lookup refuses too -
      * a pledged account swept shut cannot be put back
      ******************************************************************
       CHECK-ACCOUNT-PLEDGED SECTION.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE ZERO TO SQL-EXISTS-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.CollateralPledges
               WHERE COLLATERAL_ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Pledge lookup failed, SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Collateral pledge lookup failed'
                   TO WS-REJECT-REASON
               GO TO CHECK-ACCOUNT-PLEDGED-EXIT
           END-IF.

           IF SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - account is pledged as loan collateral: '
                       WS-CSV-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Account pledged as loan collateral - close refused'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-ACCOUNT-PLEDGED-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-OPTIN-CUSTOMER: The customer giving or withdrawing
      * overdraft consent must own the account or be an active
      * PRIMARY/JOINT holder on it
      ******************************************************************
       CHECK-OPTIN-CUSTOMER SECTION.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE ZERO TO SQL-EXISTS-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Accounts A
               WHERE A.ACC_ID = :SQL-ACC-ID
                 AND (A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                      OR EXISTS (
                          SELECT 1 FROM dbo.AccountHolders H
                          WHERE H.ACC_ID = A.ACC_ID
                            AND H.CUSTOMER_ID = :SQL-CUSTOMER-ID
                            AND H.STATUS = 'A'
                            AND H.HOLDER_ROLE IN ('PRIMARY',
                                                  'JOINT')))
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Row ' WS-ROW-NUMBER
                       ' - Holder lookup failed, SQLCODE: ' SQLCODE
               GO TO CHECK-OPTIN-CUSTOMER-EXIT
           END-IF.

           IF SQL-EXISTS-COUNT = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CUSTOMER_ID is not an owner of the account'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CUSTOMER_ID is not an owner of the account'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-OPTIN-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * STAGE-STATEMENT-ATTRIBUTES: Map the optional cycle-day and
      * format elections into their host variables and indicators
               GO TO PROCESS-ONE-APPROVAL-EXIT
           END-IF.

      *    An approval is held to the checker's authority for the
      *    action; a rejection leaves the account as it is
           IF WS-APR-DECISION = 'APPROVE'
               PERFORM CHECK-APPROVAL-AUTHORITY
               IF OFFICER-LACKS-AUTHORITY
                   GO TO PROCESS-ONE-APPROVAL-EXIT
               END-IF
           END-IF.

           MOVE WS-APR-CHECKER-ID TO SQL-PC-CHECKER-ID.
           MOVE WS-APR-REASON TO SQL-PC-REASON.


           IF SQLCODE = 0
               ADD 1 TO WS-CHANGES-APPLIED
               PERFORM RECORD-OFFICER-DECISION
           END-IF.
       APPLY-APPROVED-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-APPROVAL-AUTHORITY: Hold the checker's approval to their
      * ACCT-<action> authority. The grant itself is the authority, so
      * the check runs at currency XXX and amount zero. A refused
      * approval leaves the change pending for a checker who holds
      * the authority; their approval clears the escalation
      ******************************************************************
       CHECK-APPROVAL-AUTHORITY SECTION.
           MOVE 'ACCOUNT_MASTER' TO WS-OA-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-OA-RUN-ID.
           MOVE WS-APR-CHECKER-ID TO WS-OA-OFFICER-ID.
           MOVE SPACES TO WS-OA-ACTION-CLASS.
           STRING 'ACCT-' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-PC-ACTION) DELIMITED BY SIZE
               INTO WS-OA-ACTION-CLASS
           END-STRING.
           MOVE 'XXX' TO WS-OA-CURRENCY.
           MOVE ZERO TO WS-OA-AMOUNT.
           MOVE SPACES TO WS-OA-REFERENCE.
           STRING 'CHANGE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APR-CHANGE-ID-STR) DELIMITED BY SIZE
               INTO WS-OA-REFERENCE
           END-STRING.

           PERFORM CHECK-OFFICER-AUTHORITY.

           IF OFFICER-LACKS-AUTHORITY
               DISPLAY 'WARNING: CHANGE_ID ' SQL-CHANGE-ID
                       ' approval escalated: '
                       FUNCTION TRIM(WS-OA-REASON)
               ADD 1 TO WS-APPROVALS-ESCALATED
           END-IF.
       CHECK-APPROVAL-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ACCOUNT-ACTION: Insert or update dbo.Accounts per ACTION.
      * The account and its holder list are imaged either side of
      * the change for the master history
      ******************************************************************
       APPLY-ACCOUNT-ACTION SECTION.
           MOVE WS-CSV-ACTION TO WS-MH-ACTION.
           MOVE WS-CSV-MAKER-ID TO WS-MH-REQUESTED-BY.
           MOVE WS-APR-CHECKER-ID TO WS-MH-APPROVED-BY.
           PERFORM START-MASTER-CHANGE.
           MOVE WS-CSV-ACC-ID TO WS-MH-ACC-ID.
           PERFORM CAPTURE-ACCOUNT-BEFORE.

           EVALUATE WS-CSV-ACTION
               WHEN 'OPEN'
                   PERFORM OPEN-ACCOUNT
                   PERFORM ADD-ACCOUNT-HOLDER
               WHEN 'REMHOLDER'
                   PERFORM REMOVE-ACCOUNT-HOLDER
               WHEN 'ODOPTIN'
                   PERFORM SET-OD-OPT-IN
               WHEN 'MAJORITY'
                   PERFORM TRANSFER-TO-MAJORITY
           END-EVALUATE.

           PERFORM COMPLETE-MASTER-CHANGE.
       APPLY-ACCOUNT-ACTION-EXIT.
           EXIT.

      ******************************************************************
      * ADD-ACCOUNT-HOLDER: Record a holder relationship. Adding a
      * PRIMARY demotes the standing primary to JOINT - an account
      * has exactly one primary, and tax reporting attributes to it.
      * A POD beneficiary receives no statements and carries the
      * account its payout goes to; neither does a MINOR beneficiary,
      * who carries the state governing the custodianship
      ******************************************************************
       ADD-ACCOUNT-HOLDER SECTION.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE WS-CSV-ACC-TYPE TO SQL-HOLDER-ROLE.
           MOVE -1 TO SQL-PAYOUT-ACC-ID-NULL.
           MOVE SPACES TO SQL-PAYOUT-ACC-ID.
           MOVE -1 TO SQL-GOVERNING-STATE-NULL.
           MOVE SPACES TO SQL-GOVERNING-STATE.
           EVALUATE SQL-HOLDER-ROLE
               WHEN 'POD'
                   MOVE 'N' TO SQL-RECEIVE-FLAG
                   IF WS-CSV-DISPOSITION NOT = SPACES
                       MOVE WS-CSV-DISPOSITION TO SQL-PAYOUT-ACC-ID
                       MOVE 0 TO SQL-PAYOUT-ACC-ID-NULL
                   END-IF
               WHEN 'MINOR'
                   MOVE 'N' TO SQL-RECEIVE-FLAG
                   IF WS-CSV-DISPOSITION NOT = SPACES
                       MOVE WS-CSV-DISPOSITION TO SQL-GOVERNING-STATE
                       MOVE 0 TO SQL-GOVERNING-STATE-NULL
                   END-IF
               WHEN OTHER
                   MOVE WS-CSV-DISPOSITION TO SQL-RECEIVE-FLAG
           END-EVALUATE.

           IF SQL-HOLDER-ROLE = 'PRIMARY'
               EXEC SQL
                   CUSTOMER_ID,
                   HOLDER_ROLE,
                   RECEIVE_STMT_FLAG,
                   PAYOUT_ACC_ID,
                   GOVERNING_STATE,
                   STATUS,
                   ADDED_TS_UTC
               ) VALUES (
                   :SQL-CUSTOMER-ID,
                   :SQL-HOLDER-ROLE,
                   :SQL-RECEIVE-FLAG,
                   :SQL-PAYOUT-ACC-ID:SQL-PAYOUT-ACC-ID-NULL,
                   :SQL-GOVERNING-STATE:SQL-GOVERNING-STATE-NULL,
                   'A',
                   SYSUTCDATETIME()
               )
       REMOVE-ACCOUNT-HOLDER-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-MINOR-BENEFICIARY: A MAJORITY transfer's CUSTOMER_ID
      * must be the account's active MINOR holder
      ******************************************************************
       CHECK-MINOR-BENEFICIARY SECTION.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE ZERO TO SQL-HOLDER-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-HOLDER-COUNT
               FROM dbo.AccountHolders
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND HOLDER_ROLE = 'MINOR'
                 AND STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Minor beneficiary lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Minor beneficiary lookup failed'
                   TO WS-REJECT-REASON
               GO TO CHECK-MINOR-BENEFICIARY-EXIT
           END-IF.

           IF SQL-HOLDER-COUNT = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer is not the account''s minor '
                       'beneficiary'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer is not the minor beneficiary'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-MINOR-BENEFICIARY-EXIT.
           EXIT.

      ******************************************************************
      * TRANSFER-TO-MAJORITY: The minor beneficiary has come of age.
      * Every custodian on the account is retired - along with any
      * other role they held on it - the account is re-pointed from
      * the custodian to the beneficiary, and the beneficiary is
      * added as PRIMARY, superseding their MINOR row
      ******************************************************************
       TRANSFER-TO-MAJORITY SECTION.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.

           EXEC SQL
               UPDATE dbo.Accounts
               SET CUSTOMER_ID = :SQL-CUSTOMER-ID
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CUSTOMER_ID IN
                     (SELECT H.CUSTOMER_ID
                      FROM dbo.AccountHolders H
                      WHERE H.ACC_ID = :SQL-ACC-ID
                        AND H.HOLDER_ROLE = 'CUSTODN'
                        AND H.STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Account owner transfer failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Account owner transfer failed'
                   TO WS-REJECT-REASON
               GO TO TRANSFER-TO-MAJORITY-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.AccountHolders
               SET STATUS = 'R'
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'A'
                 AND CUSTOMER_ID <> :SQL-CUSTOMER-ID
                 AND CUSTOMER_ID IN
                     (SELECT H.CUSTOMER_ID
                      FROM dbo.AccountHolders H
                      WHERE H.ACC_ID = :SQL-ACC-ID
                        AND H.HOLDER_ROLE = 'CUSTODN'
                        AND H.STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Custodian retirement failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Custodian retirement failed' TO WS-REJECT-REASON
               GO TO TRANSFER-TO-MAJORITY-EXIT
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-HOLDERS-REMOVED
           END-IF.

           MOVE 'PRIMARY' TO WS-CSV-ACC-TYPE.
           MOVE 'Y' TO WS-CSV-DISPOSITION.
           PERFORM ADD-ACCOUNT-HOLDER.

           IF ROW-IS-VALID
               ADD 1 TO WS-MAJORITY-TRANSFERS
           END-IF.
       TRANSFER-TO-MAJORITY-EXIT.
           EXIT.

      ******************************************************************
      * SET-OD-OPT-IN: Apply an approved overdraft opt-in election.
      * The account carries the current election for POST_LEDGER;
      * dbo.OverdraftOptInHistory keeps every change - before and
      * after, who consented and how, and which maker and checker
      * applied it - and the customer is sent written confirmation
      ******************************************************************
       SET-OD-OPT-IN SECTION.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE WS-CSV-DISPOSITION TO SQL-OD-OPT-IN-FLAG.
           MOVE WS-CSV-ACC-TYPE TO SQL-CONSENT-METHOD.
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.
           MOVE 'N' TO SQL-PRIOR-OPT-IN-FLAG.

           EXEC SQL
               SELECT COALESCE(OD_OPT_IN_FLAG, 'N')
               INTO :SQL-PRIOR-OPT-IN-FLAG
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Opt-in lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Opt-in lookup failed' TO WS-REJECT-REASON
               GO TO SET-OD-OPT-IN-EXIT
           END-IF.

           IF SQL-PRIOR-OPT-IN-FLAG = SQL-OD-OPT-IN-FLAG
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Opt-in election already in effect'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Opt-in election already in effect'
                   TO WS-REJECT-REASON
               GO TO SET-OD-OPT-IN-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.Accounts
               SET OD_OPT_IN_FLAG = :SQL-OD-OPT-IN-FLAG,
                   OD_OPT_IN_TS_UTC = SYSUTCDATETIME()
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Opt-in update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Opt-in update failed' TO WS-REJECT-REASON
               GO TO SET-OD-OPT-IN-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.OverdraftOptInHistory (
                   ACC_ID,
                   PRIOR_FLAG,
                   NEW_FLAG,
                   CUSTOMER_ID,
                   CONSENT_METHOD,
                   CHANGE_ID,
                   MAKER_ID,
                   CHECKER_ID,
                   RUN_ID,
                   EFFECTIVE_TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-PRIOR-OPT-IN-FLAG,
                   :SQL-OD-OPT-IN-FLAG,
                   :SQL-CUSTOMER-ID,
                   :SQL-CONSENT-METHOD,
                   :SQL-CHANGE-ID,
                   :SQL-PC-MAKER-ID,
                   :SQL-PC-CHECKER-ID,
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

      *    No election change stands without its audit row
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Opt-in history insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               EXEC SQL
                   UPDATE dbo.Accounts
                   SET OD_OPT_IN_FLAG = :SQL-PRIOR-OPT-IN-FLAG
                   WHERE ACC_ID = :SQL-ACC-ID
               END-EXEC
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Opt-in history insert failed' TO WS-REJECT-REASON
               GO TO SET-OD-OPT-IN-EXIT
           END-IF.

           ADD 1 TO WS-OD-OPTIN-CHANGES.

           MOVE SPACES TO SQL-OPTIN-MESSAGE.
           IF SQL-OD-OPT-IN-FLAG = 'Y'
               STRING 'You have opted in to overdraft coverage for '
                      DELIMITED BY SIZE
                      'ATM and one-time debit card transactions'
                      DELIMITED BY SIZE
                   INTO SQL-OPTIN-MESSAGE
               END-STRING
           ELSE
               STRING 'You have opted out of overdraft coverage for '
                      DELIMITED BY SIZE
                      'ATM and one-time debit card transactions'
                      DELIMITED BY SIZE
                   INTO SQL-OPTIN-MESSAGE
               END-STRING
           END-IF.

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
                   'OD-OPTIN',
                   :SQL-OD-OPT-IN-FLAG,
                   :SQL-OPTIN-MESSAGE,
                   'N',
                   :SQL-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Opt-in confirmation notice insert '
                       'failed for ' SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       SET-OD-OPT-IN-EXIT.
           EXIT.

      ******************************************************************
      * UPDATE-ACCOUNT: Update CUSTOMER_ID/ACC_TYPE on an open account
      ******************************************************************
      * or SETTLE for the closure settlement contra) the final sweep
      * transfers are generated and the account parks in status 'P'
      * until they post, when FINALIZE-PENDING-CLOSES completes the
      * close and queues the final statement. An account pledged as
      * loan collateral is refused before anything is paid out
      ******************************************************************
       CLOSE-ACCOUNT SECTION.
           PERFORM CHECK-ACCOUNT-PLEDGED.
           IF ROW-IS-INVALID
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           PERFORM PAYOUT-ACCRUAL-BUCKETS.
           IF ROW-IS-INVALID
           IF NOT CLOSE-BALANCE-REMAINS
               AND NOT BUCKET-PAYOUT-GENERATED
      *        Nothing left to settle - close outright
               PERFORM CLAWBACK-OPENING-BONUS
               IF ROW-IS-INVALID
                   GO TO CLOSE-ACCOUNT-EXIT
               END-IF
               PERFORM REQUEST-FINAL-STATEMENT
               PERFORM MARK-ACCOUNT-CLOSED
               GO TO CLOSE-ACCOUNT-EXIT
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

      *    A deceased owner's estate settles to the recorded
      *    payable-on-death beneficiaries
           IF WS-CSV-DISPOSITION = 'POD'
               MOVE ZERO TO SQL-POD-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-POD-COUNT
                   FROM dbo.PodSettlements
                   WHERE ACC_ID = :SQL-ACC-ID
                     AND STATUS = 'P'
               END-EXEC
               IF SQLCODE NOT = 0 OR SQL-POD-COUNT = ZERO
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - no payable-on-death beneficiaries '
                           'recorded: ' WS-CSV-ACC-ID
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'No POD beneficiaries recorded'
                       TO WS-REJECT-REASON
                   GO TO CLOSE-ACCOUNT-EXIT
               END-IF
           END-IF.

           EVALUATE WS-CSV-DISPOSITION
               WHEN 'SETTLE'
                   MOVE WS-CONTRA-ACC-SETTLE TO SQL-DISPOSITION
               WHEN 'POD'
                   MOVE 'POD' TO SQL-DISPOSITION
               WHEN OTHER
                   MOVE WS-CSV-DISPOSITION TO SQL-DISPOSITION
                   PERFORM CHECK-DISPOSITION-ACCOUNT
                   IF ROW-IS-INVALID
                       GO TO CLOSE-ACCOUNT-EXIT
                   END-IF
           END-EVALUATE.

      *    An estate settling to its beneficiaries keeps the bonus
           MOVE 'N' TO WS-CLAWBACK-FLAG.
           IF SQL-DISPOSITION NOT = 'POD'
               PERFORM CLAWBACK-OPENING-BONUS
               IF ROW-IS-INVALID
                   GO TO CLOSE-ACCOUNT-EXIT
               END-IF
           END-IF.

      *    A clawback fee is still unposted, so sweeping today would
      *    move the gross balance out and leave the fee to overdraw
      *    the account. Park it instead; once the fee posts the next
      *    run's finalize sweeps what is left
           IF NOT CLAWBACK-FEE-GENERATED
               PERFORM GENERATE-SWEEP-TRANSFERS
               IF ROW-IS-INVALID
                   GO TO CLOSE-ACCOUNT-EXIT
               END-IF
           END-IF.

      *    Park the account pending close; the sweep posts tonight
               MOVE 'Pending-close update failed' TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-ROWS-PENDING-CLOSE
               PERFORM BLOCK-ACCOUNT-CARDS
           END-IF.
       CLOSE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * CLAWBACK-OPENING-BONUS: An account closed inside its bonus
      * campaign's clawback window gives the opening bonus back. The
      * clawback is the bonus paid, capped at the posted balance left
      * in the bonus currency, raised as a FEE against the account;
      * the enrollment is marked clawed back with the amount
      * recovered (zero when nothing was left to recover)
      ******************************************************************
       CLAWBACK-OPENING-BONUS SECTION.
           MOVE 'N' TO WS-CLAWBACK-FLAG.

           EXEC SQL
               SELECT E.CAMPAIGN_ID, C.CURRENCY, E.BONUS_PAID,
                      COALESCE((SELECT B.BALANCE
                                FROM dbo.AccountBalances B
                                WHERE B.ACC_ID = E.ACC_ID
                                  AND B.CURRENCY = C.CURRENCY
                                  AND B.BALANCE > 0), 0)
               INTO :SQL-CB-CAMPAIGN-ID, :SQL-CB-CURRENCY,
                    :SQL-CB-BONUS-PAID, :SQL-CB-BALANCE
               FROM dbo.BonusEnrollments E
               JOIN dbo.BonusCampaigns C
                   ON C.CAMPAIGN_ID = E.CAMPAIGN_ID
               WHERE E.ACC_ID = :SQL-ACC-ID
                 AND E.STATUS = 'Q'
                 AND C.CLAWBACK_DAYS > 0
                 AND CAST(:SQL-BUS-DATE AS DATE) <=
                     DATEADD(DAY, C.CLAWBACK_DAYS,
                         CAST(E.OPEN_DATE AS DATE))
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO CLAWBACK-OPENING-BONUS-EXIT
           END-IF.

           IF SQL-CB-BALANCE < SQL-CB-BONUS-PAID
               MOVE SQL-CB-BALANCE TO SQL-CB-AMOUNT
           ELSE
               MOVE SQL-CB-BONUS-PAID TO SQL-CB-AMOUNT
           END-IF.

           IF SQL-CB-AMOUNT > ZERO
               COMPUTE SQL-CB-FEE-AMOUNT = 0 - SQL-CB-AMOUNT
               MOVE SPACES TO SQL-CB-NARRATIVE
               STRING 'Opening bonus clawback '
                      FUNCTION TRIM(SQL-CB-CAMPAIGN-ID)
                   DELIMITED BY SIZE INTO SQL-CB-NARRATIVE
               END-STRING
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
                       :SQL-CB-FEE-AMOUNT,
                       :SQL-CB-CURRENCY,
                       SYSUTCDATETIME(),
                       'FEE',
                       :SQL-CB-NARRATIVE
                   )
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - Bonus clawback insert failed'
                   DISPLAY 'SQLCODE: ' SQLCODE
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Bonus clawback insert failed'
                       TO WS-REJECT-REASON
                   GO TO CLAWBACK-OPENING-BONUS-EXIT
               END-IF
               MOVE 'Y' TO WS-CLAWBACK-FLAG
           END-IF.

           EXEC SQL
               UPDATE dbo.BonusEnrollments
               SET STATUS = 'C',
                   CLAWBACK_AMOUNT = :SQL-CB-AMOUNT,
                   CLAWBACK_TS_UTC = SYSUTCDATETIME()
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'Q'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Bonus enrollment clawback update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Bonus clawback update failed'
                   TO WS-REJECT-REASON
               GO TO CLAWBACK-OPENING-BONUS-EXIT
           END-IF.

           ADD 1 TO WS-BONUSES-CLAWED-BACK.
       CLAWBACK-OPENING-BONUS-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-REMAINING-BALANCES: Does the closing account still hold
      * money in any currency?
               GO TO SWEEP-ONE-CLOSE-BALANCE-EXIT
           END-IF.

           IF SQL-DISPOSITION = 'POD'
               PERFORM SWEEP-POD-SHARES
               GO TO SWEEP-ONE-CLOSE-BALANCE-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
       SWEEP-ONE-CLOSE-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * SWEEP-POD-SHARES: Split one currency's balance equally
      * between the account's payable-on-death beneficiaries - each
      * share truncated to the cent, the last beneficiary taking the
      * remainder so the shares sum to the balance - one transfer per
      * beneficiary to their payout account, or to the closure
      * settlement contra where none is named or it is no longer open
      ******************************************************************
       SWEEP-POD-SHARES SECTION.
           MOVE WS-CONTRA-ACC-SETTLE TO SQL-SETTLE-ACC-ID.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   COUNTERPARTY_ACC_ID,
                   NARRATIVE
               )
               SELECT :SQL-ACC-ID,
                      CASE WHEN B.RN = B.CNT
                           THEN :SQL-SWEEP-AMOUNT
                                - ROUND(:SQL-SWEEP-AMOUNT / B.CNT,
                                        2, 1) * (B.CNT - 1)
                           ELSE ROUND(:SQL-SWEEP-AMOUNT / B.CNT,
                                      2, 1)
                      END,
                      :SQL-SWEEP-CURRENCY,
                      SYSUTCDATETIME(),
                      'TRANSFER',
                      CASE WHEN P.ACC_ID IS NOT NULL
                           THEN P.ACC_ID
                           ELSE :SQL-SETTLE-ACC-ID
                      END,
                      'Payable-on-death payout ' + B.BENEFICIARY_ID
               FROM (SELECT BENEFICIARY_ID, PAYOUT_ACC_ID,
                            ROW_NUMBER() OVER
                                (ORDER BY BENEFICIARY_ID) AS RN,
                            COUNT(*) OVER () AS CNT
                     FROM dbo.PodSettlements
                     WHERE ACC_ID = :SQL-ACC-ID
                       AND STATUS = 'P') B
               LEFT JOIN dbo.Accounts P
                   ON P.ACC_ID = B.PAYOUT_ACC_ID
                  AND P.STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Payable-on-death sweep insert failed '
                       'for ' SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-SWEEP-FAILED
               GO TO SWEEP-POD-SHARES-EXIT
           END-IF.

           ADD SQLERRD (3) TO WS-SWEEPS-GENERATED.
      *    Restore SQLCODE's cursor meaning for the caller's UNTIL
           MOVE 0 TO SQLCODE.
       SWEEP-POD-SHARES-EXIT.
           EXIT.

      ******************************************************************
      * REQUEST-FINAL-STATEMENT: Queue the truncated-period final
      * statement; STATEMENT_GEN's cycle mode fulfills the request
               DISPLAY 'ACC_ID: ' SQL-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Account close failed' TO WS-REJECT-REASON
               GO TO MARK-ACCOUNT-CLOSED-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-CLOSED.
           PERFORM BLOCK-ACCOUNT-CARDS.

      *    A settled estate's beneficiaries are paid
           EXEC SQL
               UPDATE dbo.PodSettlements
               SET STATUS = 'S',
                   SETTLED_TS_UTC = SYSUTCDATETIME()
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE < 0
               DISPLAY 'WARNING: POD settlement update failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       MARK-ACCOUNT-CLOSED-EXIT.
           EXIT.

      ******************************************************************
      * BLOCK-ACCOUNT-CARDS: Block every issued or active debit card
      * on the closing account, recording each on dbo.CardEvents.
      * Cards already blocked, hot-carded or replaced are left as
      * they are
      ******************************************************************
       BLOCK-ACCOUNT-CARDS SECTION.
           MOVE WS-CURRENT-RUN-ID TO SQL-RUN-ID.

           EXEC SQL
               INSERT INTO dbo.CardEvents (
                   CARD_ID,
                   ACTION,
                   OLD_STATUS,
                   NEW_STATUS,
                   REASON,
                   OFFICER_ID,
                   RUN_ID,
                   TS_UTC
               )
               SELECT CARD_ID,
                      'BLOCK',
                      STATUS,
                      'B',
                      'ACCOUNT CLOSED',
                      'ACCOUNT_MASTER',
                      :SQL-RUN-ID,
                      SYSUTCDATETIME()
               FROM dbo.Cards
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS IN ('I', 'A')
           END-EXEC.

           IF SQLCODE = 100
               GO TO BLOCK-ACCOUNT-CARDS-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Card block history insert failed '
                       'for ' SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.

           EXEC SQL
               UPDATE dbo.Cards
               SET STATUS = 'B',
                   BLOCK_REASON = 'ACCOUNT CLOSED',
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE ACC_ID = :SQL-ACC-ID
                 AND STATUS IN ('I', 'A')
           END-EXEC.

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-CARDS-BLOCKED
               GO TO BLOCK-ACCOUNT-CARDS-EXIT
           END-IF.

           IF SQLCODE NOT = 100
               DISPLAY 'ERROR: Card block failed for ' SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       BLOCK-ACCOUNT-CARDS-EXIT.
           EXIT.

      ******************************************************************
      * FINALIZE-PENDING-CLOSES: Accounts parked in status 'P' whose
      * sweeps have posted (balance now zero) are closed for good and
               GO TO FINALIZE-ONE-PENDING-CLOSE-NEXT
           END-IF.

           MOVE 'FINALCLOSE' TO WS-MH-ACTION.
           PERFORM START-SYSTEM-ACCT-CHANGE.
           PERFORM REQUEST-FINAL-STATEMENT.
           PERFORM MARK-ACCOUNT-CLOSED.
           PERFORM COMPLETE-MASTER-CHANGE.
           IF ROW-IS-VALID
               ADD 1 TO WS-CLOSES-FINALIZED
           END-IF.
       FINALIZE-ONE-PENDING-CLOSE-EXIT.
           EXIT.

      ******************************************************************
      * SETTLE-POD-ACCOUNTS: A deceased sole owner's frozen account
      * with payable-on-death beneficiaries recorded is closed
      * through the normal closure path with disposition POD - the
      * accrued interest is paid out, the balance swept to the
      * beneficiaries, and the account parks pending until the
      * sweeps post
      ******************************************************************
       SETTLE-POD-ACCOUNTS SECTION.
           EXEC SQL
               OPEN POD_SETTLE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not open POD settlement cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO SETTLE-POD-ACCOUNTS-EXIT
           END-IF.

           PERFORM SETTLE-ONE-POD-ACCOUNT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE POD_SETTLE_CURSOR
           END-EXEC.

           IF WS-POD-SETTLEMENTS-STARTED > ZERO
               DISPLAY 'Payable-on-death settlements started: '
                       WS-POD-SETTLEMENTS-STARTED
           END-IF.
       SETTLE-POD-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * SETTLE-ONE-POD-ACCOUNT: Close one frozen estate account to
      * its beneficiaries
      ******************************************************************
       SETTLE-ONE-POD-ACCOUNT SECTION.
           EXEC SQL
               FETCH POD_SETTLE_CURSOR INTO
                   :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO SETTLE-ONE-POD-ACCOUNT-EXIT
           END-IF.

           MOVE SQL-ACC-ID TO WS-CSV-ACC-ID.
           MOVE 'POD' TO WS-CSV-DISPOSITION.
           MOVE 'Y' TO WS-ROW-VALID.
           MOVE 'PODSETTLE' TO WS-MH-ACTION.
           PERFORM START-SYSTEM-ACCT-CHANGE.
           PERFORM CLOSE-ACCOUNT.
           PERFORM COMPLETE-MASTER-CHANGE.
           IF ROW-IS-VALID
               ADD 1 TO WS-POD-SETTLEMENTS-STARTED
           ELSE
               DISPLAY 'WARNING: POD settlement of ' WS-CSV-ACC-ID
                       ' failed: ' FUNCTION TRIM(WS-REJECT-REASON)
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       SETTLE-ONE-POD-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-CHARGED-OFF-ACCOUNTS: An account charged off for
      * chronic overdraft is closed through the normal closure path
      * with disposition SETTLE once the write-off has brought the
      * balance back to zero
      ******************************************************************
       CLOSE-CHARGED-OFF-ACCOUNTS SECTION.
           EXEC SQL
               OPEN CHGOFF_CLOSE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not open charge-off close '
                       'cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO CLOSE-CHARGED-OFF-ACCOUNTS-EXIT
           END-IF.

           PERFORM CLOSE-ONE-CHARGED-OFF
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE CHGOFF_CLOSE_CURSOR
           END-EXEC.

           IF WS-CHARGEOFF-CLOSES > ZERO
               DISPLAY 'Charged-off accounts closed: '
                       WS-CHARGEOFF-CLOSES
           END-IF.
       CLOSE-CHARGED-OFF-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-ONE-CHARGED-OFF: Close one charged-off account
      ******************************************************************
       CLOSE-ONE-CHARGED-OFF SECTION.
           EXEC SQL
               FETCH CHGOFF_CLOSE_CURSOR INTO
                   :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO CLOSE-ONE-CHARGED-OFF-EXIT
           END-IF.

           MOVE SQL-ACC-ID TO WS-CSV-ACC-ID.
           MOVE 'SETTLE' TO WS-CSV-DISPOSITION.
           MOVE 'Y' TO WS-ROW-VALID.
           MOVE 'CHGOFFCLOSE' TO WS-MH-ACTION.
           PERFORM START-SYSTEM-ACCT-CHANGE.
           PERFORM CLOSE-ACCOUNT.
           PERFORM COMPLETE-MASTER-CHANGE.
           IF ROW-IS-VALID
               ADD 1 TO WS-CHARGEOFF-CLOSES
           ELSE
               DISPLAY 'WARNING: Charge-off close of ' WS-CSV-ACC-ID
                       ' failed: ' FUNCTION TRIM(WS-REJECT-REASON)
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       CLOSE-ONE-CHARGED-OFF-EXIT.
           EXIT.

      ******************************************************************
      * START-SYSTEM-ACCT-CHANGE: Open the master history change for
      * a close the run drives itself - nobody asked for it on the
      * day and no officer approves it - and image SQL-ACC-ID before
      * it. WS-MH-ACTION is set by the caller
      ******************************************************************
       START-SYSTEM-ACCT-CHANGE SECTION.
           MOVE SPACES TO WS-MH-REQUESTED-BY WS-MH-APPROVED-BY.
           PERFORM START-MASTER-CHANGE.
           MOVE SQL-ACC-ID TO WS-MH-ACC-ID.
           PERFORM CAPTURE-ACCOUNT-BEFORE.
       START-SYSTEM-ACCT-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * PAYOUT-ACCRUAL-BUCKETS: Pay out the closing account's
      * accrued-but-uncapitalized interest immediately, one INTEREST
           DISPLAY '  Changes expired:      ' WS-CHANGES-EXPIRED.
           DISPLAY '  Self-approvals blocked: '
                   WS-SELF-APPROVALS-BLOCKED.
           DISPLAY '  Approvals escalated:  ' WS-APPROVALS-ESCALATED.
           DISPLAY '  Invalid rows skipped: ' WS-ROWS-INVALID.
           DISPLAY '  Accounts opened:      ' WS-ROWS-OPENED.
           DISPLAY '  Accounts closed:      ' WS-ROWS-CLOSED.
           DISPLAY '  Closes parked pending:' WS-ROWS-PENDING-CLOSE.
           DISPLAY '  Pending closes done:  ' WS-CLOSES-FINALIZED.
           DISPLAY '  Sweeps generated:     ' WS-SWEEPS-GENERATED.
           DISPLAY '  POD settlements started: '
                   WS-POD-SETTLEMENTS-STARTED.
           DISPLAY '  Charged-off accounts closed: '
                   WS-CHARGEOFF-CLOSES.
           DISPLAY '  OD opt-in changes:    ' WS-OD-OPTIN-CHANGES.
           DISPLAY '  Cards blocked:        ' WS-CARDS-BLOCKED.
           DISPLAY '  Majority transfers:   ' WS-MAJORITY-TRANSFERS.
           DISPLAY '  Bonuses clawed back:  ' WS-BONUSES-CLAWED-BACK.
           DISPLAY '  Master history rows:  ' WS-MH-CHANGES-RECORDED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

