      *          dbo.CustomerNotifications once per maturity date.
      *          The early-withdrawal penalty on unmatured CDs is
      *          assessed by POST_LEDGER at posting time, not here.
      *          A CD pledged as loan collateral on
      *          dbo.CollateralPledges is renewed whatever its
      *          instruction says - the pledged funds cannot leave
      *          the bank until the pledge is released - and shows
      *          on the register as PLEDGED.
      * Input:   dbo.Accounts, dbo.AccountBalances,
      *          dbo.InterestAccrualBuckets, dbo.InterestRates
      *          dbo.CollateralPledges
      * Output:  dbo.Accounts (maturity advance / pending close)
      *          dbo.Transactions (INTEREST payout, TRANSFER sweeps)
      *          dbo.CustomerNotifications (maturing-CD notices)
       COPY ERROR-LOGGER.
       COPY BUSDATE.
       COPY RUN-CONTROL.
       COPY MASTER-HISTORY.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
      * Per-CD processing status
       01  WS-CD-FAILED-FLAG           PIC X VALUE 'N'.
           88  CD-PROCESSING-FAILED    VALUE 'Y'.
       01  WS-CD-PLEDGED-FLAG          PIC X VALUE 'N'.
           88  CD-IS-PLEDGED           VALUE 'Y'.

      * Row counters
       01  WS-ROWS-INPUT               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CDS-ROLLED               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CDS-PAID-OUT             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PLEDGED-RENEWALS         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NOTICES-QUEUED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SWEEPS-GENERATED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BUCKETS-PAID             PIC 9(9) COMP-5 VALUE ZERO.
       01  SQL-CONTRA-SETTLE           PIC X(32).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-PLEDGE-COUNT            PIC S9(9) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'CD_MATURITY' TO WS-MH-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-MH-RUN-ID.
           MOVE SPACES TO WS-MH-REQUESTED-BY WS-MH-APPROVED-BY.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.


           ADD 1 TO WS-ROWS-INPUT.
           MOVE 'N' TO WS-CD-FAILED-FLAG.
           MOVE 'N' TO WS-CD-PLEDGED-FLAG.

           IF SQL-ROLLOVER-INSTR-NULL = -1
               MOVE 'R' TO SQL-ROLLOVER-INSTR
               MOVE 12 TO SQL-TERM-MONTHS
           END-IF.

      *    A payout instruction gives way to a collateral pledge
           IF SQL-ROLLOVER-INSTR = 'P'
               PERFORM CHECK-CD-PLEDGED
           END-IF.

           IF SQL-ROLLOVER-INSTR = 'P'
               PERFORM PAYOUT-MATURED-CD
           ELSE
       MATURE-ONE-CD-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-CD-PLEDGED: A CD whose funds are pledged to secure a
      * loan renews instead of paying out. When the pledge lookup
      * itself fails the CD renews too - paying out collateral that
      * might still be pledged cannot be undone, a renewal can be
      ******************************************************************
       CHECK-CD-PLEDGED SECTION.
           MOVE ZERO TO SQL-PLEDGE-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PLEDGE-COUNT
               FROM dbo.CollateralPledges
               WHERE COLLATERAL_ACC_ID = :SQL-ACC-ID
                 AND STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Pledge lookup failed for '
                       SQL-ACC-ID ', SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 1 TO SQL-PLEDGE-COUNT
           END-IF.

           IF SQL-PLEDGE-COUNT > ZERO
               MOVE 'Y' TO WS-CD-PLEDGED-FLAG
               MOVE 'R' TO SQL-ROLLOVER-INSTR
               DISPLAY 'CD pledged as collateral, renewing: '
                       FUNCTION TRIM(SQL-ACC-ID)
           END-IF.
       CHECK-CD-PLEDGED-EXIT.
           EXIT.

      ******************************************************************
      * ROLL-OVER-CD: Advance the maturity date by the contract term.
      * The renewed term earns whatever dbo.InterestRates carries for
               GO TO ROLL-OVER-CD-EXIT
           END-IF.

           MOVE 'ROLLOVER' TO WS-MH-ACTION.
           PERFORM START-MASTER-CHANGE.
           MOVE SQL-ACC-ID TO WS-MH-ACC-ID.
           PERFORM CAPTURE-ACCOUNT-BEFORE.
           EXEC SQL
               UPDATE dbo.Accounts
               SET MATURITY_DATE = :SQL-NEW-MATURITY-DATE
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           PERFORM COMPLETE-MASTER-CHANGE.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Rollover update failed for '

           PERFORM LOOKUP-RENEWAL-RATE.
           ADD 1 TO WS-CDS-ROLLED.
           IF CD-IS-PLEDGED
               ADD 1 TO WS-PLEDGED-RENEWALS
               MOVE 'PLEDGED' TO WS-REG-ACTION
           ELSE
               MOVE 'ROLLOVER' TO WS-REG-ACTION
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           DISPLAY 'CD rolled over: ' FUNCTION TRIM(SQL-ACC-ID)
                   ' to ' SQL-NEW-MATURITY-DATE.
               GO TO PAYOUT-MATURED-CD-EXIT
           END-IF.

           MOVE 'PAYOUT' TO WS-MH-ACTION.
           PERFORM START-MASTER-CHANGE.
           MOVE SQL-ACC-ID TO WS-MH-ACC-ID.
           PERFORM CAPTURE-ACCOUNT-BEFORE.
           EXEC SQL
               UPDATE dbo.Accounts
               SET STATUS = 'P',
                   CLOSE_DISPOSITION = :SQL-CONTRA-SETTLE
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           PERFORM COMPLETE-MASTER-CHANGE.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Pending-close update failed for '
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Maturing CDs processed: ' WS-ROWS-INPUT.
           DISPLAY '  CDs rolled over:        ' WS-CDS-ROLLED.
           DISPLAY '  Pledged CDs renewed:    ' WS-PLEDGED-RENEWALS.
           DISPLAY '  CDs paid out:           ' WS-CDS-PAID-OUT.
           DISPLAY '  Interest buckets paid:  ' WS-BUCKETS-PAID.
           DISPLAY '  Payout sweeps created:  ' WS-SWEEPS-GENERATED.
           DISPLAY '  Maturity notices queued:' WS-NOTICES-QUEUED.
           DISPLAY '  Master history rows:    ' WS-MH-CHANGES-RECORDED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
