      *          stop reducing available balance. Runs nightly in the
      *          BANKBAT chain ahead of POST_LEDGER, whose overdraft
      *          check reads available balance (ledger balance less
      *          active holds). Deposited-check availability holds
      *          (HOLD_TYPE 'DEPOSIT') are released first, on the
      *          business date their AVAILABLE_DATE falls due.
      * Input:   dbo.Holds (SQL Server)
      * Output:  dbo.Holds (STATUS 'A' -> 'R' for deposit holds now
      *          available, 'A' -> 'X' for expired holds)
      * Lineage: transform_kind=expire
      ******************************************************************
      * LINEAGE: PROGRAM=HOLD_EXPIRY
      *               EXPIRES_TS_UTC)
      * LINEAGE: TGT=sqlserver.dbo.Holds(STATUS,RELEASED_TS_UTC)
      * LINEAGE: MAP=STATUS -> STATUS [A -> X WHERE EXPIRED]
      * LINEAGE: MAP=AVAILABLE_DATE -> STATUS [A -> R WHERE DEPOSIT
      *               HOLD AND AVAILABLE_DATE <= BUSINESS DATE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY BUSDATE.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.

      * Sweep counters
       01  WS-HOLDS-EXPIRED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-HOLDS-AVAILABLE          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-EXPIRED-COUNT           PIC S9(9) COMP-3.
       01  SQL-AVAILABLE-COUNT         PIC S9(9) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-BUS-DATE.
           PERFORM RELEASE-DEPOSIT-HOLDS.
           PERFORM EXPIRE-STALE-HOLDS.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-HOLDS-EXPIRED.
           MOVE ZERO TO WS-HOLDS-AVAILABLE.
           MOVE ZERO TO WS-ERRORS.

      *    Generate unique run ID from current timestamp
       CONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * RELEASE-DEPOSIT-HOLDS: Release every active deposited-check
      * availability hold whose AVAILABLE_DATE has arrived on the
      * business date, so the funds are available for the day's
      * posting. Counted first, as the expiry sweep is
      ******************************************************************
       RELEASE-DEPOSIT-HOLDS SECTION.
           MOVE ZERO TO SQL-AVAILABLE-COUNT.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-AVAILABLE-COUNT
               FROM dbo.Holds
               WHERE STATUS = 'A'
                 AND HOLD_TYPE = 'DEPOSIT'
                 AND AVAILABLE_DATE <= :SQL-BUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Available deposit-hold count failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RELEASE-DEPOSIT-HOLDS-EXIT
           END-IF.

           IF SQL-AVAILABLE-COUNT = ZERO
               DISPLAY 'No deposit holds due for release'
               GO TO RELEASE-DEPOSIT-HOLDS-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.Holds
               SET STATUS = 'R',
                   RELEASED_TS_UTC = SYSUTCDATETIME()
               WHERE STATUS = 'A'
                 AND HOLD_TYPE = 'DEPOSIT'
                 AND AVAILABLE_DATE <= :SQL-BUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Deposit hold release failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RELEASE-DEPOSIT-HOLDS-EXIT
           END-IF.

           MOVE SQL-AVAILABLE-COUNT TO WS-HOLDS-AVAILABLE.
           DISPLAY 'Deposit holds released: ' WS-HOLDS-AVAILABLE.
       RELEASE-DEPOSIT-HOLDS-EXIT.
           EXIT.

      ******************************************************************
      * EXPIRE-STALE-HOLDS: Flip every active hold whose expiry
      * timestamp has passed to expired, stamping the release time.
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if the sweep actually released or expired
      *    something
           IF WS-HOLDS-EXPIRED = ZERO AND WS-HOLDS-AVAILABLE = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'Holds' TO WS-LIN-SRC-TABLE.
           MOVE 'HOLD_ID,STATUS,EXPIRES_TS_UTC,HOLD_TYPE,AVAILABLE_DATE'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'STATUS,RELEASED_TS_UTC'
               TO WS-LIN-TGT-COLS.
           MOVE 'expire' TO WS-LIN-TRANSFORM-KIND.
           MOVE SPACES TO WS-LIN-TRANSFORM-EXPR.
           STRING 'STATUS A -> R WHERE DEPOSIT hold AVAILABLE_DATE '
                  DELIMITED BY SIZE
                  'reached; A -> X WHERE EXPIRES_TS_UTC has passed'
                  DELIMITED BY SIZE
               INTO WS-LIN-TRANSFORM-EXPR
           END-STRING.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.
       DISPLAY-SUMMARY SECTION.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Deposit holds freed: ' WS-HOLDS-AVAILABLE.
           DISPLAY '  Holds expired:       ' WS-HOLDS-EXPIRED.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
