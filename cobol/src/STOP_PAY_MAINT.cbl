      *          maintains dbo.OverdraftLimits. Each row stops
      *          WITHDRAWAL/TRANSFER debits on an account for an
      *          amount or amount range (either bound optional), an
      *          optional counterparty, an optional check serial
      *          number, and an effective window, with the requesting
      *          officer recorded on every order.
      *          History is retained in full; POST_LEDGER refuses a
      *          matching debit at posting time (recording the hit on
      *          dbo.StopPaymentHits and notifying the customer) and
      *          TX_RESUBMIT blocks the same item arriving through
      *          the reject-repair path.
      *          The requesting officer must hold STOP-PAY authority
      *          on dbo.OfficerAuthority for the currency and amount
      *          (the upper bound, or the lower bound of an open-
      *          ended range); an order above it is refused and
      *          escalated on dbo.OfficerDecisions instead of loaded.
      * Input:   data/in/stop_payments.csv (CSV format)
      * Output:  dbo.StopPayments table (SQL Server)
      *          dbo.OfficerDecisions (approvals and escalations)
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=STOP_PAY_MAINT
      * LINEAGE: SRC=csv.filesystem.stop_payments.csv(ACC_ID,
      *               CURRENCY,AMOUNT_MIN,AMOUNT_MAX,
      *               COUNTERPARTY_ACC_ID,EFF_FROM_DATE,EFF_TO_DATE,
      *               OFFICER_ID,CHECK_SERIAL)
      * LINEAGE: TGT=sqlserver.dbo.StopPayments(ACC_ID,CURRENCY,
      *               AMOUNT_MIN,AMOUNT_MAX,COUNTERPARTY_ACC_ID,
      *               EFF_FROM_DATE,EFF_TO_DATE,OFFICER_ID,
      *               CHECK_SERIAL)
      * LINEAGE: MAP=AMOUNT_MIN,AMOUNT_MAX -> AMOUNT_MIN,AMOUNT_MAX
      *               [VALIDATE, COPY]
      * LINEAGE: REF={git_commit_sha}
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.
       COPY OFFICER-AUTH.

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 9 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-EFF-FROM             PIC X(10).
       01  WS-CSV-EFF-TO               PIC X(10).
       01  WS-CSV-OFFICER-ID           PIC X(32).
       01  WS-CSV-CHECK-SERIAL-STR     PIC X(15).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-ESCALATED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  SQL-EFF-FROM-DATE           PIC X(10).
       01  SQL-EFF-TO-DATE             PIC X(10).
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-CHECK-SERIAL            PIC 9(15) COMP-5.
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-DUP-COUNT               PIC S9(9) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.
       01  SQL-AMOUNT-MAX-NULL         PIC S9(4) COMP-5.
       01  SQL-COUNTERPARTY-NULL       PIC S9(4) COMP-5.
       01  SQL-EFF-TO-DATE-NULL        PIC S9(4) COMP-5.
       01  SQL-CHECK-SERIAL-NULL       PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM PROCESS-CSV-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
               PERFORM CHECK-DUPLICATE-STOP-ROW
           END-IF.

           IF ROW-IS-VALID
               PERFORM CHECK-STOP-AUTHORITY
           END-IF.

           IF ROW-IS-VALID
               PERFORM INSERT-STOP-ROW
           END-IF.

           IF ROW-IS-VALID
               PERFORM RECORD-OFFICER-DECISION
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-VALID
           ELSE
           MOVE WS-CSV-FIELD (6) TO WS-CSV-EFF-FROM.
           MOVE WS-CSV-FIELD (7) TO WS-CSV-EFF-TO.
           MOVE WS-CSV-FIELD (8) TO WS-CSV-OFFICER-ID.
           MOVE WS-CSV-FIELD (9) TO WS-CSV-CHECK-SERIAL-STR.
       SPLIT-CSV-LINE-EXIT.
           EXIT.

      * APPEND-CSV-CHAR: Add the current character to the active field
      ******************************************************************
       APPEND-CSV-CHAR SECTION.
           IF WS-CSV-FIELD-IDX > 9
               GO TO APPEND-CSV-CHAR-EXIT
           END-IF.

               MOVE 'OFFICER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    CHECK_SERIAL is optional; when given it must be a positive
      *    whole serial number
           MOVE ZERO TO SQL-CHECK-SERIAL.
           IF WS-CSV-CHECK-SERIAL-STR NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CSV-CHECK-SERIAL-STR) NOT = 0
                   OR FUNCTION NUMVAL(WS-CSV-CHECK-SERIAL-STR) < 1
                   OR FUNCTION NUMVAL(WS-CSV-CHECK-SERIAL-STR) NOT =
                      FUNCTION INTEGER-PART
                          (FUNCTION NUMVAL(WS-CSV-CHECK-SERIAL-STR))
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - CHECK_SERIAL is not numeric: '
                           WS-CSV-CHECK-SERIAL-STR
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'CHECK_SERIAL is not numeric'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               COMPUTE SQL-CHECK-SERIAL =
                   FUNCTION NUMVAL(WS-CSV-CHECK-SERIAL-STR)
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-DUPLICATE-STOP-ROW: Refuse a row identical in account,
      * currency, counterparty, check serial and effective-from to one
      * already on file
      ******************************************************************
       CHECK-DUPLICATE-STOP-ROW SECTION.
           MOVE WS-CSV-CURRENCY TO SQL-CURRENCY.
                 AND EFF_FROM_DATE = :SQL-EFF-FROM-DATE
                 AND COALESCE(COUNTERPARTY_ACC_ID, '')
                     = RTRIM(:SQL-COUNTERPARTY-ACC-ID)
                 AND COALESCE(CHECK_SERIAL, 0) = :SQL-CHECK-SERIAL
           END-EXEC.

           IF SQLCODE NOT = 0
       CHECK-DUPLICATE-STOP-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-STOP-AUTHORITY: The requesting officer must hold
      * STOP-PAY authority for the currency up to the order's upper
      * bound - an open-ended range is measured at its lower bound,
      * an order with no amount at zero. A row above it is refused
      * here and left escalated for an officer who has it
      ******************************************************************
       CHECK-STOP-AUTHORITY SECTION.
           MOVE 'STOP_PAY_MAINT' TO WS-OA-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-OA-RUN-ID.
           MOVE WS-CSV-OFFICER-ID TO WS-OA-OFFICER-ID.
           MOVE 'STOP-PAY' TO WS-OA-ACTION-CLASS.
           MOVE WS-CSV-CURRENCY TO WS-OA-CURRENCY.
           EVALUATE TRUE
               WHEN WS-CSV-AMOUNT-MAX-STR NOT = SPACES
                   MOVE SQL-AMOUNT-MAX TO WS-OA-AMOUNT
               WHEN WS-CSV-AMOUNT-MIN-STR NOT = SPACES
                   MOVE SQL-AMOUNT-MIN TO WS-OA-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO WS-OA-AMOUNT
           END-EVALUATE.
           MOVE SPACES TO WS-OA-REFERENCE.
           STRING FUNCTION TRIM(WS-CSV-ACC-ID) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CSV-CURRENCY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CSV-EFF-FROM DELIMITED BY SIZE
               INTO WS-OA-REFERENCE
           END-STRING.

           PERFORM CHECK-OFFICER-AUTHORITY.

           IF OFFICER-LACKS-AUTHORITY
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ' FUNCTION TRIM(WS-OA-REASON)
                       ' - escalated'
               MOVE 'N' TO WS-ROW-VALID
               MOVE SPACES TO WS-REJECT-REASON
               STRING FUNCTION TRIM(WS-OA-REASON) DELIMITED BY SIZE
                      ' - escalated' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               ADD 1 TO WS-ROWS-ESCALATED
           END-IF.
       CHECK-STOP-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-STOP-ROW: Insert the validated stop order - history
      * rows are never updated or deleted, so every order and its
               MOVE WS-CSV-EFF-TO TO SQL-EFF-TO-DATE
               MOVE 0 TO SQL-EFF-TO-DATE-NULL
           END-IF.
           IF WS-CSV-CHECK-SERIAL-STR = SPACES
               MOVE -1 TO SQL-CHECK-SERIAL-NULL
           ELSE
               MOVE 0 TO SQL-CHECK-SERIAL-NULL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.StopPayments (
                   EFF_FROM_DATE,
                   EFF_TO_DATE,
                   OFFICER_ID,
                   CHECK_SERIAL,
                   LOADED_TS_UTC
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-EFF-FROM-DATE,
                   :SQL-EFF-TO-DATE:SQL-EFF-TO-DATE-NULL,
                   :SQL-OFFICER-ID,
                   :SQL-CHECK-SERIAL:SQL-CHECK-SERIAL-NULL,
                   SYSUTCDATETIME()
               )
           END-EXEC.
                  DELIMITED BY SIZE
                  'COUNTERPARTY_ACC_ID,EFF_FROM_DATE,EFF_TO_DATE,'
                  DELIMITED BY SIZE
                  'OFFICER_ID,CHECK_SERIAL' DELIMITED BY SIZE
               INTO WS-LIN-SRC-COLS
           END-STRING.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
                  DELIMITED BY SIZE
                  'COUNTERPARTY_ACC_ID,EFF_FROM_DATE,EFF_TO_DATE,'
                  DELIMITED BY SIZE
                  'OFFICER_ID,CHECK_SERIAL' DELIMITED BY SIZE
               INTO WS-LIN-TGT-COLS
           END-STRING.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           DISPLAY '  Total rows processed: ' WS-TOTAL-ROWS-PROCESSED.
           DISPLAY '  Stop orders loaded:   ' WS-ROWS-VALID.
           DISPLAY '  Invalid rows skipped: ' WS-ROWS-INVALID.
           DISPLAY '  Of which escalated:   ' WS-ROWS-ESCALATED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

