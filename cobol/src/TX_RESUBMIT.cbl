      ******************************************************************
      * LINEAGE: PROGRAM=TX_RESUBMIT
      * LINEAGE: SRC=sqlserver.dbo.RejectedTransactions(REJECT_ID,
      *               ACC_ID,AMOUNT_STR,CURRENCY,TX_TS_UTC,TX_TYPE,
      *               CHANNEL,SOURCE_FILE_NAME)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TS_UTC,TX_TYPE,CHANNEL,
      *               SOURCE_FILE_NAME)
      * LINEAGE: MAP=AMOUNT_STR -> AMOUNT [REVALIDATE, NUMVAL]
      * LINEAGE: MAP=STATUS -> STATUS [R -> C ON CLEAN LOAD]
      * LINEAGE: REF={git_commit_sha}
       01  SQL-STOP-COUNT              PIC S9(9) COMP-3.
       01  SQL-STOP-DEBIT              PIC S9(16)V99 COMP-3.
       01  SQL-STOP-MATCH-CP           PIC X(32).
       01  SQL-CHANNEL                 PIC X(16).
       01  SQL-SOURCE-FILE-NAME        PIC X(256).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators
       01  SQL-REF-STR-NULL            PIC S9(4) COMP-5.
       01  SQL-CP-STR-NULL             PIC S9(4) COMP-5.
       01  SQL-NARRATIVE-NULL          PIC S9(4) COMP-5.
       01  SQL-CHANNEL-NULL            PIC S9(4) COMP-5.
       01  SQL-SOURCE-FILE-NULL        PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.
           DECLARE READY_CURSOR CURSOR FOR
           SELECT REJECT_ID, ACC_ID, AMOUNT_STR, CURRENCY,
                  TX_TS_UTC, TX_TYPE, REFERENCE_ID_STR,
                  COUNTERPARTY_ACC_ID, NARRATIVE, CHANNEL,
                  SOURCE_FILE_NAME
           FROM dbo.RejectedTransactions
           WHERE STATUS = 'R'
           ORDER BY REJECT_ID
                   :SQL-TX-TYPE,
                   :SQL-REFERENCE-ID-STR:SQL-REF-STR-NULL,
                   :SQL-COUNTERPARTY-ACC-ID:SQL-CP-STR-NULL,
                   :SQL-NARRATIVE:SQL-NARRATIVE-NULL,
                   :SQL-CHANNEL:SQL-CHANNEL-NULL,
                   :SQL-SOURCE-FILE-NAME:SQL-SOURCE-FILE-NULL
           END-EXEC.

           IF SQLCODE = 100
      * CHECK-STOP-PAYMENT-ORDER: A repaired WITHDRAWAL or TRANSFER
      * debit matching a stop-payment order in force today goes back
      * to pending instead of reloading - the stop must not be
      * sidestepped through the reject-repair path. Repaired items
      * carry no check serial, so serial-only stops are left to
      * CHECK_PRESENT and POST_LEDGER
      ******************************************************************
       CHECK-STOP-PAYMENT-ORDER SECTION.
           COMPUTE SQL-STOP-DEBIT =
                      OR AMOUNT_MAX >= :SQL-STOP-DEBIT)
                 AND (COUNTERPARTY_ACC_ID IS NULL
                      OR COUNTERPARTY_ACC_ID = :SQL-STOP-MATCH-CP)
                 AND CHECK_SERIAL IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO SQL-COUNTERPARTY-NULL
           END-IF.

      *    The row keeps the channel and inbound file it arrived on -
      *    POST_LEDGER keys the overdraft opt-in and deposit holds on
      *    CHANNEL, and TX_RECALL backs a file out by SOURCE_FILE_NAME.
      *    A channel blanked during repair stores NULL, as TX_INBOUND
      *    does for a row with none
           IF SQL-CHANNEL-NULL = -1 OR SQL-CHANNEL = SPACES
               MOVE SPACES TO SQL-CHANNEL
               MOVE -1 TO SQL-CHANNEL-NULL
           ELSE
               MOVE FUNCTION UPPER-CASE(SQL-CHANNEL) TO SQL-CHANNEL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   TX_TYPE,
                   REFERENCE_TX_ID,
                   COUNTERPARTY_ACC_ID,
                   NARRATIVE,
                   CHANNEL,
                   SOURCE_FILE_NAME
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-AMOUNT,
                   :SQL-TX-TYPE,
                   :SQL-REFERENCE-TX-ID:SQL-REFERENCE-TX-ID-NULL,
                   :SQL-COUNTERPARTY-ACC-ID:SQL-COUNTERPARTY-NULL,
                   :SQL-NARRATIVE:SQL-NARRATIVE-NULL,
                   :SQL-CHANNEL:SQL-CHANNEL-NULL,
                   :SQL-SOURCE-FILE-NAME:SQL-SOURCE-FILE-NULL
               )
           END-EXEC.

