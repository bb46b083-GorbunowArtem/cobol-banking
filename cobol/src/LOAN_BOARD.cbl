      *          split and the balance after - which LOAN_CYCLE then
      *          services nightly, raising due installments as
      *          unposted transactions. A loan boards exactly once.
      *          A secured loan names the open CD or savings account
      *          pledged as its collateral and the amount pledged;
      *          the amount must be covered by that account's
      *          available balance in the pledge currency, net of
      *          holds, restraints and pledges already securing other
      *          loans. The pledge is recorded on
      *          dbo.CollateralPledges, where it stays active until
      *          LOAN_CYCLE releases it once the loan closes.
      * Input:   data/in/loans.csv (ACC_ID,PAYMENT_ACC_ID,PRINCIPAL,
      *          ANNUAL_RATE,TERM_MONTHS,FIRST_DUE_DATE, optional
      *          PRODUCT_CODE - the late-charge terms the loan takes,
      *          STANDARD when blank - and optional COLLATERAL_ACC_ID,
      *          PLEDGED_AMOUNT and PLEDGE_CURRENCY, the base
      *          currency when blank)
      * Output:  dbo.LoanMaster, dbo.LoanSchedule
      *          dbo.CollateralPledges
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=LOAN_BOARD
      * LINEAGE: SRC=csv.filesystem.loans.csv(ACC_ID,PAYMENT_ACC_ID,
      *               PRINCIPAL,ANNUAL_RATE,TERM_MONTHS,
      *               FIRST_DUE_DATE,PRODUCT_CODE)
      * LINEAGE: TGT=sqlserver.dbo.LoanSchedule(ACC_ID,
      *               INSTALLMENT_NO,DUE_DATE,PRINCIPAL_AMT,
      *               INTEREST_AMT)
      * LINEAGE: MAP=PRINCIPAL,RATE,TERM -> SCHEDULE [LEVEL-PAYMENT
      *               AMORTIZATION]
      * LINEAGE: TGT=sqlserver.dbo.CollateralPledges(LOAN_ACC_ID,
      *               COLLATERAL_ACC_ID,CURRENCY,PLEDGED_AMOUNT,STATUS)
      * LINEAGE: MAP=COLLATERAL_ACC_ID,PLEDGED_AMOUNT -> PLEDGE
      *               [WITHIN AVAILABLE BALANCE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 10 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-RATE-STR             PIC X(20).
       01  WS-CSV-TERM-STR             PIC X(20).
       01  WS-CSV-FIRST-DUE            PIC X(10).
       01  WS-CSV-PRODUCT-CODE         PIC X(16).
       01  WS-CSV-COLLATERAL-ACC-ID    PIC X(32).
       01  WS-CSV-PLEDGED-AMOUNT-STR   PIC X(20).
       01  WS-CSV-PLEDGE-CURRENCY      PIC X(3).

      * Set when the row carries a collateral pledge
       01  WS-PLEDGE-FLAG              PIC X VALUE 'N'.
           88  LOAN-IS-SECURED         VALUE 'Y'.

      * Amortization working storage. The compounding factor
      * (1 + i)^n is built by repeated multiplication - at 2 percent
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-LOANS-BOARDED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SCHEDULE-ROWS            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PLEDGES-TAKEN            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

       01  SQL-ANNUAL-RATE             PIC S9(3)V9(6) COMP-3.
       01  SQL-TERM-MONTHS             PIC S9(4) COMP-5.
       01  SQL-FIRST-DUE-DATE          PIC X(10).
       01  SQL-PRODUCT-CODE            PIC X(16).
       01  SQL-LEVEL-PAYMENT           PIC S9(13)V99 COMP-3.
       01  SQL-INSTALLMENT-NO          PIC S9(4) COMP-5.
       01  SQL-MONTH-OFFSET            PIC S9(4) COMP-5.
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-ACC-STATUS              PIC X(1).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-COLLATERAL-ACC-ID       PIC X(32).
       01  SQL-PLEDGED-AMOUNT          PIC S9(13)V99 COMP-3.
       01  SQL-PLEDGE-CURRENCY         PIC X(3).
       01  SQL-PLEDGE-AVAILABLE        PIC S9(16)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
           MOVE 'ACC_ID,PAYMENT_ACC_ID,PRINCIPAL,ANNUAL_RATE,'
               TO WS-REJECT-LINE.
           STRING FUNCTION TRIM(WS-REJECT-LINE) DELIMITED BY SIZE
                  'TERM_MONTHS,FIRST_DUE_DATE,PRODUCT_CODE,'
                      DELIMITED BY SIZE
                  'COLLATERAL_ACC_ID,PLEDGED_AMOUNT,PLEDGE_CURRENCY,'
                      DELIMITED BY SIZE
                  'REASON'
                      DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-RATE-STR.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-TERM-STR.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-FIRST-DUE.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (7))
               TO WS-CSV-PRODUCT-CODE.
           MOVE WS-CSV-FIELD (8) TO WS-CSV-COLLATERAL-ACC-ID.
           MOVE WS-CSV-FIELD (9) TO WS-CSV-PLEDGED-AMOUNT-STR.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (10))
               TO WS-CSV-PLEDGE-CURRENCY.
       SPLIT-CSV-LINE-EXIT.
           EXIT.

      * being collected
      ******************************************************************
       APPEND-CSV-CHAR SECTION.
           IF WS-CSV-FIELD-IDX <= 10
               ADD 1 TO WS-CSV-FIELD-LEN
               IF WS-CSV-FIELD-LEN <= 512
                   MOVE WS-CSV-CURRENT-CHAR TO
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           MOVE WS-CSV-FIRST-DUE TO SQL-FIRST-DUE-DATE.

      *    PRODUCT_CODE is optional - blank takes the standard terms
           IF WS-CSV-PRODUCT-CODE = SPACES
               MOVE 'STANDARD' TO WS-CSV-PRODUCT-CODE
           END-IF.
           MOVE WS-CSV-PRODUCT-CODE TO SQL-PRODUCT-CODE.

      *    The collateral pledge is optional - an unsecured loan
      *    leaves all three columns blank
           MOVE 'N' TO WS-PLEDGE-FLAG.
           IF WS-CSV-COLLATERAL-ACC-ID = SPACES
               IF WS-CSV-PLEDGED-AMOUNT-STR NOT = SPACES
                   MOVE 'PLEDGED_AMOUNT without COLLATERAL_ACC_ID'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-FAIL
               END-IF
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           PERFORM VALIDATE-COLLATERAL-PLEDGE.
           IF ROW-IS-INVALID
               GO TO VALIDATE-CSV-FIELDS-FAIL
           END-IF.
           MOVE 'Y' TO WS-PLEDGE-FLAG.
           GO TO VALIDATE-CSV-FIELDS-EXIT.

       VALIDATE-CSV-FIELDS-FAIL.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-COLLATERAL-PLEDGE: The collateral must be an open CD
      * or savings account other than the loan and its payment
      * account, and the pledged amount must fit inside its available
      * balance in the pledge currency - the balance less active
      * holds, restrained funds and what is already pledged to other
      * loans. Sets the reject reason and marks the row invalid on
      * failure
      ******************************************************************
       VALIDATE-COLLATERAL-PLEDGE SECTION.
           IF WS-CSV-COLLATERAL-ACC-ID = WS-CSV-ACC-ID
               OR WS-CSV-COLLATERAL-ACC-ID = WS-CSV-PAYMENT-ACC-ID
               MOVE 'COLLATERAL_ACC_ID same as loan or payment acct'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-COLLATERAL-PLEDGE-FAIL
           END-IF.
           MOVE WS-CSV-COLLATERAL-ACC-ID TO SQL-COLLATERAL-ACC-ID.
           MOVE SPACES TO SQL-ACC-TYPE SQL-ACC-STATUS.
           EXEC SQL
               SELECT ACC_TYPE, STATUS
               INTO :SQL-ACC-TYPE, :SQL-ACC-STATUS
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-COLLATERAL-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'COLLATERAL_ACC_ID not on the account master'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-COLLATERAL-PLEDGE-FAIL
           END-IF.
           IF SQL-ACC-STATUS NOT = 'O'
               OR (SQL-ACC-TYPE NOT = 'CD'
                   AND SQL-ACC-TYPE NOT = 'SAVINGS')
               MOVE 'COLLATERAL_ACC_ID not an open CD or savings acct'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-COLLATERAL-PLEDGE-FAIL
           END-IF.

      *    PLEDGED_AMOUNT (numeric, positive)
           IF WS-CSV-PLEDGED-AMOUNT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-PLEDGED-AMOUNT-STR)
                  NOT = 0
               MOVE 'PLEDGED_AMOUNT is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-COLLATERAL-PLEDGE-FAIL
           END-IF.
           COMPUTE SQL-PLEDGED-AMOUNT =
               FUNCTION NUMVAL(WS-CSV-PLEDGED-AMOUNT-STR).
           IF SQL-PLEDGED-AMOUNT <= 0
               MOVE 'PLEDGED_AMOUNT must be positive'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-COLLATERAL-PLEDGE-FAIL
           END-IF.

      *    PLEDGE_CURRENCY defaults to the base currency
           IF WS-CSV-PLEDGE-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CSV-PLEDGE-CURRENCY
           END-IF.
           MOVE WS-CSV-PLEDGE-CURRENCY TO SQL-PLEDGE-CURRENCY.

           MOVE ZERO TO SQL-PLEDGE-AVAILABLE.
           EXEC SQL
               SELECT COALESCE(B.BALANCE, 0)
                      - COALESCE((SELECT SUM(H.AMOUNT)
                                  FROM dbo.Holds H
                                  WHERE H.ACC_ID = B.ACC_ID
                                    AND H.CURRENCY = B.CURRENCY
                                    AND H.STATUS = 'A'
                                    AND H.EXPIRES_TS_UTC
                                        > SYSUTCDATETIME()), 0)
                      - COALESCE((SELECT SUM(L.RESTRAINED_AMOUNT)
                                  FROM dbo.LegalOrders L
                                  WHERE L.ACC_ID = B.ACC_ID
                                    AND L.CURRENCY = B.CURRENCY
                                    AND L.STATUS IN ('R', 'T')), 0)
                      - COALESCE((SELECT SUM(P.PLEDGED_AMOUNT)
                                  FROM dbo.CollateralPledges P
                                  WHERE P.COLLATERAL_ACC_ID = B.ACC_ID
                                    AND P.CURRENCY = B.CURRENCY
                                    AND P.STATUS = 'A'), 0)
               INTO :SQL-PLEDGE-AVAILABLE
               FROM dbo.AccountBalances B
               WHERE B.ACC_ID = :SQL-COLLATERAL-ACC-ID
                 AND B.CURRENCY = :SQL-PLEDGE-CURRENCY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Collateral holds no balance in PLEDGE_CURRENCY'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-COLLATERAL-PLEDGE-FAIL
           END-IF.
           IF SQL-PLEDGED-AMOUNT > SQL-PLEDGE-AVAILABLE
               MOVE 'PLEDGED_AMOUNT exceeds collateral available bal'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-COLLATERAL-PLEDGE-FAIL
           END-IF.
           GO TO VALIDATE-COLLATERAL-PLEDGE-EXIT.

       VALIDATE-COLLATERAL-PLEDGE-FAIL.
           MOVE 'N' TO WS-ROW-VALID.
       VALIDATE-COLLATERAL-PLEDGE-EXIT.
           EXIT.

      ******************************************************************
      * BOARD-ONE-LOAN: Compute the level payment, record the master
      * row, generate the amortization schedule and record any
      * collateral pledge. A schedule or pledge that fails is torn
      * back out with the master so the loan can re-board
      ******************************************************************
       BOARD-ONE-LOAN SECTION.
           PERFORM COMPUTE-LEVEL-PAYMENT.
                   PAYMENT_AMT,
                   STATUS,
                   DELINQ_DAYS,
                   BOARDED_TS_UTC,
                   FEES_DUE,
                   PRODUCT_CODE
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-PAYMENT-ACC-ID,
                   :SQL-LEVEL-PAYMENT,
                   'A',
                   0,
                   SYSUTCDATETIME(),
                   0,
                   :SQL-PRODUCT-CODE
               )
           END-EXEC.

               GO TO BOARD-ONE-LOAN-EXIT
           END-IF.

           IF LOAN-IS-SECURED
               PERFORM RECORD-COLLATERAL-PLEDGE
           END-IF.
           IF ROW-IS-INVALID
               EXEC SQL
                   DELETE FROM dbo.LoanSchedule
                   WHERE ACC_ID = :SQL-ACC-ID
               END-EXEC
               EXEC SQL
                   DELETE FROM dbo.LoanMaster
                   WHERE ACC_ID = :SQL-ACC-ID
               END-EXEC
               GO TO BOARD-ONE-LOAN-EXIT
           END-IF.

           ADD 1 TO WS-LOANS-BOARDED.
           DISPLAY 'Boarded ' FUNCTION TRIM(WS-CSV-ACC-ID) ': '
                   SQL-TERM-MONTHS ' installments of '
       BOARD-ONE-LOAN-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-COLLATERAL-PLEDGE: Record the active pledge of the
      * collateral account's funds to the newly boarded loan
      ******************************************************************
       RECORD-COLLATERAL-PLEDGE SECTION.
           EXEC SQL
               INSERT INTO dbo.CollateralPledges (
                   LOAN_ACC_ID,
                   COLLATERAL_ACC_ID,
                   CURRENCY,
                   PLEDGED_AMOUNT,
                   STATUS,
                   PLEDGED_TS_UTC,
                   RUN_ID
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-COLLATERAL-ACC-ID,
                   :SQL-PLEDGE-CURRENCY,
                   :SQL-PLEDGED-AMOUNT,
                   'A',
                   SYSUTCDATETIME(),
                   :WS-CURRENT-RUN-ID
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Collateral pledge insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Collateral pledge insert failed'
                   TO WS-REJECT-REASON
               GO TO RECORD-COLLATERAL-PLEDGE-EXIT
           END-IF.

           ADD 1 TO WS-PLEDGES-TAKEN.
           DISPLAY 'Pledged ' FUNCTION TRIM(WS-CSV-COLLATERAL-ACC-ID)
                   ' ' SQL-PLEDGE-CURRENCY ' ' SQL-PLEDGED-AMOUNT
                   ' to ' FUNCTION TRIM(WS-CSV-ACC-ID).
       RECORD-COLLATERAL-PLEDGE-EXIT.
           EXIT.

      ******************************************************************
      * COMPUTE-LEVEL-PAYMENT: Standard annuity payment
      * P * i * (1+i)^n / ((1+i)^n - 1), degenerating to P / n for a
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Loans boarded:       ' WS-LOANS-BOARDED.
           DISPLAY '  Schedule rows:       ' WS-SCHEDULE-ROWS.
           DISPLAY '  Collateral pledges:  ' WS-PLEDGES-TAKEN.
           DISPLAY '  Rows rejected:       ' WS-ROWS-INVALID.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
