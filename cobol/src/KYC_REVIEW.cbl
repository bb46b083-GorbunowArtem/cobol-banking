       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REVIEW.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * KYC_REVIEW - Customer Risk Rating and Periodic Review Queue
      ******************************************************************
      * Purpose: Rate every active dbo.Customers row for money-
      *          laundering risk and schedule its periodic due-
      *          diligence review. The score sums points for each
      *          risk factor found: the product mix (cash-capable
      *          CHECKING/MONEY_MARKET accounts, a large number of
      *          open accounts), cash activity (days in the look-back
      *          window on which the customer's cash crossed the CTR
      *          threshold, as CTR_REPORT aggregates it), watchlist
      *          hits pending or confirmed on dbo.WatchlistHits,
      *          fraud items rejected on dbo.FraudReviewQueue against
      *          the customer's accounts, and missing identity data
      *          (TAX_ID, DATE_OF_BIRTH). The score rates the
      *          customer LOW, MEDIUM or HIGH on
      *          dbo.CustomerRiskRatings, and the rating's review
      *          cycle sets the review-due date from the last sign-
      *          off. A review past due is queued on
      *          dbo.KycReviewQueue for the branch that holds the
      *          customer's oldest open account, and the open queue
      *          is listed per branch. A HIGH-rated customer whose
      *          review is overdue is blocked from opening new
      *          accounts in ACCOUNT_MASTER until a reviewer signs
      *          off. Sign-offs (data/in/kyc_signoffs.csv) apply
      *          first: each closes the customer's open queue item
      *          (or records a closed one for an early review),
      *          stamps the last review date and lifts the block.
      * Input:   data/in/kyc_signoffs.csv (CSV format, optional)
      *          dbo.Customers, dbo.Accounts, dbo.AccountHolders,
      *          dbo.Transactions, dbo.WatchlistHits,
      *          dbo.FraudReviewQueue
      * Output:  dbo.CustomerRiskRatings, dbo.KycReviewQueue
      *          data/out/kyc_review_queue.csv
      *          data/out/kyc_signoffs_rejects.csv
      * Lineage: transform_kind=score
      ******************************************************************
      * LINEAGE: PROGRAM=KYC_REVIEW
      * LINEAGE: SRC=sqlserver.dbo.Customers(TAX_ID,DATE_OF_BIRTH)
      * LINEAGE: SRC=sqlserver.dbo.Transactions(TX_TYPE,AMOUNT,
      *               TX_TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.WatchlistHits(DISPOSITION)
      * LINEAGE: SRC=sqlserver.dbo.FraudReviewQueue(DISPOSITION)
      * LINEAGE: SRC=csv.filesystem.kyc_signoffs.csv(CUSTOMER_ID,
      *               REVIEWER_ID,NOTE)
      * LINEAGE: TGT=sqlserver.dbo.CustomerRiskRatings(RISK_SCORE,
      *               RISK_RATING,REVIEW_DUE_DATE,OPEN_BLOCK_FLAG)
      * LINEAGE: TGT=sqlserver.dbo.KycReviewQueue(CUSTOMER_ID,
      *               BRANCH_ID,STATUS,REVIEWER_ID)
      * LINEAGE: MAP=SUM(factor points) -> RISK_RATING [>=HIGH_SCORE
      *               HIGH, >=MEDIUM_SCORE MEDIUM, else LOW]
      * LINEAGE: MAP=LAST_REVIEW_DATE -> REVIEW_DUE_DATE [+ rating's
      *               cycle months]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNOFFS-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT SIGNOFFS-REJECTS-CSV
               ASSIGN TO "data/out/kyc_signoffs_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT REVIEW-QUEUE-CSV
               ASSIGN TO "data/out/kyc_review_queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNOFFS-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  SIGNOFFS-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

       FD  REVIEW-QUEUE-CSV.
       01  QUEUE-CSV-RECORD            PIC X(200).

       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-END-OF-FILE         VALUE '10'.

       01  WS-REJECT-FILE-STATUS       PIC XX.
           88  REJECT-FILE-OK          VALUE '00'.

       01  WS-QUEUE-FILE-STATUS        PIC XX.
           88  QUEUE-FILE-OK           VALUE '00'.

       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Reject CSV working storage
       01  WS-REJECT-LINE              PIC X(600).
       01  WS-REJECT-REASON            PIC X(80).
       01  WS-REJECTS-FILE-OPEN        PIC X VALUE 'N'.
           88  REJECTS-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ROW-NUMBER-DISPLAY       PIC Z(8)9.

      * Review queue listing working storage
       01  WS-QUEUE-LINE               PIC X(200).
       01  WS-ITEM-ID-DISP             PIC Z(17)9.
       01  WS-DAYS-OVERDUE-DISP        PIC Z(8)9.
       01  WS-SCORE-DISP               PIC Z(4)9.

      * Input file name (overridden from the command line/PARM if given)
       01  WS-INPUT-FILE-NAME          PIC X(256)
               VALUE 'data/in/kyc_signoffs.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 3 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed sign-off fields
       01  WS-CSV-CUSTOMER-ID          PIC X(32).
       01  WS-CSV-REVIEWER-ID          PIC X(32).
       01  WS-CSV-NOTE                 PIC X(128).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Scoring working storage
       01  WS-KYC-SCORE                PIC 9(5) COMP-5.
       01  WS-KYC-RATING               PIC X(6).
       01  WS-KYC-CYCLE-MONTHS         PIC 9(3) COMP-5.
       01  WS-KYC-REASONS              PIC X(80).
       01  WS-KYC-REASON-PTR           PIC 9(3) COMP-5.
       01  WS-KYC-REASON-TEXT          PIC X(16).
       01  WS-KYC-OVERDUE-FLAG         PIC X VALUE 'N'.
           88  REVIEW-IS-OVERDUE       VALUE 'Y'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-SIGNOFFS-APPLIED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CUSTOMERS-RATED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RATED-LOW                PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RATED-MEDIUM             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RATED-HIGH               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RATINGS-CHANGED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REVIEWS-OVERDUE          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REVIEWS-QUEUED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CUSTOMERS-BLOCKED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-QUEUE-LINES-WRITTEN      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(11) VALUE 'KYC_REVIEW_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-BASE-CCY                PIC X(3).
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-REVIEWER-ID             PIC X(32).
       01  SQL-SIGNOFF-NOTE            PIC X(128).
       01  SQL-NO-TAX-ID               PIC X(1).
       01  SQL-NO-BIRTH-DATE           PIC X(1).
       01  SQL-RATING-EXISTS           PIC X(1).
       01  SQL-PRIOR-RATING            PIC X(6).
       01  SQL-FIRST-RATED-DATE        PIC X(10).
       01  SQL-LAST-REVIEW-DATE        PIC X(10).
       01  SQL-OPEN-ACCOUNTS           PIC S9(9) COMP-3.
       01  SQL-CASH-PRODUCTS           PIC S9(9) COMP-3.
       01  SQL-CTR-DAYS                PIC S9(9) COMP-3.
       01  SQL-WATCH-TRUE              PIC S9(9) COMP-3.
       01  SQL-WATCH-PENDING           PIC S9(9) COMP-3.
       01  SQL-FRAUD-REJECTS           PIC S9(9) COMP-3.
       01  SQL-LOOKBACK-DAYS           PIC S9(9) COMP-3.
       01  SQL-CTR-THRESHOLD           PIC S9(16)V99 COMP-3.
       01  SQL-RISK-SCORE              PIC S9(9) COMP-3.
       01  SQL-RISK-RATING             PIC X(6).
       01  SQL-SCORE-REASONS           PIC X(80).
       01  SQL-CYCLE-MONTHS            PIC S9(9) COMP-3.
       01  SQL-DUE-BASE-DATE           PIC X(10).
       01  SQL-REVIEW-DUE-DATE         PIC X(10).
       01  SQL-OPEN-BLOCK-FLAG         PIC X(1).
       01  SQL-BRANCH-ID               PIC X(3).
       01  SQL-PENDING-COUNT           PIC S9(9) COMP-3.
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-ITEM-ID                 PIC 9(18) COMP-5.
       01  SQL-QUEUED-DATE             PIC X(10).
       01  SQL-DAYS-OVERDUE            PIC S9(9) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Every active customer with the identity gaps on the master
      * and any rating already held - the prior rating, when it
      * was first given and when it was last reviewed
       EXEC SQL
           DECLARE RATING_CURSOR CURSOR FOR
           SELECT C.CUSTOMER_ID,
                  CASE WHEN C.TAX_ID IS NULL
                         OR LTRIM(RTRIM(C.TAX_ID)) = ''
                       THEN 'Y' ELSE 'N' END,
                  CASE WHEN C.DATE_OF_BIRTH IS NULL
                       THEN 'Y' ELSE 'N' END,
                  CASE WHEN R.CUSTOMER_ID IS NULL
                       THEN 'N' ELSE 'Y' END,
                  COALESCE(R.RISK_RATING, ' '),
                  COALESCE(CONVERT(CHAR(10), R.FIRST_RATED_DATE,
                                   120), ' '),
                  COALESCE(CONVERT(CHAR(10), R.LAST_REVIEW_DATE,
                                   120), ' ')
           FROM dbo.Customers C
           LEFT JOIN dbo.CustomerRiskRatings R
               ON R.CUSTOMER_ID = C.CUSTOMER_ID
           WHERE C.STATUS = 'A'
           ORDER BY C.CUSTOMER_ID
       END-EXEC.

      * The open review queue, per branch, most overdue first
       EXEC SQL
           DECLARE QUEUE_CURSOR CURSOR FOR
           SELECT Q.BRANCH_ID, Q.ITEM_ID, Q.CUSTOMER_ID,
                  Q.RISK_RATING,
                  CONVERT(CHAR(10), Q.REVIEW_DUE_DATE, 120),
                  DATEDIFF(DAY, Q.REVIEW_DUE_DATE,
                           CAST(:SQL-BUS-DATE AS DATE)),
                  CONVERT(CHAR(10), Q.TS_UTC, 120)
           FROM dbo.KycReviewQueue Q
           WHERE Q.STATUS = 'P'
           ORDER BY Q.BRANCH_ID, Q.REVIEW_DUE_DATE, Q.CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'KYC_REVIEW - Customer Risk Rating and Review'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-BUS-DATE.
           PERFORM PROCESS-CSV-FILE.
           PERFORM RATE-CUSTOMERS.
           PERFORM WRITE-REVIEW-QUEUE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'KYC_REVIEW completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE 1 TO WS-ROW-NUMBER.
           MOVE WS-BASE-CURRENCY TO SQL-BASE-CCY.
           MOVE WS-KYC-LOOKBACK-DAYS TO SQL-LOOKBACK-DAYS.
           MOVE WS-CTR-THRESHOLD TO SQL-CTR-THRESHOLD.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE TO WS-INPUT-FILE-NAME
           END-IF.
           DISPLAY 'Sign-off file: ' WS-INPUT-FILE-NAME.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TIMESTAMP FROM TIME.
           MOVE WS-RUN-ID-TIMESTAMP TO WS-RUN-ID-TS.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-VERSION-FILE: Read git commit SHA from .version file
      ******************************************************************
       LOAD-VERSION-FILE SECTION.
           MOVE 'UNKNOWN' TO WS-COMMIT-SHA.
           OPEN INPUT VERSION-FILE.
           IF NOT VERSION-FILE-OK
               DISPLAY 'WARNING: .version file not found, using UNKNOWN'
               GO TO LOAD-VERSION-FILE-EXIT
           END-IF.

           READ VERSION-FILE INTO VERSION-FILE-RECORD
               AT END
                   DISPLAY 'WARNING: .version file is empty, using '
                           'UNKNOWN'
                   GO TO LOAD-VERSION-FILE-CLOSE
           END-READ.
           MOVE FUNCTION TRIM(VERSION-FILE-RECORD) TO WS-COMMIT-SHA.
       LOAD-VERSION-FILE-CLOSE.
           CLOSE VERSION-FILE.

           DISPLAY 'Git Commit SHA: ' WS-COMMIT-SHA.
       LOAD-VERSION-FILE-EXIT.
           EXIT.

      ******************************************************************
      * RESOLVE-DB-CONFIG: Override compiled-in DSN constants from
      * BANK_SQLSERVER_DSN/BANK_POSTGRES_DSN environment variables,
      * if set, so a site can repoint this program at a different
      * ODBC data source without recompiling
      ******************************************************************
       RESOLVE-DB-CONFIG SECTION.
           MOVE SPACES TO WS-DSN-ENV-OVERRIDE.
           ACCEPT WS-DSN-ENV-OVERRIDE FROM ENVIRONMENT
               "BANK_SQLSERVER_DSN".
           IF WS-DSN-ENV-OVERRIDE NOT = SPACES
               MOVE WS-DSN-ENV-OVERRIDE TO WS-DSN-SQLSERVER
           END-IF.

           MOVE SPACES TO WS-DSN-ENV-OVERRIDE.
           ACCEPT WS-DSN-ENV-OVERRIDE FROM ENVIRONMENT
               "BANK_POSTGRES_DSN".
           IF WS-DSN-ENV-OVERRIDE NOT = SPACES
               MOVE WS-DSN-ENV-OVERRIDE TO WS-DSN-POSTGRES
           END-IF.
       RESOLVE-DB-CONFIG-EXIT.
           EXIT.

      ******************************************************************
      * CONNECT-DATABASE: Establish ODBC connection to SQL Server
      ******************************************************************
       CONNECT-DATABASE SECTION.
           DISPLAY 'Connecting to SQL Server (DSN: '
                   WS-DSN-SQLSERVER ')...'.

           EXEC SQL
               CONNECT TO :WS-DSN-SQLSERVER
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Database connection failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               DISPLAY 'SQLSTATE: ' SQLSTATE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-SQLSERVER-CONNECTED.
           DISPLAY 'Database connection established'.
       CONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-FILE: Read and apply all sign-off rows
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT SIGNOFFS-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No sign-off file - nothing to apply'
               GO TO PROCESS-CSV-FILE-EXIT
           END-IF.

           PERFORM OPEN-REJECT-FILE.

           READ SIGNOFFS-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE SIGNOFFS-CSV
                   PERFORM CLOSE-REJECT-FILE
                   GO TO PROCESS-CSV-FILE-EXIT
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE SIGNOFFS-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the sign-off reject file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT SIGNOFFS-REJECTS-CSV.
           IF NOT REJECT-FILE-OK
               DISPLAY 'WARNING: Cannot create reject file'
               DISPLAY 'File status: ' WS-REJECT-FILE-STATUS
               GO TO OPEN-REJECT-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-REJECTS-FILE-OPEN.
           STRING
               'ROW_NUMBER' WS-FIELD-DELIMITER
               'REASON'
               DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE.
       OPEN-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-REJECT-ROW: Append one failed row to the reject CSV
      ******************************************************************
       WRITE-REJECT-ROW SECTION.
           MOVE 'KYC_REVIEW' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE WS-ROW-NUMBER TO WS-ROW-NUMBER-DISPLAY.
           STRING 'ROW ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-NUMBER-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-ERR-CONTEXT
           END-STRING.
           MOVE WS-REJECT-REASON TO WS-ERR-MESSAGE.
           PERFORM LOG-PROCESSING-ERROR.

           IF NOT REJECTS-FILE-IS-OPEN
               GO TO WRITE-REJECT-ROW-EXIT
           END-IF.

           STRING
               FUNCTION TRIM(WS-ROW-NUMBER-DISPLAY) DELIMITED BY SIZE
               WS-FIELD-DELIMITER DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE.
       WRITE-REJECT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-REJECT-FILE: Close the sign-off reject file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE SIGNOFFS-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single sign-off row
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ SIGNOFFS-CSV INTO WS-CSV-LINE
               AT END
                   SET CSV-END-OF-FILE TO TRUE
                   GO TO PROCESS-CSV-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.
           MOVE 'Y' TO WS-ROW-VALID.

           PERFORM SPLIT-CSV-LINE.
           PERFORM VALIDATE-CSV-FIELDS.

           IF ROW-IS-VALID
               PERFORM APPLY-SIGNOFF
           END-IF.

           IF ROW-IS-INVALID
               ADD 1 TO WS-ROWS-INVALID
               PERFORM WRITE-REJECT-ROW
           END-IF.
       PROCESS-CSV-ROW-EXIT.
           EXIT.

      ******************************************************************
      * SPLIT-CSV-LINE: RFC 4180 quote-aware field splitter
      ******************************************************************
       SPLIT-CSV-LINE SECTION.
           MOVE SPACES TO WS-CSV-FIELD-TABLE.
           MOVE 1 TO WS-CSV-FIELD-IDX.
           MOVE ZERO TO WS-CSV-FIELD-LEN.
           MOVE 'N' TO WS-CSV-QUOTE-STATE.
           COMPUTE WS-CSV-LINE-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-LINE)).
           IF WS-CSV-LINE-LENGTH = ZERO
               GO TO SPLIT-CSV-LINE-EXIT
           END-IF.

           MOVE 1 TO WS-CSV-CHAR-IDX.
           PERFORM SCAN-ONE-CSV-CHAR
               UNTIL WS-CSV-CHAR-IDX > WS-CSV-LINE-LENGTH.

           MOVE WS-CSV-FIELD (1) TO WS-CSV-CUSTOMER-ID.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-REVIEWER-ID.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-NOTE.
       SPLIT-CSV-LINE-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-ONE-CSV-CHAR: Classify and consume one input character
      ******************************************************************
       SCAN-ONE-CSV-CHAR SECTION.
           MOVE WS-CSV-LINE (WS-CSV-CHAR-IDX:1) TO WS-CSV-CURRENT-CHAR.

           EVALUATE TRUE
               WHEN WS-CSV-CURRENT-CHAR = WS-FIELD-QUOTE
                   IF CSV-INSIDE-QUOTES
                       IF WS-CSV-CHAR-IDX < WS-CSV-LINE-LENGTH AND
                          WS-CSV-LINE (WS-CSV-CHAR-IDX + 1:1)
                              = WS-FIELD-QUOTE
                           PERFORM APPEND-CSV-CHAR
                           ADD 1 TO WS-CSV-CHAR-IDX
                       ELSE
                           MOVE 'N' TO WS-CSV-QUOTE-STATE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-CSV-QUOTE-STATE
                   END-IF
               WHEN WS-CSV-CURRENT-CHAR = WS-FIELD-DELIMITER
                       AND NOT CSV-INSIDE-QUOTES
                   ADD 1 TO WS-CSV-FIELD-IDX
                   MOVE ZERO TO WS-CSV-FIELD-LEN
               WHEN OTHER
                   PERFORM APPEND-CSV-CHAR
           END-EVALUATE.

           ADD 1 TO WS-CSV-CHAR-IDX.
       SCAN-ONE-CSV-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * APPEND-CSV-CHAR: Add the current character to the active field
      ******************************************************************
       APPEND-CSV-CHAR SECTION.
           IF WS-CSV-FIELD-IDX > 3
               GO TO APPEND-CSV-CHAR-EXIT
           END-IF.

           ADD 1 TO WS-CSV-FIELD-LEN.
           IF WS-CSV-FIELD-LEN <= 512
               MOVE WS-CSV-CURRENT-CHAR TO
                   WS-CSV-FIELD (WS-CSV-FIELD-IDX) (WS-CSV-FIELD-LEN:1)
           END-IF.
       APPEND-CSV-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-CSV-FIELDS: Apply validation rules to parsed data
      ******************************************************************
       VALIDATE-CSV-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-CSV-CUSTOMER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - CUSTOMER_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CUSTOMER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-REVIEWER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - REVIEWER_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'REVIEWER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Only a customer this program has rated has a review to
      *    sign off
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.CustomerRiskRatings
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Rating lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Rating lookup failed' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF SQL-EXISTS-COUNT = ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer has no risk rating: '
                       WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer has no risk rating' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-SIGNOFF: Record the reviewer's sign-off - the open
      * queue item closes (or, for a review done before it fell
      * due, a closed item is written so every sign-off is kept),
      * the rating's last review date moves to the business date and
      * any account-opening block lifts. The rating pass that
      * follows sets the next due date from this review
      ******************************************************************
       APPLY-SIGNOFF SECTION.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE WS-CSV-REVIEWER-ID TO SQL-REVIEWER-ID.
           MOVE WS-CSV-NOTE TO SQL-SIGNOFF-NOTE.

           EXEC SQL
               UPDATE dbo.KycReviewQueue
               SET STATUS = 'C',
                   REVIEWER_ID = :SQL-REVIEWER-ID,
                   SIGNOFF_DATE = :SQL-BUS-DATE,
                   SIGNOFF_NOTE = :SQL-SIGNOFF-NOTE,
                   CLOSED_TS_UTC = SYSUTCDATETIME()
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Queue item update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Queue item update failed' TO WS-REJECT-REASON
               GO TO APPLY-SIGNOFF-EXIT
           END-IF.

           IF SQLCODE = 100 OR SQLERRD (3) = ZERO
               PERFORM RECORD-EARLY-SIGNOFF
               IF ROW-IS-INVALID
                   GO TO APPLY-SIGNOFF-EXIT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE dbo.CustomerRiskRatings
               SET LAST_REVIEW_DATE = :SQL-BUS-DATE,
                   LAST_REVIEWER_ID = :SQL-REVIEWER-ID,
                   OPEN_BLOCK_FLAG = 'N',
                   TS_UTC = SYSUTCDATETIME()
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Rating review update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Rating review update failed' TO WS-REJECT-REASON
               GO TO APPLY-SIGNOFF-EXIT
           END-IF.

           ADD 1 TO WS-SIGNOFFS-APPLIED.
           DISPLAY 'Review signed off for '
                   FUNCTION TRIM(WS-CSV-CUSTOMER-ID)
                   ' by ' FUNCTION TRIM(WS-CSV-REVIEWER-ID).
       APPLY-SIGNOFF-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-EARLY-SIGNOFF: A review signed off with nothing queued
      * is written to the queue already closed, under the
      * customer's current rating and home branch
      ******************************************************************
       RECORD-EARLY-SIGNOFF SECTION.
           PERFORM FIND-HOME-BRANCH.

           EXEC SQL
               INSERT INTO dbo.KycReviewQueue (
                   CUSTOMER_ID,
                   BRANCH_ID,
                   RISK_RATING,
                   REVIEW_DUE_DATE,
                   STATUS,
                   REVIEWER_ID,
                   SIGNOFF_DATE,
                   SIGNOFF_NOTE,
                   RUN_ID,
                   TS_UTC,
                   CLOSED_TS_UTC
               )
               SELECT CUSTOMER_ID,
                      :SQL-BRANCH-ID,
                      RISK_RATING,
                      REVIEW_DUE_DATE,
                      'C',
                      :SQL-REVIEWER-ID,
                      :SQL-BUS-DATE,
                      :SQL-SIGNOFF-NOTE,
                      :WS-CURRENT-RUN-ID,
                      SYSUTCDATETIME(),
                      SYSUTCDATETIME()
               FROM dbo.CustomerRiskRatings
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Sign-off record insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Sign-off record insert failed'
                   TO WS-REJECT-REASON
           END-IF.
       RECORD-EARLY-SIGNOFF-EXIT.
           EXIT.

      ******************************************************************
      * FIND-HOME-BRANCH: The branch of the customer's oldest open
      * account (owned or held as PRIMARY/JOINT) owns the review;
      * head office takes a customer with none
      ******************************************************************
       FIND-HOME-BRANCH SECTION.
           MOVE '000' TO SQL-BRANCH-ID.

           EXEC SQL
               SELECT TOP 1 A.BRANCH_ID INTO :SQL-BRANCH-ID
               FROM dbo.Accounts A
               WHERE A.STATUS = 'O'
                 AND (A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                      OR EXISTS (
                          SELECT 1 FROM dbo.AccountHolders H
                          WHERE H.ACC_ID = A.ACC_ID
                            AND H.CUSTOMER_ID = :SQL-CUSTOMER-ID
                            AND H.STATUS = 'A'
                            AND H.HOLDER_ROLE IN ('PRIMARY',
                                                  'JOINT')))
               ORDER BY A.OPEN_DATE, A.ACC_ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-BRANCH-ID = SPACES
               MOVE '000' TO SQL-BRANCH-ID
           END-IF.
       FIND-HOME-BRANCH-EXIT.
           EXIT.

      ******************************************************************
      * RATE-CUSTOMERS: Score and rate every active customer
      ******************************************************************
       RATE-CUSTOMERS SECTION.
           DISPLAY 'Rating customers as at ' WS-BUS-DATE.

           EXEC SQL
               OPEN RATING_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open rating cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               STOP RUN
           END-IF.

           PERFORM RATE-ONE-CUSTOMER
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE RATING_CURSOR
           END-EXEC.

           DISPLAY 'Customer rating complete'.
       RATE-CUSTOMERS-EXIT.
           EXIT.

      ******************************************************************
      * RATE-ONE-CUSTOMER: Gather one customer's risk factors, rate
      * them, set the review due date and queue an overdue review
      ******************************************************************
       RATE-ONE-CUSTOMER SECTION.
           EXEC SQL
               FETCH RATING_CURSOR INTO
                   :SQL-CUSTOMER-ID,
                   :SQL-NO-TAX-ID,
                   :SQL-NO-BIRTH-DATE,
                   :SQL-RATING-EXISTS,
                   :SQL-PRIOR-RATING,
                   :SQL-FIRST-RATED-DATE,
                   :SQL-LAST-REVIEW-DATE
           END-EXEC.

           IF SQLCODE = 100
               GO TO RATE-ONE-CUSTOMER-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Rating cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RATE-ONE-CUSTOMER-EXIT
           END-IF.

           PERFORM GATHER-RISK-FACTORS.
           PERFORM SCORE-CUSTOMER.
           PERFORM SET-REVIEW-DUE-DATE.
           PERFORM SAVE-CUSTOMER-RATING.

           IF REVIEW-IS-OVERDUE
               ADD 1 TO WS-REVIEWS-OVERDUE
               PERFORM QUEUE-REVIEW-ITEM
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       RATE-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * GATHER-RISK-FACTORS: Count the customer's risk factors across
      * every account they own or hold (a payable-on-death
      * beneficiary has no say over an account and does not carry
      * its risk). A lookup that fails counts as nothing found
      ******************************************************************
       GATHER-RISK-FACTORS SECTION.
           MOVE ZERO TO SQL-OPEN-ACCOUNTS.
           MOVE ZERO TO SQL-CASH-PRODUCTS.
           MOVE ZERO TO SQL-CTR-DAYS.
           MOVE ZERO TO SQL-WATCH-TRUE.
           MOVE ZERO TO SQL-WATCH-PENDING.
           MOVE ZERO TO SQL-FRAUD-REJECTS.

      *    Product mix - open accounts, and how many of them take
      *    cash over the counter
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN A.ACC_TYPE IN
                                   ('CHECKING', 'MONEY_MARKET')
                                   THEN 1 ELSE 0 END), 0)
               INTO :SQL-OPEN-ACCOUNTS, :SQL-CASH-PRODUCTS
               FROM dbo.Accounts A
               WHERE A.STATUS = 'O'
                 AND (A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                      OR EXISTS (
                          SELECT 1 FROM dbo.AccountHolders H
                          WHERE H.ACC_ID = A.ACC_ID
                            AND H.CUSTOMER_ID = :SQL-CUSTOMER-ID
                            AND H.STATUS = 'A'
                            AND H.HOLDER_ROLE <> 'POD'))
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Product mix lookup failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
                       ', SQLCODE: ' SQLCODE
               MOVE ZERO TO SQL-OPEN-ACCOUNTS
               MOVE ZERO TO SQL-CASH-PRODUCTS
           END-IF.

      *    Cash activity - days in the look-back window on which the
      *    customer's cash deposits and withdrawals, in the base
      *    currency, reached the CTR threshold
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CTR-DAYS
               FROM (SELECT CAST(T.TX_TS_UTC AS DATE) AS CASH_DATE
                     FROM dbo.Transactions T
                     JOIN dbo.Accounts A ON A.ACC_ID = T.ACC_ID
                     LEFT JOIN dbo.FxRates FX
                         ON FX.CURRENCY = T.CURRENCY
                        AND FX.AS_OF_UTC =
                            (SELECT MAX(FX2.AS_OF_UTC)
                             FROM dbo.FxRates FX2
                             WHERE FX2.CURRENCY = FX.CURRENCY)
                     WHERE T.TX_TYPE IN ('DEPOSIT', 'WITHDRAWAL')
                       AND T.POSTED_FLAG = 'Y'
                       AND CAST(T.TX_TS_UTC AS DATE) >
                           DATEADD(DAY, - :SQL-LOOKBACK-DAYS,
                                   CAST(:SQL-BUS-DATE AS DATE))
                       AND CAST(T.TX_TS_UTC AS DATE) <=
                           CAST(:SQL-BUS-DATE AS DATE)
                       AND (A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                            OR EXISTS (
                                SELECT 1 FROM dbo.AccountHolders H
                                WHERE H.ACC_ID = A.ACC_ID
                                  AND H.CUSTOMER_ID =
                                      :SQL-CUSTOMER-ID
                                  AND H.STATUS = 'A'
                                  AND H.HOLDER_ROLE <> 'POD'))
                     GROUP BY CAST(T.TX_TS_UTC AS DATE)
                     HAVING SUM(CASE WHEN T.CURRENCY = :SQL-BASE-CCY
                                     THEN ABS(T.AMOUNT)
                                     ELSE ABS(T.AMOUNT) *
                                          COALESCE(FX.RATE_TO_BASE,
                                                   0)
                                END) >= :SQL-CTR-THRESHOLD) CD
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Cash activity lookup failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
                       ', SQLCODE: ' SQLCODE
               MOVE ZERO TO SQL-CTR-DAYS
           END-IF.

      *    Watchlist - confirmed hits and hits still awaiting an
      *    analyst; a false positive carries no risk
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DISPOSITION = 'T'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN DISPOSITION IS NULL
                                          OR DISPOSITION = ' '
                                        THEN 1 ELSE 0 END), 0)
               INTO :SQL-WATCH-TRUE, :SQL-WATCH-PENDING
               FROM dbo.WatchlistHits
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Watchlist lookup failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
                       ', SQLCODE: ' SQLCODE
               MOVE ZERO TO SQL-WATCH-TRUE
               MOVE ZERO TO SQL-WATCH-PENDING
           END-IF.

      *    Fraud - items on the customer's accounts the fraud desk
      *    rejected within the look-back window
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FRAUD-REJECTS
               FROM dbo.FraudReviewQueue Q
               JOIN dbo.Accounts A ON A.ACC_ID = Q.ACC_ID
               WHERE Q.DISPOSITION = 'R'
                 AND CAST(Q.DISPOSITION_TS_UTC AS DATE) >
                     DATEADD(DAY, - :SQL-LOOKBACK-DAYS,
                             CAST(:SQL-BUS-DATE AS DATE))
                 AND (A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                      OR EXISTS (
                          SELECT 1 FROM dbo.AccountHolders H
                          WHERE H.ACC_ID = A.ACC_ID
                            AND H.CUSTOMER_ID = :SQL-CUSTOMER-ID
                            AND H.STATUS = 'A'
                            AND H.HOLDER_ROLE <> 'POD'))
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Fraud lookup failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
                       ', SQLCODE: ' SQLCODE
               MOVE ZERO TO SQL-FRAUD-REJECTS
           END-IF.
       GATHER-RISK-FACTORS-EXIT.
           EXIT.

      ******************************************************************
      * SCORE-CUSTOMER: Sum the factor points into the score, rate
      * it, and note which factors contributed
      ******************************************************************
       SCORE-CUSTOMER SECTION.
           MOVE ZERO TO WS-KYC-SCORE.
           MOVE SPACES TO WS-KYC-REASONS.
           MOVE 1 TO WS-KYC-REASON-PTR.

           IF SQL-CASH-PRODUCTS > ZERO
               ADD WS-KYC-PTS-CASH-PRODUCT TO WS-KYC-SCORE
               MOVE 'CASH-PRODUCT' TO WS-KYC-REASON-TEXT
               PERFORM ADD-SCORE-REASON
           END-IF.

           IF SQL-OPEN-ACCOUNTS >= WS-KYC-MANY-ACCOUNTS
               ADD WS-KYC-PTS-MANY-ACCOUNTS TO WS-KYC-SCORE
               MOVE 'MANY-ACCOUNTS' TO WS-KYC-REASON-TEXT
               PERFORM ADD-SCORE-REASON
           END-IF.

           IF SQL-CTR-DAYS > ZERO
               ADD WS-KYC-PTS-CTR-DAY TO WS-KYC-SCORE
               MOVE 'CASH-CTR' TO WS-KYC-REASON-TEXT
               PERFORM ADD-SCORE-REASON
           END-IF.

           IF SQL-WATCH-TRUE > ZERO
               ADD WS-KYC-PTS-WATCH-TRUE TO WS-KYC-SCORE
               MOVE 'WATCHLIST-HIT' TO WS-KYC-REASON-TEXT
               PERFORM ADD-SCORE-REASON
           END-IF.

           IF SQL-WATCH-PENDING > ZERO
               ADD WS-KYC-PTS-WATCH-PENDING TO WS-KYC-SCORE
               MOVE 'WATCHLIST-OPEN' TO WS-KYC-REASON-TEXT
               PERFORM ADD-SCORE-REASON
           END-IF.

           IF SQL-FRAUD-REJECTS > ZERO
               ADD WS-KYC-PTS-FRAUD TO WS-KYC-SCORE
               MOVE 'FRAUD' TO WS-KYC-REASON-TEXT
               PERFORM ADD-SCORE-REASON
           END-IF.

           IF SQL-NO-TAX-ID = 'Y'
               ADD WS-KYC-PTS-NO-TAX-ID TO WS-KYC-SCORE
               MOVE 'NO-TAX-ID' TO WS-KYC-REASON-TEXT
               PERFORM ADD-SCORE-REASON
           END-IF.

           IF SQL-NO-BIRTH-DATE = 'Y'
               ADD WS-KYC-PTS-NO-BIRTH-DATE TO WS-KYC-SCORE
               MOVE 'NO-BIRTH-DATE' TO WS-KYC-REASON-TEXT
               PERFORM ADD-SCORE-REASON
           END-IF.

           EVALUATE TRUE
               WHEN SQL-WATCH-TRUE > ZERO
                   MOVE 'HIGH' TO WS-KYC-RATING
               WHEN WS-KYC-SCORE >= WS-KYC-HIGH-SCORE
                   MOVE 'HIGH' TO WS-KYC-RATING
               WHEN WS-KYC-SCORE >= WS-KYC-MEDIUM-SCORE
                   MOVE 'MEDIUM' TO WS-KYC-RATING
               WHEN OTHER
                   MOVE 'LOW' TO WS-KYC-RATING
           END-EVALUATE.

           EVALUATE WS-KYC-RATING
               WHEN 'HIGH'
                   ADD 1 TO WS-RATED-HIGH
                   MOVE WS-KYC-CYCLE-MONTHS-HIGH
                       TO WS-KYC-CYCLE-MONTHS
               WHEN 'MEDIUM'
                   ADD 1 TO WS-RATED-MEDIUM
                   MOVE WS-KYC-CYCLE-MONTHS-MEDIUM
                       TO WS-KYC-CYCLE-MONTHS
               WHEN OTHER
                   ADD 1 TO WS-RATED-LOW
                   MOVE WS-KYC-CYCLE-MONTHS-LOW
                       TO WS-KYC-CYCLE-MONTHS
           END-EVALUATE.
           ADD 1 TO WS-CUSTOMERS-RATED.

           IF SQL-RATING-EXISTS = 'Y'
               AND SQL-PRIOR-RATING NOT = WS-KYC-RATING
               ADD 1 TO WS-RATINGS-CHANGED
               DISPLAY 'Rating changed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID) ': '
                       FUNCTION TRIM(SQL-PRIOR-RATING) ' -> '
                       FUNCTION TRIM(WS-KYC-RATING)
           END-IF.
       SCORE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * ADD-SCORE-REASON: Append one factor code to the reasons list
      ******************************************************************
       ADD-SCORE-REASON SECTION.
           IF WS-KYC-REASON-PTR > 1
               STRING ';' DELIMITED BY SIZE
                   INTO WS-KYC-REASONS
                   WITH POINTER WS-KYC-REASON-PTR
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-KYC-REASON-TEXT) DELIMITED BY SIZE
               INTO WS-KYC-REASONS
               WITH POINTER WS-KYC-REASON-PTR
           END-STRING.
       ADD-SCORE-REASON-EXIT.
           EXIT.

      ******************************************************************
      * SET-REVIEW-DUE-DATE: The rating's review cycle runs from the
      * last sign-off, or from the first rating for a customer never
      * reviewed (today's, for a customer rated for the first time).
      * A rating that rises shortens the cycle and can bring the
      * review due at once
      ******************************************************************
       SET-REVIEW-DUE-DATE SECTION.
           MOVE 'N' TO WS-KYC-OVERDUE-FLAG.
           EVALUATE TRUE
               WHEN SQL-LAST-REVIEW-DATE NOT = SPACES
                   MOVE SQL-LAST-REVIEW-DATE TO SQL-DUE-BASE-DATE
               WHEN SQL-FIRST-RATED-DATE NOT = SPACES
                   MOVE SQL-FIRST-RATED-DATE TO SQL-DUE-BASE-DATE
               WHEN OTHER
                   MOVE WS-BUS-DATE TO SQL-DUE-BASE-DATE
           END-EVALUATE.
           MOVE WS-KYC-CYCLE-MONTHS TO SQL-CYCLE-MONTHS.

           EXEC SQL
               SELECT CONVERT(CHAR(10),
                          DATEADD(MONTH, :SQL-CYCLE-MONTHS,
                              CAST(:SQL-DUE-BASE-DATE AS DATE)), 120)
               INTO :SQL-REVIEW-DUE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Review due date derivation failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE WS-BUS-DATE TO SQL-REVIEW-DUE-DATE
           END-IF.

           IF SQL-REVIEW-DUE-DATE < WS-BUS-DATE
               MOVE 'Y' TO WS-KYC-OVERDUE-FLAG
           END-IF.

      *    Only an overdue HIGH-risk review holds up new accounts
           IF REVIEW-IS-OVERDUE AND WS-KYC-RATING = 'HIGH'
               MOVE 'Y' TO SQL-OPEN-BLOCK-FLAG
               ADD 1 TO WS-CUSTOMERS-BLOCKED
           ELSE
               MOVE 'N' TO SQL-OPEN-BLOCK-FLAG
           END-IF.
       SET-REVIEW-DUE-DATE-EXIT.
           EXIT.

      ******************************************************************
      * SAVE-CUSTOMER-RATING: Write the day's rating over the
      * customer's rating row, creating it on the first rating
      ******************************************************************
       SAVE-CUSTOMER-RATING SECTION.
           MOVE WS-KYC-SCORE TO SQL-RISK-SCORE.
           MOVE WS-KYC-RATING TO SQL-RISK-RATING.
           MOVE WS-KYC-REASONS TO SQL-SCORE-REASONS.

           IF SQL-RATING-EXISTS = 'Y'
               EXEC SQL
                   UPDATE dbo.CustomerRiskRatings
                   SET RISK_SCORE = :SQL-RISK-SCORE,
                       RISK_RATING = :SQL-RISK-RATING,
                       SCORE_REASONS = :SQL-SCORE-REASONS,
                       RATED_DATE = :SQL-BUS-DATE,
                       REVIEW_DUE_DATE = :SQL-REVIEW-DUE-DATE,
                       OPEN_BLOCK_FLAG = :SQL-OPEN-BLOCK-FLAG,
                       RUN_ID = :WS-CURRENT-RUN-ID,
                       TS_UTC = SYSUTCDATETIME()
                   WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO dbo.CustomerRiskRatings (
                       CUSTOMER_ID,
                       RISK_SCORE,
                       RISK_RATING,
                       SCORE_REASONS,
                       RATED_DATE,
                       FIRST_RATED_DATE,
                       LAST_REVIEW_DATE,
                       LAST_REVIEWER_ID,
                       REVIEW_DUE_DATE,
                       OPEN_BLOCK_FLAG,
                       RUN_ID,
                       TS_UTC
                   ) VALUES (
                       :SQL-CUSTOMER-ID,
                       :SQL-RISK-SCORE,
                       :SQL-RISK-RATING,
                       :SQL-SCORE-REASONS,
                       :SQL-BUS-DATE,
                       :SQL-BUS-DATE,
                       NULL,
                       NULL,
                       :SQL-REVIEW-DUE-DATE,
                       :SQL-OPEN-BLOCK-FLAG,
                       :WS-CURRENT-RUN-ID,
                       SYSUTCDATETIME()
                   )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not save rating for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'KYC_REVIEW' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-CUSTOMER-ID TO WS-ERR-CONTEXT
               MOVE 'Customer risk rating save failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.
       SAVE-CUSTOMER-RATING-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-REVIEW-ITEM: One open review per customer - an overdue
      * review already on the queue is left where it is
      ******************************************************************
       QUEUE-REVIEW-ITEM SECTION.
           MOVE ZERO TO SQL-PENDING-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PENDING-COUNT
               FROM dbo.KycReviewQueue
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-PENDING-COUNT > ZERO
               GO TO QUEUE-REVIEW-ITEM-EXIT
           END-IF.

           PERFORM FIND-HOME-BRANCH.

           EXEC SQL
               INSERT INTO dbo.KycReviewQueue (
                   CUSTOMER_ID,
                   BRANCH_ID,
                   RISK_RATING,
                   REVIEW_DUE_DATE,
                   STATUS,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-CUSTOMER-ID,
                   :SQL-BRANCH-ID,
                   :SQL-RISK-RATING,
                   :SQL-REVIEW-DUE-DATE,
                   'P',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Review queue insert failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO QUEUE-REVIEW-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-REVIEWS-QUEUED.
           DISPLAY 'Review queued for ' FUNCTION TRIM(SQL-CUSTOMER-ID)
                   ' (' FUNCTION TRIM(WS-KYC-RATING) ', due '
                   SQL-REVIEW-DUE-DATE ') at branch ' SQL-BRANCH-ID.
       QUEUE-REVIEW-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-REVIEW-QUEUE: List every open review for the branches,
      * grouped by branch with the most overdue first
      ******************************************************************
       WRITE-REVIEW-QUEUE SECTION.
           OPEN OUTPUT REVIEW-QUEUE-CSV.
           IF NOT QUEUE-FILE-OK
               DISPLAY 'WARNING: Could not open review queue file'
               DISPLAY 'File status: ' WS-QUEUE-FILE-STATUS
               GO TO WRITE-REVIEW-QUEUE-EXIT
           END-IF.

           MOVE SPACES TO WS-QUEUE-LINE.
           STRING 'BRANCH_ID,ITEM_ID,CUSTOMER_ID,RISK_RATING,'
                  DELIMITED BY SIZE
                  'REVIEW_DUE_DATE,DAYS_OVERDUE,QUEUED_DATE'
                  DELIMITED BY SIZE
               INTO WS-QUEUE-LINE
           END-STRING.
           WRITE QUEUE-CSV-RECORD FROM WS-QUEUE-LINE.

           EXEC SQL
               OPEN QUEUE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open review queue cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               CLOSE REVIEW-QUEUE-CSV
               GO TO WRITE-REVIEW-QUEUE-EXIT
           END-IF.

           PERFORM WRITE-ONE-QUEUE-LINE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE QUEUE_CURSOR
           END-EXEC.

           CLOSE REVIEW-QUEUE-CSV.
           DISPLAY 'Review queue written to '
                   '"data/out/kyc_review_queue.csv"'.
       WRITE-REVIEW-QUEUE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-QUEUE-LINE: One open review on the branch listing
      ******************************************************************
       WRITE-ONE-QUEUE-LINE SECTION.
           EXEC SQL
               FETCH QUEUE_CURSOR INTO
                   :SQL-BRANCH-ID,
                   :SQL-ITEM-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-RISK-RATING,
                   :SQL-REVIEW-DUE-DATE,
                   :SQL-DAYS-OVERDUE,
                   :SQL-QUEUED-DATE
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-QUEUE-LINE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Review queue fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-QUEUE-LINE-EXIT
           END-IF.

           IF SQL-DAYS-OVERDUE < ZERO
               MOVE ZERO TO SQL-DAYS-OVERDUE
           END-IF.
           MOVE SQL-ITEM-ID TO WS-ITEM-ID-DISP.
           MOVE SQL-DAYS-OVERDUE TO WS-DAYS-OVERDUE-DISP.

           MOVE SPACES TO WS-QUEUE-LINE.
           STRING SQL-BRANCH-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ITEM-ID-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-RISK-RATING) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-REVIEW-DUE-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-OVERDUE-DISP)
                      DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-QUEUED-DATE DELIMITED BY SIZE
               INTO WS-QUEUE-LINE
           END-STRING.
           WRITE QUEUE-CSV-RECORD FROM WS-QUEUE-LINE.
           ADD 1 TO WS-QUEUE-LINES-WRITTEN.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       WRITE-ONE-QUEUE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'KYC_REVIEW' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'Customers,Transactions,WatchlistHits,FraudReviewQueue'
               TO WS-LIN-SRC-TABLE.
           MOVE 'TAX_ID,DATE_OF_BIRTH,AMOUNT,DISPOSITION'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'CustomerRiskRatings,KycReviewQueue'
               TO WS-LIN-TGT-TABLE.
           MOVE 'RISK_SCORE,RISK_RATING,REVIEW_DUE_DATE,STATUS'
               TO WS-LIN-TGT-COLS.
           MOVE 'score' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Factor points summed and rated; due = review + cycle'
               TO WS-LIN-TRANSFORM-EXPR.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * DISCONNECT-DATABASE: Commit transaction and disconnect
      ******************************************************************
       DISCONNECT-DATABASE SECTION.
           IF NOT SQLSERVER-IS-CONNECTED
               GO TO DISCONNECT-DATABASE-EXIT
           END-IF.

           EXEC SQL
               COMMIT WORK
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Commit failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               DISPLAY 'Transaction committed successfully'
           END-IF.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

           MOVE 'N' TO WS-SQLSERVER-CONNECTED.
           DISPLAY 'Database connection closed'.
       DISCONNECT-DATABASE-EXIT.
           EXIT.

      ******************************************************************
      * DISPLAY-SUMMARY: Show processing statistics
      ******************************************************************
       DISPLAY-SUMMARY SECTION.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Sign-offs applied:      ' WS-SIGNOFFS-APPLIED.
           DISPLAY '  Invalid sign-off rows:  ' WS-ROWS-INVALID.
           DISPLAY '  Customers rated:        ' WS-CUSTOMERS-RATED.
           DISPLAY '    LOW:                  ' WS-RATED-LOW.
           DISPLAY '    MEDIUM:               ' WS-RATED-MEDIUM.
           DISPLAY '    HIGH:                 ' WS-RATED-HIGH.
           DISPLAY '  Ratings changed:        ' WS-RATINGS-CHANGED.
           DISPLAY '  Reviews overdue:        ' WS-REVIEWS-OVERDUE.
           DISPLAY '  Reviews newly queued:   ' WS-REVIEWS-QUEUED.
           DISPLAY '  Open reviews listed:    ' WS-QUEUE-LINES-WRITTEN.
           DISPLAY '  Blocked from opening:   ' WS-CUSTOMERS-BLOCKED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM KYC-REVIEW.
