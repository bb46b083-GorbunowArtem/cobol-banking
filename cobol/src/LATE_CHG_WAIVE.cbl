       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-CHG-WAIVE.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * LATE_CHG_WAIVE - Loan Late-Charge Waiver Program
      ******************************************************************
      * Purpose: Apply officer-approved waivers of the late charges
      *          LOAN_CYCLE assesses on past-due installments. Each
      *          CSV row names the loan and installment whose charge
      *          is waived, the approving officer and the reason,
      *          all recorded on the dbo.LoanLateCharges row. How the
      *          waiver is applied follows where the charge stands:
      *            - collected (its LATE-CHG transaction posted): a
      *              REVERSAL of that transaction is raised for
      *              tonight's POST_LEDGER run, refunding the
      *              payment account and backing the amount out of
      *              late-charge income;
      *            - uncollected (posting refused it and LOAN_CYCLE
      *              carried it to the loan's FEES_DUE): FEES_DUE is
      *              reduced by the charge, never below zero;
      *            - refused but not yet carried: the charge is
      *              simply marked waived, so LOAN_CYCLE never
      *              carries it.
      *          A charge still waiting to post is rejected - the
      *          officer resubmits once it has posted - as is one
      *          already waived, or one collected only as part of a
      *          payoff.
      * Input:   data/in/late_charge_waivers.csv (CSV format)
      * Output:  dbo.LoanLateCharges (waived), dbo.Transactions
      *          (REVERSAL rows), dbo.LoanMaster (FEES_DUE)
      *          data/out/late_charge_waivers_rejects.csv
      * Lineage: transform_kind=derive
      ******************************************************************
      * LINEAGE: PROGRAM=LATE_CHG_WAIVE
      * LINEAGE: SRC=csv.filesystem.late_charge_waivers.csv(ACC_ID,
      *               INSTALLMENT_NO,OFFICER_ID,REASON)
      * LINEAGE: TGT=sqlserver.dbo.LoanLateCharges(STATUS,
      *               WAIVE_OFFICER_ID,WAIVE_REASON,WAIVE_TX_ID,
      *               WAIVED_DATE)
      * LINEAGE: MAP=TX_ID -> REFERENCE_TX_ID [REVERSAL OF A
      *               COLLECTED CHARGE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-CSV
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT WAIVER-REJECTS-CSV
               ASSIGN TO "data/out/late_charge_waivers_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  WAIVER-REJECTS-CSV.
       01  REJECT-CSV-RECORD           PIC X(600).

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

       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Reject CSV working storage
       01  WS-REJECT-LINE              PIC X(600).
       01  WS-REJECT-REASON            PIC X(80).
       01  WS-REJECTS-FILE-OPEN        PIC X VALUE 'N'.
           88  REJECTS-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ROW-NUMBER-DISPLAY       PIC Z(8)9.

      * Input file name (overridden from the command line/PARM if given)
       01  WS-INPUT-FILE-NAME          PIC X(256)
               VALUE 'data/in/late_charge_waivers.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 4 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed waiver fields
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-INSTALLMENT-STR      PIC X(20).
       01  WS-CSV-OFFICER-ID           PIC X(32).
       01  WS-CSV-REASON               PIC X(80).

      * How the waiver is applied, from the charge's standing
       01  WS-WAIVE-ACTION             PIC X(1).
           88  WAIVE-BY-REFUND         VALUE 'F'.
           88  WAIVE-FROM-FEES-DUE     VALUE 'D'.
           88  WAIVE-MARK-ONLY         VALUE 'M'.
       01  WS-INST-DISP                PIC Z(4)9.

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHARGES-REFUNDED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHARGES-FEES-DUE-CUT     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(15)
                                        VALUE 'LATE_CHG_WAIVE_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-INSTALLMENT-NO          PIC S9(4) COMP-5.
       01  SQL-OFFICER-ID              PIC X(32).
       01  SQL-WAIVE-REASON            PIC X(80).
       01  SQL-CHARGE-ID               PIC 9(18) COMP-5.
       01  SQL-CHARGE-AMT              PIC S9(7)V99 COMP-3.
       01  SQL-CHARGE-ACC-ID           PIC X(32).
       01  SQL-CHARGE-TX-ID            PIC 9(18) COMP-5.
       01  SQL-CHARGE-STATUS           PIC X(1).
       01  SQL-POSTED-FLAG             PIC X(1).
       01  SQL-WAIVE-TX-ID             PIC 9(18) COMP-5.
       01  SQL-TX-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-NARRATIVE               PIC X(80).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator - no refund transaction on a FEES_DUE waiver
       01  SQL-WAIVE-TX-ID-NULL        PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'LATE_CHG_WAIVE - Loan Late-Charge Waivers'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM PROCESS-CSV-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'LATE_CHG_WAIVE completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE 1 TO WS-ROW-NUMBER.

      *    Allow the waiver CSV path to be overridden from the
      *    command line (or JCL PARM), the same convention the other
      *    CSV ingesters use
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE TO WS-INPUT-FILE-NAME
           END-IF.
           DISPLAY 'Input file: ' WS-INPUT-FILE-NAME.

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
      * PROCESS-CSV-FILE: Read and process all CSV rows
      ******************************************************************
       PROCESS-CSV-FILE SECTION.
           DISPLAY 'Opening CSV file: ' WS-INPUT-FILE-NAME.

           OPEN INPUT WAIVER-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'ERROR: Cannot open CSV file'
               DISPLAY 'File status: ' WS-CSV-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM OPEN-REJECT-FILE.

      *    Read header row and validate
           READ WAIVER-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty CSV file'
                   CLOSE WAIVER-CSV
                   PERFORM CLOSE-REJECT-FILE
                   STOP RUN
           END-READ.

           DISPLAY 'CSV header: ' WS-CSV-HEADER.

      *    Process data rows
           PERFORM PROCESS-CSV-ROW UNTIL CSV-END-OF-FILE.

           CLOSE WAIVER-CSV.
           PERFORM CLOSE-REJECT-FILE.
           DISPLAY 'CSV file processing complete'.
       PROCESS-CSV-FILE-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-REJECT-FILE: Create the late-charge waiver reject file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT WAIVER-REJECTS-CSV.
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
           MOVE 'LATE_CHG_WAIVE' TO WS-ERR-PROGRAM.
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
      * CLOSE-REJECT-FILE: Close the late-charge waiver reject file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE WAIVER-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-CSV-ROW: Parse and apply a single waiver request
      ******************************************************************
       PROCESS-CSV-ROW SECTION.
           READ WAIVER-CSV INTO WS-CSV-LINE
               AT END
                   SET CSV-END-OF-FILE TO TRUE
                   GO TO PROCESS-CSV-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.
           MOVE 'Y' TO WS-ROW-VALID.

      *    Parse CSV fields, honoring RFC 4180 quoting
           PERFORM SPLIT-CSV-LINE.

      *    Validate parsed data
           PERFORM VALIDATE-CSV-FIELDS.

           IF ROW-IS-VALID
               PERFORM LOOKUP-LATE-CHARGE
           END-IF.

           IF ROW-IS-VALID AND WAIVE-BY-REFUND
               PERFORM RAISE-REFUND-REVERSAL
           END-IF.

           IF ROW-IS-VALID AND WAIVE-FROM-FEES-DUE
               PERFORM REDUCE-FEES-DUE
           END-IF.

           IF ROW-IS-VALID
               PERFORM MARK-CHARGE-WAIVED
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-VALID
           ELSE
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

           MOVE WS-CSV-FIELD (1) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-INSTALLMENT-STR.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-OFFICER-ID.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-REASON.
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
           IF WS-CSV-FIELD-IDX > 4
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

           IF WS-CSV-ACC-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-INSTALLMENT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-INSTALLMENT-STR)
                  NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - INSTALLMENT_NO must be numeric'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'INSTALLMENT_NO must be numeric'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-INSTALLMENT-NO =
               FUNCTION NUMVAL(WS-CSV-INSTALLMENT-STR).
           IF SQL-INSTALLMENT-NO NOT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - INSTALLMENT_NO must be positive'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'INSTALLMENT_NO must be positive'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Every waiver carries the approving officer and a reason
           IF WS-CSV-OFFICER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - OFFICER_ID is required'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'OFFICER_ID is required' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           IF WS-CSV-REASON = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - REASON is required'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'REASON is required' TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.
           MOVE WS-CSV-OFFICER-ID TO SQL-OFFICER-ID.
           MOVE WS-CSV-REASON TO SQL-WAIVE-REASON.
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-LATE-CHARGE: Find the installment's charge and decide
      * how the waiver applies from where the charge stands
      ******************************************************************
       LOOKUP-LATE-CHARGE SECTION.
           MOVE SPACES TO WS-WAIVE-ACTION.

           EXEC SQL
               SELECT C.CHARGE_ID, C.CHARGE_AMT, C.CHARGE_ACC_ID,
                      C.TX_ID, C.STATUS,
                      COALESCE(T.POSTED_FLAG, 'N')
               INTO :SQL-CHARGE-ID, :SQL-CHARGE-AMT,
                    :SQL-CHARGE-ACC-ID, :SQL-CHARGE-TX-ID,
                    :SQL-CHARGE-STATUS, :SQL-POSTED-FLAG
               FROM dbo.LoanLateCharges C
               LEFT JOIN dbo.Transactions T
                 ON T.TX_ID = C.TX_ID
               WHERE C.ACC_ID = :SQL-ACC-ID
                 AND C.INSTALLMENT_NO = :SQL-INSTALLMENT-NO
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - no late charge on file for installment'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No late charge on file for this installment'
                   TO WS-REJECT-REASON
               GO TO LOOKUP-LATE-CHARGE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - late charge lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Late charge lookup failed' TO WS-REJECT-REASON
               GO TO LOOKUP-LATE-CHARGE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SQL-CHARGE-STATUS = 'W'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Late charge already waived'
                       TO WS-REJECT-REASON
               WHEN SQL-POSTED-FLAG = 'Y'
                   AND (SQL-CHARGE-STATUS = 'R'
                        OR SQL-CHARGE-STATUS = 'P')
                   SET WAIVE-BY-REFUND TO TRUE
               WHEN SQL-CHARGE-STATUS = 'U'
                   SET WAIVE-FROM-FEES-DUE TO TRUE
               WHEN SQL-CHARGE-STATUS = 'R'
                   AND SQL-POSTED-FLAG = 'R'
                   SET WAIVE-MARK-ONLY TO TRUE
               WHEN SQL-CHARGE-STATUS = 'R'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Charge not yet posted - resubmit once posted'
                       TO WS-REJECT-REASON
               WHEN OTHER
      *            Carried to FEES_DUE and then collected by a payoff
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'Late charge collected at payoff - not waivable'
                       TO WS-REJECT-REASON
           END-EVALUATE.

           IF ROW-IS-INVALID
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER ' - '
                       FUNCTION TRIM(WS-REJECT-REASON)
           END-IF.
       LOOKUP-LATE-CHARGE-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-REFUND-REVERSAL: Refund a collected charge with an
      * unposted REVERSAL of its LATE-CHG transaction - POST_LEDGER
      * credits the payment account and backs the late-charge income
      * contra out, the DISPUTE_CASE reversal precedent
      ******************************************************************
       RAISE-REFUND-REVERSAL SECTION.
           MOVE SQL-INSTALLMENT-NO TO WS-INST-DISP.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Loan ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ' installment ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INST-DISP) DELIMITED BY SIZE
                  ' late charge waived' DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.
           MOVE SQL-CHARGE-AMT TO SQL-TX-AMOUNT.
           MOVE WS-BASE-CURRENCY TO SQL-CURRENCY.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   REFERENCE_TX_ID,
                   VALUE_DATE,
                   NARRATIVE
               ) VALUES (
                   :SQL-CHARGE-ACC-ID,
                   :SQL-TX-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'REVERSAL',
                   :SQL-CHARGE-TX-ID,
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - refund reversal insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Refund reversal insert failed'
                   TO WS-REJECT-REASON
               GO TO RAISE-REFUND-REVERSAL-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-WAIVE-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-WAIVE-TX-ID
           END-IF.

           ADD 1 TO WS-CHARGES-REFUNDED.
       RAISE-REFUND-REVERSAL-EXIT.
           EXIT.

      ******************************************************************
      * REDUCE-FEES-DUE: An uncollected charge sits in the loan's
      * FEES_DUE - take it back out, never below zero
      ******************************************************************
       REDUCE-FEES-DUE SECTION.
           EXEC SQL
               UPDATE dbo.LoanMaster
               SET FEES_DUE =
                   CASE WHEN COALESCE(FEES_DUE, 0) > :SQL-CHARGE-AMT
                        THEN FEES_DUE - :SQL-CHARGE-AMT
                        ELSE 0
                   END
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - FEES_DUE reduction failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'FEES_DUE reduction failed' TO WS-REJECT-REASON
               GO TO REDUCE-FEES-DUE-EXIT
           END-IF.

           ADD 1 TO WS-CHARGES-FEES-DUE-CUT.
       REDUCE-FEES-DUE-EXIT.
           EXIT.

      ******************************************************************
      * MARK-CHARGE-WAIVED: Record the waiver, its officer, reason and
      * refund transaction. The status the lookup saw is re-checked
      * so a concurrent LOAN_CYCLE settlement is not overwritten
      ******************************************************************
       MARK-CHARGE-WAIVED SECTION.
           IF WAIVE-BY-REFUND
               MOVE 0 TO SQL-WAIVE-TX-ID-NULL
           ELSE
               MOVE ZERO TO SQL-WAIVE-TX-ID
               MOVE -1 TO SQL-WAIVE-TX-ID-NULL
           END-IF.

           EXEC SQL
               UPDATE dbo.LoanLateCharges
               SET STATUS = 'W',
                   WAIVE_OFFICER_ID = :SQL-OFFICER-ID,
                   WAIVE_REASON = :SQL-WAIVE-REASON,
                   WAIVE_TX_ID = :SQL-WAIVE-TX-ID:SQL-WAIVE-TX-ID-NULL,
                   WAIVED_DATE = :SQL-BUS-DATE
               WHERE CHARGE_ID = :SQL-CHARGE-ID
                 AND STATUS = :SQL-CHARGE-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - waiver update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Waiver update failed' TO WS-REJECT-REASON
           END-IF.
       MARK-CHARGE-WAIVED-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
      *    Only log if we applied at least one waiver
           IF WS-ROWS-VALID = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.

           MOVE 'LATE_CHG_WAIVE' TO WS-LIN-PROGRAM.
           MOVE 'csv' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'late_charge_waivers.csv' TO WS-LIN-SRC-TABLE.
           MOVE 'ACC_ID,INSTALLMENT_NO,OFFICER_ID,REASON'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'LoanLateCharges' TO WS-LIN-TGT-TABLE.
           MOVE 'STATUS,WAIVE_OFFICER_ID,WAIVE_REASON,WAIVE_TX_ID'
               TO WS-LIN-TGT-COLS.
           MOVE 'derive' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Officer waiver; collected charges reversed'
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
           COMPUTE WS-TOTAL-ROWS-PROCESSED = WS-ROW-NUMBER - 1.
           DISPLAY ' '.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Total rows processed:      '
                   WS-TOTAL-ROWS-PROCESSED.
           DISPLAY '  Waivers applied:           ' WS-ROWS-VALID.
           DISPLAY '  Collected charges refunded:'
                   WS-CHARGES-REFUNDED.
           DISPLAY '  Taken off FEES_DUE:        '
                   WS-CHARGES-FEES-DUE-CUT.
           DISPLAY '  Invalid rows skipped:      ' WS-ROWS-INVALID.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM LATE-CHG-WAIVE.
