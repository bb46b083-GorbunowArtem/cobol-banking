       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRE-RELEASE.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * WIRE_RELEASE - Outbound Wire Release and pacs.008 File Writer
      ******************************************************************
      * Purpose: Carry same-day high-value wires from keying to the
      *          correspondent bank under the ledger's control. Runs
      *          twice a night:
      *          RELEASE (ahead of POST-LEDGER)
      *          1. applies the correspondent's pacs.002 status
      *             report to the wires sent on earlier files -
      *             accepted wires close out, a rejected wire raises
      *             a REVERSAL of its TRANSFER so tonight's posting
      *             returns the money, and the customer is notified;
      *          2. loads newly keyed wires onto dbo.WireRequests,
      *             each awaiting release by a second person;
      *          3. re-examines wires held on a beneficiary watchlist
      *             hit once compliance has dispositioned the hit
      *             (dbo.WatchlistHits, SANCTION_REVIEW);
      *          4. applies the checkers' release decisions. A
      *             checker cannot release a wire they keyed. A
      *             released wire's beneficiary is screened against
      *             dbo.WatchlistEntries the way SANCTION_SCREEN
      *             screens names - a match holds the wire and
      *             queues the hit for review; a clear wire raises
      *             an unposted TRANSFER from the customer account
      *             to the wire clearing contra.
      *          SEND (after POST-LEDGER)
      *          5. writes every released wire whose TRANSFER has
      *             posted to the pacs.008 credit transfer file for
      *             the correspondent and marks it sent under the
      *             file's message ID; a wire whose TRANSFER was
      *             finally rejected by posting is marked failed.
      *          PARM/command line: RELEASE (default) | SEND
      * Input:   data/in/wire_requests.csv (CSV format, optional)
      *          data/in/wire_releases.csv (CSV format, optional)
      *          data/in/wire_pacs002.xml (ISO 20022, optional)
      *          dbo.WireRequests, dbo.WatchlistEntries,
      *          dbo.WatchlistHits, dbo.Transactions
      * Output:  dbo.WireRequests, dbo.Transactions,
      *          dbo.WatchlistHits, dbo.CustomerNotifications
      *          data/out/wire_pacs008.xml (SEND)
      *          data/out/wire_release_rejects.csv (RELEASE)
      * Lineage: transform_kind=release
      ******************************************************************
      * LINEAGE: PROGRAM=WIRE_RELEASE
      * LINEAGE: SRC=csv.filesystem.wire_requests.csv(WIRE_REF,ACC_ID,
      *               AMOUNT,CURRENCY,BENEFICIARY_NAME,
      *               BENEFICIARY_ACCOUNT,BENEFICIARY_BIC,
      *               REMITTANCE_INFO,MAKER_ID)
      * LINEAGE: SRC=csv.filesystem.wire_releases.csv(WIRE_REF,
      *               DECISION,CHECKER_ID,REASON)
      * LINEAGE: SRC=xml.filesystem.wire_pacs002.xml(OrgnlMsgId,
      *               GrpSts,OrgnlEndToEndId,TxSts,Rsn.Cd)
      * LINEAGE: TGT=sqlserver.dbo.WireRequests(WIRE_REF,ACC_ID,
      *               AMOUNT,CURRENCY,STATUS,MAKER_ID,CHECKER_ID,
      *               HIT_ID,TX_ID,MSG_ID,STATUS_CODE,REJECT_REASON,
      *               REVERSAL_TX_ID)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TYPE,COUNTERPARTY_ACC_ID,VALUE_DATE,
      *               NARRATIVE,REFERENCE_TX_ID)
      * LINEAGE: TGT=sqlserver.dbo.WatchlistHits(ENTRY_ID,LIST_REF,
      *               SUBJECT_NAME,MATCH_KIND)
      * LINEAGE: TGT=xml.filesystem.wire_pacs008.xml(MsgId,NbOfTxs,
      *               CtrlSum,EndToEndId,IntrBkSttlmAmt,Dbtr,Cdtr,
      *               CdtrAcct,CdtrAgt,RmtInf)
      * LINEAGE: MAP=AMOUNT -> Transactions.AMOUNT [NEGATED TRANSFER
      *               TO HOUSE-WIRE-CLEARING]
      * LINEAGE: MAP=BENEFICIARY_NAME -> SUBJECT_NAME [NORMALIZED
      *               FUZZY MATCH]
      * LINEAGE: MAP=TxSts -> STATUS [ACSC/ACSP/ACCP/ACCC/ACWC -> A,
      *               RJCT -> J + REVERSAL]
      * LINEAGE: MAP=WIRE_REF -> EndToEndId [COPY]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUESTS-CSV
               ASSIGN TO "data/in/wire_requests.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT RELEASES-CSV
               ASSIGN TO "data/in/wire_releases.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.

           SELECT STATUS-XML
               ASSIGN TO "data/in/wire_pacs002.xml"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT PACS008-FILE
               ASSIGN TO "data/out/wire_pacs008.xml"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACS008-FILE-STATUS.

           SELECT WIRE-REJECTS-CSV
               ASSIGN TO "data/out/wire_release_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUESTS-CSV.
       01  CSV-RECORD                  PIC X(512).

       FD  RELEASES-CSV.
       01  RELEASE-CSV-RECORD          PIC X(512).

       FD  STATUS-XML.
       01  STATUS-XML-RECORD           PIC X(512).

       FD  PACS008-FILE.
       01  PACS008-RECORD              PIC X(512).

       FD  WIRE-REJECTS-CSV.
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
       COPY RUN-CONTROL.

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.
           88  CSV-FILE-OK             VALUE '00'.
           88  CSV-END-OF-FILE         VALUE '10'.

       01  WS-RELEASE-FILE-STATUS      PIC XX.
           88  RELEASE-FILE-OK         VALUE '00'.
           88  RELEASE-END-OF-FILE     VALUE '10'.

       01  WS-STATUS-FILE-STATUS       PIC XX.
           88  STATUS-FILE-OK          VALUE '00'.
           88  STATUS-END-OF-FILE      VALUE '10'.

       01  WS-PACS008-FILE-STATUS      PIC XX.
           88  PACS008-FILE-OK         VALUE '00'.

       01  WS-REJECT-FILE-STATUS       PIC XX.
           88  REJECT-FILE-OK          VALUE '00'.

       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Command-line / PARM parsing
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-RUN-MODE                 PIC X VALUE 'R'.
           88  RUN-MODE-RELEASE        VALUE 'R'.
           88  RUN-MODE-SEND           VALUE 'S'.

      * Reject CSV working storage - one reject file for all three
      * inputs, each row naming the file it came from
       01  WS-REJECT-LINE              PIC X(600).
       01  WS-REJECT-REASON            PIC X(80).
       01  WS-REJECT-SOURCE            PIC X(32).
       01  WS-REJECTS-FILE-OPEN        PIC X VALUE 'N'.
           88  REJECTS-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ROW-NUMBER-DISPLAY       PIC Z(8)9.

      * Maker identity for request rows carrying none
       01  WS-DEFAULT-MAKER-ID         PIC X(32).

      * CSV parsing fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-CSV-HEADER               PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 9 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Parsed wire request fields
       01  WS-CSV-WIRE-REF             PIC X(35).
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-AMOUNT-STR           PIC X(20).
       01  WS-CSV-CURRENCY             PIC X(3).
       01  WS-CSV-BENEF-NAME           PIC X(64).
       01  WS-CSV-BENEF-ACCOUNT        PIC X(34).
       01  WS-CSV-BENEF-BIC            PIC X(11).
       01  WS-CSV-REMITTANCE-INFO      PIC X(140).
       01  WS-CSV-MAKER-ID             PIC X(32).

      * Parsed release decision fields
       01  WS-CSV-DECISION             PIC X(10).
           88  CSV-DECISION-RELEASE    VALUE 'RELEASE'.
           88  CSV-DECISION-CANCEL     VALUE 'CANCEL'.
       01  WS-CSV-CHECKER-ID           PIC X(32).
       01  WS-CSV-REASON               PIC X(64).

      * Validation flags
       01  WS-VALIDATION-FLAGS.
           05  WS-ROW-VALID            PIC X VALUE 'Y'.
               88  ROW-IS-VALID        VALUE 'Y'.
               88  ROW-IS-INVALID      VALUE 'N'.
       01  WS-ITEM-FAILED              PIC X VALUE 'N'.
           88  ITEM-STEP-FAILED        VALUE 'Y'.
       01  WS-FIELD-LENGTH             PIC 9(4) COMP-5.

      * Beneficiary screening outcome for the wire in hand
       01  WS-SCREEN-RESULT            PIC X VALUE 'C'.
           88  SCREEN-CLEAR            VALUE 'C'.
           88  SCREEN-HELD             VALUE 'H'.
           88  SCREEN-CONFIRMED        VALUE 'T'.

      * Name normalization working storage: uppercase, strip
      * punctuation to spaces, squeeze runs of spaces
       01  WS-NORM-INPUT               PIC X(64).
       01  WS-NORM-OUTPUT              PIC X(64).
       01  WS-NORM-WORK                PIC X(64).
       01  WS-NORM-IN-IDX              PIC 9(4) COMP-5.
       01  WS-NORM-OUT-IDX             PIC 9(4) COMP-5.
       01  WS-NORM-CHAR                PIC X.
       01  WS-NORM-LAST-SPACE          PIC X VALUE 'Y'.

      * pacs.002 status report reading: the report is read a line
      * at a time, each element of interest located by its opening
      * tag and its text taken up to the next '<'
       01  WS-XML-LINE                 PIC X(512).
       01  WS-XML-TAG                  PIC X(32).
       01  WS-XML-TAG-LEN              PIC 9(4) COMP-5.
       01  WS-XML-POS                  PIC 9(4) COMP-5.
       01  WS-XML-VALUE                PIC X(64).
       01  WS-XML-TAG-FOUND            PIC X VALUE 'N'.
           88  XML-TAG-WAS-FOUND       VALUE 'Y'.
       01  WS-XML-IN-REASON            PIC X VALUE 'N'.
           88  XML-INSIDE-REASON       VALUE 'Y'.
       01  WS-XML-ORGNL-MSG-ID         PIC X(35).
       01  WS-XML-GRP-STS              PIC X(4).
       01  WS-XML-END-TO-END-ID        PIC X(35).
       01  WS-XML-TX-STS               PIC X(4).
           88  XML-TX-ACCEPTED         VALUE 'ACSC' 'ACSP' 'ACCP'
                                             'ACCC' 'ACWC'.
           88  XML-TX-REJECTED         VALUE 'RJCT'.
           88  XML-TX-PENDING          VALUE 'PDNG' 'ACTC'.
       01  WS-XML-REASON-CODE          PIC X(4).

      * pacs.008 credit transfer writing
       01  WS-XML-OUT-LINE             PIC X(512).
       01  WS-XML-BLANKS               PIC X(16) VALUE SPACES.
       01  WS-XML-INDENT               PIC 9(2) COMP-5.
       01  WS-XML-ELEMENT              PIC X(32).
       01  WS-XML-ESC-IN               PIC X(140).
       01  WS-XML-ESC-OUT              PIC X(400).
       01  WS-XML-ESC-LEN              PIC 9(4) COMP-5.
       01  WS-XML-ESC-IDX              PIC 9(4) COMP-5.
       01  WS-XML-ESC-IN-LEN           PIC 9(4) COMP-5.
       01  WS-XML-ESC-CHAR             PIC X.
       01  WS-XML-AMOUNT-EDIT          PIC Z(15)9.99.
       01  WS-XML-COUNT-EDIT           PIC Z(8)9.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CREATION-DATE-TIME       PIC X(19).

      * Display edits
       01  WS-AMOUNT-DISP              PIC -(14)9.99.
       01  WS-WIRE-ID-DISP             PIC Z(17)9.

      * Cursor processing
       01  WS-CURSOR-OPEN              PIC X VALUE 'N'.
           88  CURSOR-IS-OPEN          VALUE 'Y'.

      * Row counters
       01  WS-ROW-NUMBER               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROWS-VALID               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-WIRES-LOADED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-WIRES-RELEASED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-WIRES-CANCELLED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-WIRES-HELD               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SELF-RELEASES-BLOCKED    PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-HITS-QUEUED              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-WIRES-SENT               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-WIRES-FAILED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-WIRES-ACCEPTED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-WIRES-REJECTED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based) and the pacs.008 message ID,
      * which must stay unique across days
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(13)
                                        VALUE 'WIRE_RELEASE_'.
           05  WS-RUN-ID-TS            PIC X(15).
       01  WS-MESSAGE-ID               PIC X(35).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-WIRE-ID                 PIC 9(18) COMP-5.
       01  SQL-WIRE-REF                PIC X(35).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-AMOUNT                  PIC S9(16)V99 COMP-3.
       01  SQL-TX-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-BENEF-NAME              PIC X(64).
       01  SQL-BENEF-ACCOUNT           PIC X(34).
       01  SQL-BENEF-BIC               PIC X(11).
       01  SQL-REMITTANCE-INFO         PIC X(140).
       01  SQL-DEBTOR-NAME             PIC X(64).
       01  SQL-WIRE-STATUS             PIC X(1).
       01  SQL-ACCT-STATUS             PIC X(1).
       01  SQL-MAKER-ID                PIC X(32).
       01  SQL-CHECKER-ID              PIC X(32).
       01  SQL-DECISION-REASON         PIC X(64).
       01  SQL-HIT-ID                  PIC 9(18) COMP-5.
       01  SQL-HIT-DISPOSITION         PIC X(1).
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-REVERSAL-TX-ID          PIC 9(18) COMP-5.
       01  SQL-COUNTERPARTY-ACC-ID     PIC X(32).
       01  SQL-MSG-ID                  PIC X(35).
       01  SQL-STATUS-CODE             PIC X(4).
       01  SQL-REJECT-REASON           PIC X(4).
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-SEND-COUNT              PIC S9(9) COMP-3.
       01  SQL-SEND-TOTAL              PIC S9(16)V99 COMP-3.
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-FULL-NAME               PIC X(64).
       01  SQL-SUBJECT-NORM            PIC X(64).
       01  SQL-MATCH-ENTRY-ID          PIC 9(18) COMP-5.
       01  SQL-MATCH-LIST-REF          PIC X(16).
       01  SQL-MATCH-NORM-NAME         PIC X(64).
       01  SQL-MATCH-KIND              PIC X(8).
       01  SQL-NOTICE-TYPE             PIC X(16).
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators for optional columns and empty aggregates
       01  SQL-REMITTANCE-NULL         PIC S9(4) COMP-5.
       01  SQL-TX-ID-NULL              PIC S9(4) COMP-5.
       01  SQL-HIT-ID-NULL             PIC S9(4) COMP-5.
       01  SQL-SEND-TOTAL-NULL         PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Wires held on a beneficiary watchlist hit
       EXEC SQL
           DECLARE HELD_CURSOR CURSOR FOR
           SELECT WIRE_ID, HIT_ID
           FROM dbo.WireRequests
           WHERE STATUS = 'H'
           ORDER BY WIRE_ID
       END-EXEC.

      * Wires still open on a message the correspondent rejected
      * as a whole
       EXEC SQL
           DECLARE GROUP_CURSOR CURSOR FOR
           SELECT WIRE_REF
           FROM dbo.WireRequests
           WHERE MSG_ID = :SQL-MSG-ID
             AND STATUS IN ('S', 'A')
           ORDER BY WIRE_ID
       END-EXEC.

      * Released wires whose TRANSFER has posted - tonight's file
       EXEC SQL
           DECLARE SEND_CURSOR CURSOR FOR
           SELECT W.WIRE_ID, W.WIRE_REF, W.ACC_ID, W.AMOUNT,
                  W.CURRENCY, W.BENEFICIARY_NAME,
                  W.BENEFICIARY_ACCOUNT, W.BENEFICIARY_BIC,
                  W.REMITTANCE_INFO,
                  COALESCE(C.NAME, W.ACC_ID)
           FROM dbo.WireRequests W
           JOIN dbo.Transactions T ON T.TX_ID = W.TX_ID
           LEFT JOIN dbo.Accounts A ON A.ACC_ID = W.ACC_ID
           LEFT JOIN dbo.Customers C
               ON C.CUSTOMER_ID = A.CUSTOMER_ID
           WHERE W.STATUS = 'R'
             AND T.POSTED_FLAG = 'Y'
           ORDER BY W.WIRE_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'WIRE_RELEASE - Outbound Wire Release'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-BUS-DATE.
           IF RUN-MODE-SEND
               MOVE 'WIRE_RELEASE_SEND' TO WS-RC-PROGRAM
           ELSE
               MOVE 'WIRE_RELEASE' TO WS-RC-PROGRAM
           END-IF.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.

           IF RUN-MODE-SEND
               PERFORM FAIL-UNPOSTED-WIRES
               PERFORM WRITE-PACS008-FILE
           ELSE
               PERFORM OPEN-REJECT-FILE
               PERFORM APPLY-STATUS-REPORT
               PERFORM LOAD-WIRE-REQUESTS
               PERFORM REVIEW-HELD-WIRES
               PERFORM APPLY-RELEASE-DECISIONS
               PERFORM CLOSE-REJECT-FILE
           END-IF.

           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'WIRE_RELEASE completed successfully'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM, set the run mode and
      * build the run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-ROWS-VALID.
           MOVE ZERO TO WS-ROWS-INVALID.
           MOVE ZERO TO WS-ERRORS.
           MOVE 1 TO WS-ROW-NUMBER.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE.

           EVALUATE FUNCTION TRIM(WS-COMMAND-LINE)
               WHEN 'SEND'
                   MOVE 'S' TO WS-RUN-MODE
                   DISPLAY 'Mode: SEND - writing the pacs.008 file'
               WHEN 'RELEASE'
               WHEN SPACES
                   MOVE 'R' TO WS-RUN-MODE
                   DISPLAY 'Mode: RELEASE'
               WHEN OTHER
                   DISPLAY 'ERROR: Usage: WIRE-RELEASE [RELEASE|SEND]'
                   STOP RUN
           END-EVALUATE.

      *    Fallback maker identity for request rows carrying none
           MOVE SPACES TO WS-DEFAULT-MAKER-ID.
           ACCEPT WS-DEFAULT-MAKER-ID FROM ENVIRONMENT
               "BANK_OPERATOR_ID".

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TIMESTAMP FROM TIME.
           MOVE WS-RUN-ID-TIMESTAMP TO WS-RUN-ID-TS.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.

      *    The message ID carries the full creation date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO WS-MESSAGE-ID.
           STRING 'WIRE' WS-CURRENT-DATE-TIME (1:16)
                  DELIMITED BY SIZE
               INTO WS-MESSAGE-ID
           END-STRING.
           MOVE SPACES TO WS-CREATION-DATE-TIME.
           STRING WS-CURRENT-DATE-TIME (1:4) '-'
                  WS-CURRENT-DATE-TIME (5:2) '-'
                  WS-CURRENT-DATE-TIME (7:2) 'T'
                  WS-CURRENT-DATE-TIME (9:2) ':'
                  WS-CURRENT-DATE-TIME (11:2) ':'
                  WS-CURRENT-DATE-TIME (13:2)
                  DELIMITED BY SIZE
               INTO WS-CREATION-DATE-TIME
           END-STRING.
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
      * OPEN-REJECT-FILE: Create the wire_release_rejects.csv file
      ******************************************************************
       OPEN-REJECT-FILE SECTION.
           OPEN OUTPUT WIRE-REJECTS-CSV.
           IF NOT REJECT-FILE-OK
               DISPLAY 'WARNING: Cannot create reject file'
               DISPLAY 'File status: ' WS-REJECT-FILE-STATUS
               GO TO OPEN-REJECT-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-REJECTS-FILE-OPEN.
           MOVE SPACES TO WS-REJECT-LINE.
           STRING
               'SOURCE' WS-FIELD-DELIMITER
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
           MOVE 'WIRE_RELEASE' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE WS-ROW-NUMBER TO WS-ROW-NUMBER-DISPLAY.
           MOVE SPACES TO WS-ERR-CONTEXT.
           STRING FUNCTION TRIM(WS-REJECT-SOURCE) DELIMITED BY SIZE
                  ' ROW ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROW-NUMBER-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-ERR-CONTEXT
           END-STRING.
           MOVE WS-REJECT-REASON TO WS-ERR-MESSAGE.
           PERFORM LOG-PROCESSING-ERROR.

           IF NOT REJECTS-FILE-IS-OPEN
               GO TO WRITE-REJECT-ROW-EXIT
           END-IF.

           MOVE SPACES TO WS-REJECT-LINE.
           STRING
               FUNCTION TRIM(WS-REJECT-SOURCE) DELIMITED BY SIZE
               WS-FIELD-DELIMITER DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-NUMBER-DISPLAY) DELIMITED BY SIZE
               WS-FIELD-DELIMITER DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING.
           WRITE REJECT-CSV-RECORD FROM WS-REJECT-LINE.
       WRITE-REJECT-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-REJECT-FILE: Close the wire_release_rejects.csv file
      ******************************************************************
       CLOSE-REJECT-FILE SECTION.
           IF REJECTS-FILE-IS-OPEN
               CLOSE WIRE-REJECTS-CSV
               MOVE 'N' TO WS-REJECTS-FILE-OPEN
           END-IF.
       CLOSE-REJECT-FILE-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-STATUS-REPORT: Read the correspondent's pacs.002 status
      * report for the wires on earlier pacs.008 files. A missing
      * file is a night with no status reported
      ******************************************************************
       APPLY-STATUS-REPORT SECTION.
           MOVE 'wire_pacs002.xml' TO WS-REJECT-SOURCE.
           MOVE ZERO TO WS-ROW-NUMBER.

           OPEN INPUT STATUS-XML.
           IF NOT STATUS-FILE-OK
               DISPLAY 'No pacs.002 status report tonight - status '
                       WS-STATUS-FILE-STATUS
               GO TO APPLY-STATUS-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-XML-ORGNL-MSG-ID.
           MOVE SPACES TO WS-XML-GRP-STS.
           MOVE SPACES TO WS-XML-END-TO-END-ID.
           MOVE SPACES TO WS-XML-TX-STS.
           MOVE SPACES TO WS-XML-REASON-CODE.
           MOVE 'N' TO WS-XML-IN-REASON.

           PERFORM READ-STATUS-LINE UNTIL STATUS-END-OF-FILE.

           CLOSE STATUS-XML.
           DISPLAY 'pacs.002 status report processing complete'.
       APPLY-STATUS-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * READ-STATUS-LINE: Pick the elements of interest off one line
      * of the status report. Group status opens/closes around
      * OrgnlGrpInfAndSts; each TxInfAndSts block is applied to its
      * wire as the block closes
      ******************************************************************
       READ-STATUS-LINE SECTION.
           READ STATUS-XML INTO WS-XML-LINE
               AT END
                   SET STATUS-END-OF-FILE TO TRUE
                   GO TO READ-STATUS-LINE-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.

           MOVE '<OrgnlGrpInfAndSts>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND
               MOVE SPACES TO WS-XML-ORGNL-MSG-ID
               MOVE SPACES TO WS-XML-GRP-STS
               MOVE SPACES TO WS-XML-REASON-CODE
           END-IF.

           MOVE '<OrgnlMsgId>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND
               MOVE WS-XML-VALUE TO WS-XML-ORGNL-MSG-ID
           END-IF.

           MOVE '<GrpSts>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND
               MOVE WS-XML-VALUE TO WS-XML-GRP-STS
           END-IF.

           MOVE '<TxInfAndSts>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND
               MOVE SPACES TO WS-XML-END-TO-END-ID
               MOVE SPACES TO WS-XML-TX-STS
               MOVE SPACES TO WS-XML-REASON-CODE
           END-IF.

           MOVE '<OrgnlEndToEndId>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND
               MOVE WS-XML-VALUE TO WS-XML-END-TO-END-ID
           END-IF.

           MOVE '<TxSts>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND
               MOVE WS-XML-VALUE TO WS-XML-TX-STS
           END-IF.

      *    The reason code is the Cd inside StsRsnInf/Rsn - other
      *    Cd elements in the report are not reasons
           MOVE '<Rsn>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND
               MOVE 'Y' TO WS-XML-IN-REASON
           END-IF.

           IF XML-INSIDE-REASON AND WS-XML-REASON-CODE = SPACES
               MOVE '<Cd>' TO WS-XML-TAG
               PERFORM FIND-XML-TAG
               IF XML-TAG-WAS-FOUND
                   MOVE WS-XML-VALUE TO WS-XML-REASON-CODE
               END-IF
           END-IF.

           MOVE '</Rsn>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND
               MOVE 'N' TO WS-XML-IN-REASON
           END-IF.

           MOVE '</TxInfAndSts>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND
               PERFORM APPLY-WIRE-STATUS
           END-IF.

      *    A message rejected as a whole rejects every wire on it
           MOVE '</OrgnlGrpInfAndSts>' TO WS-XML-TAG.
           PERFORM FIND-XML-TAG.
           IF XML-TAG-WAS-FOUND AND WS-XML-GRP-STS = 'RJCT'
               PERFORM REJECT-WHOLE-MESSAGE
           END-IF.
       READ-STATUS-LINE-EXIT.
           EXIT.

      ******************************************************************
      * FIND-XML-TAG: Look for WS-XML-TAG on the current line; when
      * present, WS-XML-VALUE is the element text that follows it
      ******************************************************************
       FIND-XML-TAG SECTION.
           MOVE 'N' TO WS-XML-TAG-FOUND.
           MOVE SPACES TO WS-XML-VALUE.
           COMPUTE WS-XML-TAG-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-XML-TAG)).

           MOVE ZERO TO WS-XML-POS.
           INSPECT WS-XML-LINE TALLYING WS-XML-POS
               FOR CHARACTERS BEFORE INITIAL
                   WS-XML-TAG (1:WS-XML-TAG-LEN).
           IF WS-XML-POS >= LENGTH OF WS-XML-LINE
               GO TO FIND-XML-TAG-EXIT
           END-IF.

           MOVE 'Y' TO WS-XML-TAG-FOUND.
           COMPUTE WS-XML-POS = WS-XML-POS + WS-XML-TAG-LEN + 1.
           IF WS-XML-POS <= LENGTH OF WS-XML-LINE
               UNSTRING WS-XML-LINE DELIMITED BY '<'
                   INTO WS-XML-VALUE
                   WITH POINTER WS-XML-POS
               END-UNSTRING
           END-IF.
       FIND-XML-TAG-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-WIRE-STATUS: Apply one transaction status to the wire
      * it names. Accepted statuses close the wire out; a rejection
      * reverses it; interim statuses are only recorded
      ******************************************************************
       APPLY-WIRE-STATUS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-XML-END-TO-END-ID = SPACES
               MOVE 'Status block without OrgnlEndToEndId'
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-ROW
               ADD 1 TO WS-ROWS-INVALID
               GO TO APPLY-WIRE-STATUS-EXIT
           END-IF.

           MOVE WS-XML-END-TO-END-ID TO SQL-WIRE-REF.
           EXEC SQL
               SELECT WIRE_ID, STATUS, ACC_ID, AMOUNT, CURRENCY,
                      TX_ID
               INTO :SQL-WIRE-ID, :SQL-WIRE-STATUS, :SQL-ACC-ID,
                    :SQL-AMOUNT, :SQL-CURRENCY,
                    :SQL-TX-ID:SQL-TX-ID-NULL
               FROM dbo.WireRequests
               WHERE WIRE_REF = :SQL-WIRE-REF
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Status for unknown wire '
                       FUNCTION TRIM(WS-XML-END-TO-END-ID)
               MOVE 'Status report names an unknown WIRE_REF'
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-ROW
               ADD 1 TO WS-ROWS-INVALID
               GO TO APPLY-WIRE-STATUS-EXIT
           END-IF.

           MOVE WS-XML-TX-STS TO SQL-STATUS-CODE.

           EVALUATE TRUE
               WHEN XML-TX-REJECTED
                   IF SQL-WIRE-STATUS = 'S' OR SQL-WIRE-STATUS = 'A'
                       PERFORM REJECT-SENT-WIRE
                   ELSE
                       DISPLAY 'Wire ' FUNCTION TRIM(SQL-WIRE-REF)
                               ' already closed - RJCT ignored'
                   END-IF
               WHEN XML-TX-ACCEPTED
                   IF SQL-WIRE-STATUS = 'S'
                       PERFORM ACCEPT-SENT-WIRE
                   ELSE
                       DISPLAY 'Wire ' FUNCTION TRIM(SQL-WIRE-REF)
                               ' not awaiting status - '
                               FUNCTION TRIM(WS-XML-TX-STS)
                               ' ignored'
                   END-IF
               WHEN XML-TX-PENDING
                   PERFORM RECORD-INTERIM-STATUS
               WHEN OTHER
                   DISPLAY 'WARNING: Unrecognised TxSts '
                           WS-XML-TX-STS ' for wire '
                           FUNCTION TRIM(SQL-WIRE-REF)
                   MOVE 'Unrecognised TxSts in status report'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-ROW
                   ADD 1 TO WS-ROWS-INVALID
                   GO TO APPLY-WIRE-STATUS-EXIT
           END-EVALUATE.

           ADD 1 TO WS-ROWS-VALID.
       APPLY-WIRE-STATUS-EXIT.
           EXIT.

      ******************************************************************
      * ACCEPT-SENT-WIRE: The correspondent has accepted the wire -
      * the clearing contra is settled by its statement, not here
      ******************************************************************
       ACCEPT-SENT-WIRE SECTION.
           EXEC SQL
               UPDATE dbo.WireRequests
               SET STATUS = 'A',
                   STATUS_CODE = :SQL-STATUS-CODE,
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE WIRE_ID = :SQL-WIRE-ID
                 AND STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Wire accept update failed for '
                       FUNCTION TRIM(SQL-WIRE-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO ACCEPT-SENT-WIRE-EXIT
           END-IF.

           ADD 1 TO WS-WIRES-ACCEPTED.
       ACCEPT-SENT-WIRE-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-INTERIM-STATUS: Pending/technically-accepted statuses
      * are recorded on the wire, which stays awaiting a final one
      ******************************************************************
       RECORD-INTERIM-STATUS SECTION.
           EXEC SQL
               UPDATE dbo.WireRequests
               SET STATUS_CODE = :SQL-STATUS-CODE,
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE WIRE_ID = :SQL-WIRE-ID
                 AND STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Wire status update failed for '
                       FUNCTION TRIM(SQL-WIRE-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       RECORD-INTERIM-STATUS-EXIT.
           EXIT.

      ******************************************************************
      * REJECT-SENT-WIRE: The correspondent rejected the wire. Raise
      * a REVERSAL of its TRANSFER - POST_LEDGER offsets the exact
      * debit and clearing-contra credit - close the wire as
      * rejected and tell the customer the money is coming back
      ******************************************************************
       REJECT-SENT-WIRE SECTION.
           MOVE WS-XML-REASON-CODE TO SQL-REJECT-REASON.
           MOVE ZERO TO SQL-REVERSAL-TX-ID.

           IF SQL-TX-ID-NULL = -1 OR SQL-TX-ID = ZERO
               DISPLAY 'WARNING: Rejected wire '
                       FUNCTION TRIM(SQL-WIRE-REF)
                       ' carries no TRANSFER to reverse'
               ADD 1 TO WS-ERRORS
               GO TO REJECT-SENT-WIRE-EXIT
           END-IF.

      *    A repeated RJCT must not return the money twice
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.Transactions
               WHERE TX_TYPE = 'REVERSAL'
                 AND REFERENCE_TX_ID = :SQL-TX-ID
           END-EXEC.

           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               DISPLAY 'WARNING: Wire ' FUNCTION TRIM(SQL-WIRE-REF)
                       ' TRANSFER already reversed'
           ELSE
               PERFORM INSERT-WIRE-REVERSAL
               IF ITEM-STEP-FAILED
                   GO TO REJECT-SENT-WIRE-EXIT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE dbo.WireRequests
               SET STATUS = 'J',
                   STATUS_CODE = :SQL-STATUS-CODE,
                   REJECT_REASON = :SQL-REJECT-REASON,
                   REVERSAL_TX_ID = :SQL-REVERSAL-TX-ID,
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE WIRE_ID = :SQL-WIRE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Wire reject update failed for '
                       FUNCTION TRIM(SQL-WIRE-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REJECT-SENT-WIRE-EXIT
           END-IF.

           ADD 1 TO WS-WIRES-REJECTED.
           DISPLAY 'Wire rejected by correspondent: '
                   FUNCTION TRIM(SQL-WIRE-REF) ' reason '
                   FUNCTION TRIM(SQL-REJECT-REASON).

           MOVE SQL-AMOUNT TO WS-AMOUNT-DISP.
           MOVE 'WIRE-REJECTED' TO SQL-NOTICE-TYPE.
           MOVE SQL-WIRE-REF TO SQL-NOTICE-REF.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Wire ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-WIRE-REF) DELIMITED BY SIZE
                  ' for ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  ' was rejected by the receiving bank ('
                      DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-REJECT-REASON) DELIMITED BY SIZE
                  ') and is returned to your account'
                      DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.
           PERFORM QUEUE-CUSTOMER-NOTICE.
       REJECT-SENT-WIRE-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-WIRE-REVERSAL: One unposted REVERSAL carrying the
      * wire TRANSFER's TX_ID, which APPLY-REVERSAL-LOGIC in
      * POST_LEDGER uses to offset the precise original entry pair
      ******************************************************************
       INSERT-WIRE-REVERSAL SECTION.
           MOVE 'N' TO WS-ITEM-FAILED.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Wire ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-WIRE-REF) DELIMITED BY SIZE
                  ' rejected ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-REJECT-REASON) DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.

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
                   :SQL-ACC-ID,
                   :SQL-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'REVERSAL',
                   :SQL-TX-ID,
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Wire reversal insert failed for '
                       FUNCTION TRIM(SQL-WIRE-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ITEM-FAILED
               MOVE 'WIRE_RELEASE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-WIRE-REF TO WS-ERR-CONTEXT
               MOVE 'Wire REVERSAL insert failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO INSERT-WIRE-REVERSAL-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-REVERSAL-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-REVERSAL-TX-ID
           END-IF.
       INSERT-WIRE-REVERSAL-EXIT.
           EXIT.

      ******************************************************************
      * REJECT-WHOLE-MESSAGE: A group status of RJCT rejects every
      * wire still open on the original message
      ******************************************************************
       REJECT-WHOLE-MESSAGE SECTION.
           IF WS-XML-ORGNL-MSG-ID = SPACES
               MOVE 'Group rejection without OrgnlMsgId'
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-ROW
               ADD 1 TO WS-ROWS-INVALID
               GO TO REJECT-WHOLE-MESSAGE-EXIT
           END-IF.

           DISPLAY 'Message ' FUNCTION TRIM(WS-XML-ORGNL-MSG-ID)
                   ' rejected as a whole'.
           MOVE WS-XML-ORGNL-MSG-ID TO SQL-MSG-ID.

           EXEC SQL
               OPEN GROUP_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open group cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REJECT-WHOLE-MESSAGE-EXIT
           END-IF.

           PERFORM REJECT-ONE-GROUP-WIRE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE GROUP_CURSOR
           END-EXEC.
       REJECT-WHOLE-MESSAGE-EXIT.
           EXIT.

      ******************************************************************
      * REJECT-ONE-GROUP-WIRE: Reject one wire of a rejected message
      ******************************************************************
       REJECT-ONE-GROUP-WIRE SECTION.
           EXEC SQL
               FETCH GROUP_CURSOR INTO
                   :SQL-WIRE-REF
           END-EXEC.

           IF SQLCODE = 100
               GO TO REJECT-ONE-GROUP-WIRE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Group wire fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REJECT-ONE-GROUP-WIRE-EXIT
           END-IF.

           MOVE SQL-WIRE-REF TO WS-XML-END-TO-END-ID.
           MOVE 'RJCT' TO WS-XML-TX-STS.
           PERFORM APPLY-WIRE-STATUS.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       REJECT-ONE-GROUP-WIRE-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-WIRE-REQUESTS: Load newly keyed wires, each to await a
      * checker's release. A missing file is a night with no wires
      ******************************************************************
       LOAD-WIRE-REQUESTS SECTION.
           MOVE 'wire_requests.csv' TO WS-REJECT-SOURCE.
           MOVE 1 TO WS-ROW-NUMBER.

           OPEN INPUT REQUESTS-CSV.
           IF NOT CSV-FILE-OK
               DISPLAY 'No wire request file tonight - status '
                       WS-CSV-FILE-STATUS
               GO TO LOAD-WIRE-REQUESTS-EXIT
           END-IF.

      *    Read header row
           READ REQUESTS-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'WARNING: Empty wire request file'
                   CLOSE REQUESTS-CSV
                   GO TO LOAD-WIRE-REQUESTS-EXIT
           END-READ.

           PERFORM PROCESS-REQUEST-ROW UNTIL CSV-END-OF-FILE.

           CLOSE REQUESTS-CSV.
           DISPLAY 'Wire request file processing complete'.
       LOAD-WIRE-REQUESTS-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-REQUEST-ROW: Parse, validate and load one wire
      ******************************************************************
       PROCESS-REQUEST-ROW SECTION.
           READ REQUESTS-CSV INTO WS-CSV-LINE
               AT END
                   SET CSV-END-OF-FILE TO TRUE
                   GO TO PROCESS-REQUEST-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.
           ADD 1 TO WS-TOTAL-ROWS-PROCESSED.
           MOVE 'Y' TO WS-ROW-VALID.

           PERFORM SPLIT-CSV-LINE.
           MOVE WS-CSV-FIELD (1) TO WS-CSV-WIRE-REF.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-ACC-ID.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-AMOUNT-STR.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (4))
               TO WS-CSV-CURRENCY.
           MOVE WS-CSV-FIELD (5) TO WS-CSV-BENEF-NAME.
           MOVE WS-CSV-FIELD (6) TO WS-CSV-BENEF-ACCOUNT.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (7))
               TO WS-CSV-BENEF-BIC.
           MOVE WS-CSV-FIELD (8) TO WS-CSV-REMITTANCE-INFO.
           MOVE WS-CSV-FIELD (9) TO WS-CSV-MAKER-ID.

           PERFORM VALIDATE-REQUEST-FIELDS.

           IF ROW-IS-VALID
               PERFORM INSERT-WIRE-REQUEST
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-VALID
           ELSE
               ADD 1 TO WS-ROWS-INVALID
               PERFORM WRITE-REJECT-ROW
           END-IF.
       PROCESS-REQUEST-ROW-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-REQUEST-FIELDS: A wire needs a new reference, an
      * open account, a positive amount in an ISO currency, a named
      * beneficiary with account and BIC, and a maker
      ******************************************************************
       VALIDATE-REQUEST-FIELDS SECTION.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-CSV-WIRE-REF = SPACES
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - WIRE_REF is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'WIRE_REF is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-WIRE-REF TO SQL-WIRE-REF.

           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.WireRequests
               WHERE WIRE_REF = :SQL-WIRE-REF
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - WIRE_REF already on file: '
                       WS-CSV-WIRE-REF
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'WIRE_REF already on file' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.

           IF WS-CSV-ACC-ID = SPACES
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - ACC_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-ACC-ID TO SQL-ACC-ID.

           MOVE SPACES TO SQL-ACCT-STATUS.
           EXEC SQL
               SELECT STATUS INTO :SQL-ACCT-STATUS
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-ACCT-STATUS NOT = 'O'
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - ACC_ID not an open account: '
                       WS-CSV-ACC-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACC_ID is not an open account' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.

           IF WS-CSV-AMOUNT-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - AMOUNT is not numeric: ' WS-CSV-AMOUNT-STR
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'AMOUNT is not numeric' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.
           COMPUTE SQL-AMOUNT = FUNCTION NUMVAL(WS-CSV-AMOUNT-STR).
           IF SQL-AMOUNT NOT > ZERO
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - AMOUNT must be positive'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'AMOUNT must be positive' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.

           IF WS-CSV-CURRENCY IS NOT ALPHABETIC
               OR WS-CSV-CURRENCY (3:1) = SPACE
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - CURRENCY must be a 3-letter ISO code'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CURRENCY must be a 3-letter ISO code'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.
           MOVE WS-CSV-CURRENCY TO SQL-CURRENCY.

           IF WS-CSV-BENEF-NAME = SPACES
               OR WS-CSV-BENEF-ACCOUNT = SPACES
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - Beneficiary name and account required'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'BENEFICIARY_NAME and BENEFICIARY_ACCOUNT required'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.

      *    A BIC is 8 or 11 characters with no embedded spaces
           COMPUTE WS-FIELD-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-FIELD (7))).
           MOVE ZERO TO WS-CSV-FIELD-LEN.
           INSPECT WS-CSV-BENEF-BIC (1:8) TALLYING WS-CSV-FIELD-LEN
               FOR ALL SPACE.
           IF (WS-FIELD-LENGTH NOT = 8 AND WS-FIELD-LENGTH NOT = 11)
               OR WS-CSV-FIELD-LEN > ZERO
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - BENEFICIARY_BIC is not a valid BIC: '
                       WS-CSV-BENEF-BIC
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'BENEFICIARY_BIC must be 8 or 11 characters'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.

           IF WS-CSV-MAKER-ID = SPACES
               MOVE WS-DEFAULT-MAKER-ID TO WS-CSV-MAKER-ID
           END-IF.
           IF WS-CSV-MAKER-ID = SPACES
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - no MAKER_ID and no BANK_OPERATOR_ID set'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'MAKER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-FIELDS-EXIT
           END-IF.
       VALIDATE-REQUEST-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-WIRE-REQUEST: Record the wire awaiting release
      ******************************************************************
       INSERT-WIRE-REQUEST SECTION.
           MOVE WS-CSV-BENEF-NAME TO SQL-BENEF-NAME.
           MOVE WS-CSV-BENEF-ACCOUNT TO SQL-BENEF-ACCOUNT.
           MOVE WS-CSV-BENEF-BIC TO SQL-BENEF-BIC.
           MOVE WS-CSV-MAKER-ID TO SQL-MAKER-ID.
           IF WS-CSV-REMITTANCE-INFO = SPACES
               MOVE SPACES TO SQL-REMITTANCE-INFO
               MOVE -1 TO SQL-REMITTANCE-NULL
           ELSE
               MOVE WS-CSV-REMITTANCE-INFO TO SQL-REMITTANCE-INFO
               MOVE 0 TO SQL-REMITTANCE-NULL
           END-IF.

           EXEC SQL
               INSERT INTO dbo.WireRequests (
                   WIRE_REF,
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   BENEFICIARY_NAME,
                   BENEFICIARY_ACCOUNT,
                   BENEFICIARY_BIC,
                   REMITTANCE_INFO,
                   STATUS,
                   MAKER_ID,
                   RUN_ID,
                   CREATED_TS_UTC,
                   STATUS_TS_UTC
               ) VALUES (
                   :SQL-WIRE-REF,
                   :SQL-ACC-ID,
                   :SQL-AMOUNT,
                   :SQL-CURRENCY,
                   :SQL-BENEF-NAME,
                   :SQL-BENEF-ACCOUNT,
                   :SQL-BENEF-BIC,
                   :SQL-REMITTANCE-INFO:SQL-REMITTANCE-NULL,
                   'P',
                   :SQL-MAKER-ID,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME(),
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Request row ' WS-ROW-NUMBER
                       ' - Wire request insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Wire request insert failed' TO WS-REJECT-REASON
               GO TO INSERT-WIRE-REQUEST-EXIT
           END-IF.

           ADD 1 TO WS-WIRES-LOADED.
       INSERT-WIRE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      * REVIEW-HELD-WIRES: Wires held on a beneficiary hit move on
      * once compliance has dispositioned the hit - a false positive
      * releases the wire, a confirmed hit cancels it. A hit still
      * under review leaves the wire held
      ******************************************************************
       REVIEW-HELD-WIRES SECTION.
           EXEC SQL
               OPEN HELD_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open held-wire cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REVIEW-HELD-WIRES-EXIT
           END-IF.

           MOVE 'Y' TO WS-CURSOR-OPEN.
           PERFORM REVIEW-ONE-HELD-WIRE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE HELD_CURSOR
           END-EXEC.
           MOVE 'N' TO WS-CURSOR-OPEN.
       REVIEW-HELD-WIRES-EXIT.
           EXIT.

      ******************************************************************
      * REVIEW-ONE-HELD-WIRE: Act on one held wire's hit disposition
      ******************************************************************
       REVIEW-ONE-HELD-WIRE SECTION.
           EXEC SQL
               FETCH HELD_CURSOR INTO
                   :SQL-WIRE-ID,
                   :SQL-HIT-ID:SQL-HIT-ID-NULL
           END-EXEC.

           IF SQLCODE = 100
               GO TO REVIEW-ONE-HELD-WIRE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Held-wire fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REVIEW-ONE-HELD-WIRE-EXIT
           END-IF.

           IF SQL-HIT-ID-NULL = -1
               MOVE ZERO TO SQL-HIT-ID
           END-IF.

           MOVE SPACE TO SQL-HIT-DISPOSITION.
           EXEC SQL
               SELECT COALESCE(DISPOSITION, ' ')
               INTO :SQL-HIT-DISPOSITION
               FROM dbo.WatchlistHits
               WHERE HIT_ID = :SQL-HIT-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACE TO SQL-HIT-DISPOSITION
           END-IF.

           EVALUATE SQL-HIT-DISPOSITION
               WHEN 'F'
                   PERFORM FETCH-WIRE-DETAILS
                   IF NOT ITEM-STEP-FAILED
                       PERFORM RAISE-WIRE-TRANSFER
                   END-IF
               WHEN 'T'
                   MOVE 'Beneficiary confirmed on watchlist'
                       TO SQL-DECISION-REASON
                   PERFORM CANCEL-HELD-WIRE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       REVIEW-ONE-HELD-WIRE-EXIT.
           EXIT.

      ******************************************************************
      * FETCH-WIRE-DETAILS: Load the wire SQL-WIRE-ID needs to raise
      * its TRANSFER
      ******************************************************************
       FETCH-WIRE-DETAILS SECTION.
           MOVE 'N' TO WS-ITEM-FAILED.
           EXEC SQL
               SELECT WIRE_REF, ACC_ID, AMOUNT, CURRENCY,
                      BENEFICIARY_NAME
               INTO :SQL-WIRE-REF, :SQL-ACC-ID, :SQL-AMOUNT,
                    :SQL-CURRENCY, :SQL-BENEF-NAME
               FROM dbo.WireRequests
               WHERE WIRE_ID = :SQL-WIRE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQL-WIRE-ID TO WS-WIRE-ID-DISP
               DISPLAY 'ERROR: Wire lookup failed for WIRE_ID '
                       FUNCTION TRIM(WS-WIRE-ID-DISP)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ITEM-FAILED
           END-IF.
       FETCH-WIRE-DETAILS-EXIT.
           EXIT.

      ******************************************************************
      * CANCEL-HELD-WIRE: Close a held wire whose beneficiary hit
      * was confirmed. The customer is not told why - compliance
      * handles the contact
      ******************************************************************
       CANCEL-HELD-WIRE SECTION.
           EXEC SQL
               UPDATE dbo.WireRequests
               SET STATUS = 'X',
                   DECISION_REASON = :SQL-DECISION-REASON,
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE WIRE_ID = :SQL-WIRE-ID
                 AND STATUS = 'H'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Held wire cancel failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO CANCEL-HELD-WIRE-EXIT
           END-IF.

           ADD 1 TO WS-WIRES-CANCELLED.
       CANCEL-HELD-WIRE-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-RELEASE-DECISIONS: Apply the checkers' decisions on
      * wires awaiting release. A missing file is a night with no
      * decisions made
      ******************************************************************
       APPLY-RELEASE-DECISIONS SECTION.
           MOVE 'wire_releases.csv' TO WS-REJECT-SOURCE.
           MOVE 1 TO WS-ROW-NUMBER.

           OPEN INPUT RELEASES-CSV.
           IF NOT RELEASE-FILE-OK
               DISPLAY 'No wire release file tonight - status '
                       WS-RELEASE-FILE-STATUS
               GO TO APPLY-RELEASE-DECISIONS-EXIT
           END-IF.

      *    Read header row
           READ RELEASES-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'WARNING: Empty wire release file'
                   CLOSE RELEASES-CSV
                   GO TO APPLY-RELEASE-DECISIONS-EXIT
           END-READ.

           PERFORM PROCESS-RELEASE-ROW UNTIL RELEASE-END-OF-FILE.

           CLOSE RELEASES-CSV.
           DISPLAY 'Wire release file processing complete'.
       APPLY-RELEASE-DECISIONS-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-RELEASE-ROW: One checker decision - releasing a wire
      * you keyed is blocked outright, RELEASE screens and raises
      * the wire, CANCEL closes it with its reason
      ******************************************************************
       PROCESS-RELEASE-ROW SECTION.
           READ RELEASES-CSV INTO WS-CSV-LINE
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
                   GO TO PROCESS-RELEASE-ROW-EXIT
           END-READ.

           ADD 1 TO WS-ROW-NUMBER.
           ADD 1 TO WS-TOTAL-ROWS-PROCESSED.
           MOVE 'Y' TO WS-ROW-VALID.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM SPLIT-CSV-LINE.
           MOVE WS-CSV-FIELD (1) TO WS-CSV-WIRE-REF.
           MOVE FUNCTION UPPER-CASE(WS-CSV-FIELD (2))
               TO WS-CSV-DECISION.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-CHECKER-ID.
           MOVE WS-CSV-FIELD (4) TO WS-CSV-REASON.

           PERFORM VALIDATE-RELEASE-FIELDS.

           IF ROW-IS-VALID
               MOVE WS-CSV-CHECKER-ID TO SQL-CHECKER-ID
               MOVE WS-CSV-REASON TO SQL-DECISION-REASON
               IF CSV-DECISION-CANCEL
                   PERFORM CANCEL-PENDING-WIRE
               ELSE
                   PERFORM RELEASE-PENDING-WIRE
               END-IF
           END-IF.

           IF ROW-IS-VALID
               ADD 1 TO WS-ROWS-VALID
           ELSE
               ADD 1 TO WS-ROWS-INVALID
               PERFORM WRITE-REJECT-ROW
           END-IF.
       PROCESS-RELEASE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-RELEASE-FIELDS: The decision must name a wire
      * awaiting release and come from someone other than its maker
      ******************************************************************
       VALIDATE-RELEASE-FIELDS SECTION.
           IF WS-CSV-WIRE-REF = SPACES
               DISPLAY 'ERROR: Release row ' WS-ROW-NUMBER
                       ' - WIRE_REF is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'WIRE_REF is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-RELEASE-FIELDS-EXIT
           END-IF.

           IF NOT CSV-DECISION-RELEASE AND NOT CSV-DECISION-CANCEL
               DISPLAY 'ERROR: Release row ' WS-ROW-NUMBER
                       ' - Invalid DECISION: ' WS-CSV-DECISION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'DECISION must be RELEASE or CANCEL'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-RELEASE-FIELDS-EXIT
           END-IF.

           IF WS-CSV-CHECKER-ID = SPACES
               DISPLAY 'ERROR: Release row ' WS-ROW-NUMBER
                       ' - CHECKER_ID is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'CHECKER_ID is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-RELEASE-FIELDS-EXIT
           END-IF.

           MOVE WS-CSV-WIRE-REF TO SQL-WIRE-REF.
           EXEC SQL
               SELECT WIRE_ID, ACC_ID, AMOUNT, CURRENCY,
                      BENEFICIARY_NAME, MAKER_ID
               INTO :SQL-WIRE-ID, :SQL-ACC-ID, :SQL-AMOUNT,
                    :SQL-CURRENCY, :SQL-BENEF-NAME, :SQL-MAKER-ID
               FROM dbo.WireRequests
               WHERE WIRE_REF = :SQL-WIRE-REF
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Release row ' WS-ROW-NUMBER
                       ' - No wire awaiting release: '
                       WS-CSV-WIRE-REF
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'No wire awaiting release with that WIRE_REF'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-RELEASE-FIELDS-EXIT
           END-IF.

      *    Segregation of duties: nobody releases their own wire
           IF WS-CSV-CHECKER-ID = SQL-MAKER-ID
               DISPLAY 'WARNING: Self-release blocked for wire '
                       FUNCTION TRIM(WS-CSV-WIRE-REF)
               ADD 1 TO WS-SELF-RELEASES-BLOCKED
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Checker may not release a wire they keyed'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-RELEASE-FIELDS-EXIT
           END-IF.
       VALIDATE-RELEASE-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * CANCEL-PENDING-WIRE: The checker declined the wire
      ******************************************************************
       CANCEL-PENDING-WIRE SECTION.
           EXEC SQL
               UPDATE dbo.WireRequests
               SET STATUS = 'X',
                   CHECKER_ID = :SQL-CHECKER-ID,
                   DECISION_REASON = :SQL-DECISION-REASON,
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE WIRE_ID = :SQL-WIRE-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Release row ' WS-ROW-NUMBER
                       ' - Wire cancel failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Wire cancel failed' TO WS-REJECT-REASON
               GO TO CANCEL-PENDING-WIRE-EXIT
           END-IF.

           ADD 1 TO WS-WIRES-CANCELLED.
       CANCEL-PENDING-WIRE-EXIT.
           EXIT.

      ******************************************************************
      * RELEASE-PENDING-WIRE: Stamp the checker's release, then
      * screen the beneficiary. A clear (or previously cleared)
      * name raises the TRANSFER; a hit under review holds the
      * wire; a confirmed hit cancels it
      ******************************************************************
       RELEASE-PENDING-WIRE SECTION.
           EXEC SQL
               UPDATE dbo.WireRequests
               SET CHECKER_ID = :SQL-CHECKER-ID,
                   DECISION_REASON = :SQL-DECISION-REASON,
                   RELEASED_TS_UTC = SYSUTCDATETIME()
               WHERE WIRE_ID = :SQL-WIRE-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Release row ' WS-ROW-NUMBER
                       ' - Wire release stamp failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Wire release update failed' TO WS-REJECT-REASON
               GO TO RELEASE-PENDING-WIRE-EXIT
           END-IF.

           PERFORM SCREEN-WIRE-BENEFICIARY.
           IF ITEM-STEP-FAILED
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Beneficiary hit could not be queued for review'
                   TO WS-REJECT-REASON
               GO TO RELEASE-PENDING-WIRE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SCREEN-HELD
                   PERFORM HOLD-WIRE-FOR-REVIEW
               WHEN SCREEN-CONFIRMED
                   MOVE 'Beneficiary confirmed on watchlist'
                       TO SQL-DECISION-REASON
                   EXEC SQL
                       UPDATE dbo.WireRequests
                       SET STATUS = 'X',
                           HIT_ID = :SQL-HIT-ID,
                           DECISION_REASON = :SQL-DECISION-REASON,
                           STATUS_TS_UTC = SYSUTCDATETIME()
                       WHERE WIRE_ID = :SQL-WIRE-ID
                   END-EXEC
                   ADD 1 TO WS-WIRES-CANCELLED
               WHEN OTHER
                   PERFORM RAISE-WIRE-TRANSFER
                   IF ITEM-STEP-FAILED
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE 'Wire TRANSFER could not be raised'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
       RELEASE-PENDING-WIRE-EXIT.
           EXIT.

      ******************************************************************
      * SCREEN-WIRE-BENEFICIARY: Normalize the beneficiary name and
      * probe the watchlist the way SANCTION_SCREEN does. A match
      * lands on the review queue with no customer attached, and the
      * hit's disposition decides the outcome - a name compliance
      * has already cleared for that list is not held again
      ******************************************************************
       SCREEN-WIRE-BENEFICIARY SECTION.
           MOVE 'C' TO WS-SCREEN-RESULT.
           MOVE 'N' TO WS-ITEM-FAILED.
           MOVE ZERO TO SQL-HIT-ID.
           MOVE SPACE TO SQL-HIT-DISPOSITION.

           MOVE SQL-BENEF-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-NAME.
           MOVE WS-NORM-OUTPUT TO SQL-SUBJECT-NORM.
           PERFORM MATCH-AGAINST-WATCHLIST.

           IF SQL-MATCH-ENTRY-ID = ZERO
               GO TO SCREEN-WIRE-BENEFICIARY-EXIT
           END-IF.

           MOVE SPACES TO SQL-CUSTOMER-ID.
           MOVE SQL-BENEF-NAME TO SQL-FULL-NAME.
           PERFORM QUEUE-WATCHLIST-HIT.
           IF ITEM-STEP-FAILED
               GO TO SCREEN-WIRE-BENEFICIARY-EXIT
           END-IF.

           EVALUATE SQL-HIT-DISPOSITION
               WHEN 'F'
                   DISPLAY 'Beneficiary previously cleared: '
                           FUNCTION TRIM(SQL-BENEF-NAME)
                   MOVE 'C' TO WS-SCREEN-RESULT
               WHEN 'T'
                   MOVE 'T' TO WS-SCREEN-RESULT
               WHEN OTHER
                   MOVE 'H' TO WS-SCREEN-RESULT
           END-EVALUATE.
       SCREEN-WIRE-BENEFICIARY-EXIT.
           EXIT.

      ******************************************************************
      * NORMALIZE-NAME: Uppercase WS-NORM-INPUT into WS-NORM-OUTPUT,
      * turning every non-alphanumeric run into a single space
      ******************************************************************
       NORMALIZE-NAME SECTION.
           MOVE FUNCTION UPPER-CASE(WS-NORM-INPUT) TO WS-NORM-WORK.
           MOVE SPACES TO WS-NORM-OUTPUT.
           MOVE ZERO TO WS-NORM-OUT-IDX.
           MOVE 'Y' TO WS-NORM-LAST-SPACE.
           MOVE 1 TO WS-NORM-IN-IDX.
           PERFORM NORMALIZE-ONE-CHAR
               UNTIL WS-NORM-IN-IDX > 64.
       NORMALIZE-NAME-EXIT.
           EXIT.

      ******************************************************************
      * NORMALIZE-ONE-CHAR: Fold and copy one character
      ******************************************************************
       NORMALIZE-ONE-CHAR SECTION.
           MOVE WS-NORM-WORK (WS-NORM-IN-IDX:1) TO WS-NORM-CHAR.

           IF (WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z')
               OR (WS-NORM-CHAR >= '0' AND WS-NORM-CHAR <= '9')
               ADD 1 TO WS-NORM-OUT-IDX
               MOVE WS-NORM-CHAR
                   TO WS-NORM-OUTPUT (WS-NORM-OUT-IDX:1)
               MOVE 'N' TO WS-NORM-LAST-SPACE
           ELSE
               IF WS-NORM-LAST-SPACE = 'N'
                   ADD 1 TO WS-NORM-OUT-IDX
                   MOVE SPACE
                       TO WS-NORM-OUTPUT (WS-NORM-OUT-IDX:1)
                   MOVE 'Y' TO WS-NORM-LAST-SPACE
               END-IF
           END-IF.

           ADD 1 TO WS-NORM-IN-IDX.
       NORMALIZE-ONE-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * MATCH-AGAINST-WATCHLIST: One set-based probe per subject -
      * exact normalized equality, or containment in either
      * direction. The longest candidate wins
      ******************************************************************
       MATCH-AGAINST-WATCHLIST SECTION.
           MOVE ZERO TO SQL-MATCH-ENTRY-ID.

           IF SQL-SUBJECT-NORM = SPACES
               GO TO MATCH-AGAINST-WATCHLIST-EXIT
           END-IF.

           EXEC SQL
               SELECT TOP 1 ENTRY_ID, LIST_REF, NORMALIZED_NAME
               INTO :SQL-MATCH-ENTRY-ID,
                    :SQL-MATCH-LIST-REF,
                    :SQL-MATCH-NORM-NAME
               FROM dbo.WatchlistEntries
               WHERE NORMALIZED_NAME = RTRIM(:SQL-SUBJECT-NORM)
                  OR CHARINDEX(RTRIM(NORMALIZED_NAME),
                               RTRIM(:SQL-SUBJECT-NORM)) > 0
                  OR CHARINDEX(RTRIM(:SQL-SUBJECT-NORM),
                               RTRIM(NORMALIZED_NAME)) > 0
               ORDER BY LEN(RTRIM(NORMALIZED_NAME)) DESC
           END-EXEC.

           IF SQLCODE = 100
               MOVE ZERO TO SQL-MATCH-ENTRY-ID
               GO TO MATCH-AGAINST-WATCHLIST-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Watchlist probe failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE ZERO TO SQL-MATCH-ENTRY-ID
               GO TO MATCH-AGAINST-WATCHLIST-EXIT
           END-IF.

           IF SQL-MATCH-NORM-NAME = SQL-SUBJECT-NORM
               MOVE 'EXACT' TO SQL-MATCH-KIND
           ELSE
               MOVE 'PARTIAL' TO SQL-MATCH-KIND
           END-IF.
       MATCH-AGAINST-WATCHLIST-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-WATCHLIST-HIT: One review-queue row per subject and
      * list reference, ever - an existing hit is reused along with
      * its disposition, otherwise a new undecided hit is queued
      ******************************************************************
       QUEUE-WATCHLIST-HIT SECTION.
           EXEC SQL
               SELECT TOP 1 HIT_ID, COALESCE(DISPOSITION, ' ')
               INTO :SQL-HIT-ID, :SQL-HIT-DISPOSITION
               FROM dbo.WatchlistHits
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND SUBJECT_NAME = :SQL-FULL-NAME
                 AND LIST_REF = :SQL-MATCH-LIST-REF
               ORDER BY HIT_ID DESC
           END-EXEC.

           IF SQLCODE = 0
               GO TO QUEUE-WATCHLIST-HIT-EXIT
           END-IF.

           MOVE ZERO TO SQL-HIT-ID.
           MOVE SPACE TO SQL-HIT-DISPOSITION.
           EXEC SQL
               INSERT INTO dbo.WatchlistHits (
                   ENTRY_ID,
                   LIST_REF,
                   CUSTOMER_ID,
                   SUBJECT_NAME,
                   MATCH_KIND,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-MATCH-ENTRY-ID,
                   :SQL-MATCH-LIST-REF,
                   :SQL-CUSTOMER-ID,
                   :SQL-FULL-NAME,
                   :SQL-MATCH-KIND,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Hit insert failed for '
                       FUNCTION TRIM(SQL-FULL-NAME)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ITEM-FAILED
               GO TO QUEUE-WATCHLIST-HIT-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-HIT-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-HIT-ID
           END-IF.

           ADD 1 TO WS-HITS-QUEUED.
           DISPLAY 'WATCHLIST HIT (' FUNCTION TRIM(SQL-MATCH-KIND)
                   '): ' FUNCTION TRIM(SQL-FULL-NAME)
                   ' on list ' FUNCTION TRIM(SQL-MATCH-LIST-REF).
       QUEUE-WATCHLIST-HIT-EXIT.
           EXIT.

      ******************************************************************
      * HOLD-WIRE-FOR-REVIEW: Park the released wire until compliance
      * dispositions its beneficiary hit
      ******************************************************************
       HOLD-WIRE-FOR-REVIEW SECTION.
           EXEC SQL
               UPDATE dbo.WireRequests
               SET STATUS = 'H',
                   HIT_ID = :SQL-HIT-ID,
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE WIRE_ID = :SQL-WIRE-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Wire hold update failed for '
                       FUNCTION TRIM(SQL-WIRE-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO HOLD-WIRE-FOR-REVIEW-EXIT
           END-IF.

           ADD 1 TO WS-WIRES-HELD.
           DISPLAY 'Wire held for sanctions review: '
                   FUNCTION TRIM(SQL-WIRE-REF).
       HOLD-WIRE-FOR-REVIEW-EXIT.
           EXIT.

      ******************************************************************
      * RAISE-WIRE-TRANSFER: Raise the unposted TRANSFER debiting the
      * customer and crediting the wire clearing contra - POST_LEDGER
      * books both legs under the wire clearing GL tonight - and mark
      * the wire released against its TX_ID
      ******************************************************************
       RAISE-WIRE-TRANSFER SECTION.
           MOVE 'N' TO WS-ITEM-FAILED.
           COMPUTE SQL-TX-AMOUNT = 0 - SQL-AMOUNT.
           MOVE WS-CONTRA-ACC-WIRE TO SQL-COUNTERPARTY-ACC-ID.
           MOVE SPACES TO SQL-NARRATIVE.
           STRING 'Wire ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-WIRE-REF) DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-BENEF-NAME) DELIMITED BY SIZE
               INTO SQL-NARRATIVE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   COUNTERPARTY_ACC_ID,
                   VALUE_DATE,
                   NARRATIVE
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-TX-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   'TRANSFER',
                   :SQL-COUNTERPARTY-ACC-ID,
                   :SQL-BUS-DATE,
                   :SQL-NARRATIVE
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Wire TRANSFER insert failed for '
                       FUNCTION TRIM(SQL-WIRE-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ITEM-FAILED
               MOVE 'WIRE_RELEASE' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-WIRE-REF TO WS-ERR-CONTEXT
               MOVE 'Wire TRANSFER insert failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO RAISE-WIRE-TRANSFER-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-TX-ID
           END-IF.

           EXEC SQL
               UPDATE dbo.WireRequests
               SET STATUS = 'R',
                   TX_ID = :SQL-TX-ID,
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE WIRE_ID = :SQL-WIRE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Wire release update failed for '
                       FUNCTION TRIM(SQL-WIRE-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Y' TO WS-ITEM-FAILED
               GO TO RAISE-WIRE-TRANSFER-EXIT
           END-IF.

           ADD 1 TO WS-WIRES-RELEASED.
           DISPLAY 'Wire released: ' FUNCTION TRIM(SQL-WIRE-REF).
       RAISE-WIRE-TRANSFER-EXIT.
           EXIT.

      ******************************************************************
      * FAIL-UNPOSTED-WIRES: A released wire whose TRANSFER posting
      * finally rejected (insufficient funds, stop, frozen account)
      * never leaves the bank - it is marked failed, not sent
      ******************************************************************
       FAIL-UNPOSTED-WIRES SECTION.
           EXEC SQL
               UPDATE dbo.WireRequests
               SET STATUS = 'F',
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE STATUS = 'R'
                 AND TX_ID IN (SELECT TX_ID
                               FROM dbo.Transactions
                               WHERE POSTED_FLAG = 'R')
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-WIRES-FAILED
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Failed-wire update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.

           IF WS-WIRES-FAILED > ZERO
               DISPLAY 'Wires failed at posting: ' WS-WIRES-FAILED
           END-IF.
       FAIL-UNPOSTED-WIRES-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-PACS008-FILE: One FIToFICstmrCdtTrf message carrying
      * every released wire whose TRANSFER has posted. The group
      * header's count and control sum are taken up front; a night
      * with nothing to send leaves an empty file, which the
      * transfer to the correspondent skips
      ******************************************************************
       WRITE-PACS008-FILE SECTION.
           MOVE ZERO TO SQL-SEND-COUNT.
           MOVE ZERO TO SQL-SEND-TOTAL.
           EXEC SQL
               SELECT COUNT(*), SUM(W.AMOUNT)
               INTO :SQL-SEND-COUNT,
                    :SQL-SEND-TOTAL:SQL-SEND-TOTAL-NULL
               FROM dbo.WireRequests W
               JOIN dbo.Transactions T ON T.TX_ID = W.TX_ID
               WHERE W.STATUS = 'R'
                 AND T.POSTED_FLAG = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Wire send totals query failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-PACS008-FILE-EXIT
           END-IF.
           IF SQL-SEND-TOTAL-NULL = -1
               MOVE ZERO TO SQL-SEND-TOTAL
           END-IF.

           OPEN OUTPUT PACS008-FILE.
           IF NOT PACS008-FILE-OK
               DISPLAY 'ERROR: Could not open pacs.008 file'
               DISPLAY 'File status: ' WS-PACS008-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-PACS008-FILE-EXIT
           END-IF.

           IF SQL-SEND-COUNT = ZERO
               CLOSE PACS008-FILE
               DISPLAY 'No released wires to send tonight'
               GO TO WRITE-PACS008-FILE-EXIT
           END-IF.

           PERFORM WRITE-GROUP-HEADER.

           EXEC SQL
               OPEN SEND_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open wire send cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               CLOSE PACS008-FILE
               GO TO WRITE-PACS008-FILE-EXIT
           END-IF.

           PERFORM WRITE-ONE-WIRE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE SEND_CURSOR
           END-EXEC.

           MOVE ' </FIToFICstmrCdtTrf>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '</Document>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.

           CLOSE PACS008-FILE.
           DISPLAY 'pacs.008 message ' FUNCTION TRIM(WS-MESSAGE-ID)
                   ' written to "data/out/wire_pacs008.xml"'.
       WRITE-PACS008-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-GROUP-HEADER: Document root and GrpHdr - message ID,
      * creation time, count and control sum, settlement method and
      * the instructing/instructed agents
      ******************************************************************
       WRITE-GROUP-HEADER SECTION.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE SPACES TO WS-XML-OUT-LINE.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pacs.008.001.08">'
                  DELIMITED BY SIZE
               INTO WS-XML-OUT-LINE
           END-STRING.
           PERFORM WRITE-XML-LINE.
           MOVE ' <FIToFICstmrCdtTrf>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '  <GrpHdr>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.

           MOVE 3 TO WS-XML-INDENT.
           MOVE 'MsgId' TO WS-XML-ELEMENT.
           MOVE WS-MESSAGE-ID TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE 'CreDtTm' TO WS-XML-ELEMENT.
           MOVE WS-CREATION-DATE-TIME TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE 'NbOfTxs' TO WS-XML-ELEMENT.
           MOVE SQL-SEND-COUNT TO WS-XML-COUNT-EDIT.
           MOVE FUNCTION TRIM(WS-XML-COUNT-EDIT) TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE 'CtrlSum' TO WS-XML-ELEMENT.
           MOVE SQL-SEND-TOTAL TO WS-XML-AMOUNT-EDIT.
           MOVE FUNCTION TRIM(WS-XML-AMOUNT-EDIT) TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.

           MOVE '   <SttlmInf><SttlmMtd>INDA</SttlmMtd></SttlmInf>'
               TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '   <InstgAgt><FinInstnId>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE 5 TO WS-XML-INDENT.
           MOVE 'BICFI' TO WS-XML-ELEMENT.
           MOVE WS-WIRE-ORIGIN-BIC TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE '   </FinInstnId></InstgAgt>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '   <InstdAgt><FinInstnId>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE 'BICFI' TO WS-XML-ELEMENT.
           MOVE WS-WIRE-CORRESPONDENT-BIC TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE '   </FinInstnId></InstdAgt>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '  </GrpHdr>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
       WRITE-GROUP-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ONE-WIRE: Fetch one sendable wire, mark it sent under
      * this message ID and write its CdtTrfTxInf block. Marking
      * first means a wire is never on two files
      ******************************************************************
       WRITE-ONE-WIRE SECTION.
           EXEC SQL
               FETCH SEND_CURSOR INTO
                   :SQL-WIRE-ID,
                   :SQL-WIRE-REF,
                   :SQL-ACC-ID,
                   :SQL-AMOUNT,
                   :SQL-CURRENCY,
                   :SQL-BENEF-NAME,
                   :SQL-BENEF-ACCOUNT,
                   :SQL-BENEF-BIC,
                   :SQL-REMITTANCE-INFO:SQL-REMITTANCE-NULL,
                   :SQL-DEBTOR-NAME
           END-EXEC.

           IF SQLCODE = 100
               GO TO WRITE-ONE-WIRE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Wire send fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ONE-WIRE-EXIT
           END-IF.

           MOVE WS-MESSAGE-ID TO SQL-MSG-ID.
           EXEC SQL
               UPDATE dbo.WireRequests
               SET STATUS = 'S',
                   MSG_ID = :SQL-MSG-ID,
                   SENT_TS_UTC = SYSUTCDATETIME(),
                   STATUS_TS_UTC = SYSUTCDATETIME()
               WHERE WIRE_ID = :SQL-WIRE-ID
                 AND STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not mark wire '
                       FUNCTION TRIM(SQL-WIRE-REF) ' as sent'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 0 TO SQLCODE
               GO TO WRITE-ONE-WIRE-EXIT
           END-IF.

           MOVE '  <CdtTrfTxInf>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '   <PmtId>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE 4 TO WS-XML-INDENT.
           MOVE 'InstrId' TO WS-XML-ELEMENT.
           MOVE SQL-WIRE-REF TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE 'EndToEndId' TO WS-XML-ELEMENT.
           PERFORM WRITE-XML-ELEMENT.
           MOVE '   </PmtId>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.

           MOVE SQL-AMOUNT TO WS-XML-AMOUNT-EDIT.
           MOVE SPACES TO WS-XML-OUT-LINE.
           STRING '   <IntrBkSttlmAmt Ccy="' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-AMOUNT-EDIT) DELIMITED BY SIZE
                  '</IntrBkSttlmAmt>' DELIMITED BY SIZE
               INTO WS-XML-OUT-LINE
           END-STRING.
           PERFORM WRITE-XML-LINE.

           MOVE 3 TO WS-XML-INDENT.
           MOVE 'IntrBkSttlmDt' TO WS-XML-ELEMENT.
           MOVE WS-BUS-DATE TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE 'ChrgBr' TO WS-XML-ELEMENT.
           MOVE 'SHAR' TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.

      *    Debtor: our customer, account and bank
           MOVE '   <Dbtr>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE 4 TO WS-XML-INDENT.
           MOVE 'Nm' TO WS-XML-ELEMENT.
           MOVE SQL-DEBTOR-NAME TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE '   </Dbtr>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '   <DbtrAcct><Id><Othr>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE 'Id' TO WS-XML-ELEMENT.
           MOVE SQL-ACC-ID TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE '   </Othr></Id></DbtrAcct>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '   <DbtrAgt><FinInstnId>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE 'BICFI' TO WS-XML-ELEMENT.
           MOVE WS-WIRE-ORIGIN-BIC TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE '   </FinInstnId></DbtrAgt>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.

      *    Creditor: the beneficiary's bank, name and account
           MOVE '   <CdtrAgt><FinInstnId>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE 'BICFI' TO WS-XML-ELEMENT.
           MOVE SQL-BENEF-BIC TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE '   </FinInstnId></CdtrAgt>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '   <Cdtr>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE 'Nm' TO WS-XML-ELEMENT.
           MOVE SQL-BENEF-NAME TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE '   </Cdtr>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE '   <CdtrAcct><Id><Othr>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.
           MOVE 'Id' TO WS-XML-ELEMENT.
           MOVE SQL-BENEF-ACCOUNT TO WS-XML-ESC-IN.
           PERFORM WRITE-XML-ELEMENT.
           MOVE '   </Othr></Id></CdtrAcct>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.

           IF SQL-REMITTANCE-NULL NOT = -1
               AND SQL-REMITTANCE-INFO NOT = SPACES
               MOVE '   <RmtInf>' TO WS-XML-OUT-LINE
               PERFORM WRITE-XML-LINE
               MOVE 'Ustrd' TO WS-XML-ELEMENT
               MOVE SQL-REMITTANCE-INFO TO WS-XML-ESC-IN
               PERFORM WRITE-XML-ELEMENT
               MOVE '   </RmtInf>' TO WS-XML-OUT-LINE
               PERFORM WRITE-XML-LINE
           END-IF.

           MOVE '  </CdtTrfTxInf>' TO WS-XML-OUT-LINE.
           PERFORM WRITE-XML-LINE.

           ADD 1 TO WS-WIRES-SENT.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       WRITE-ONE-WIRE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-XML-ELEMENT: Write <WS-XML-ELEMENT>text</...> on its
      * own line at WS-XML-INDENT, the text taken from WS-XML-ESC-IN
      * with XML's reserved characters escaped
      ******************************************************************
       WRITE-XML-ELEMENT SECTION.
           PERFORM ESCAPE-XML-TEXT.
           IF WS-XML-ESC-LEN = ZERO
               GO TO WRITE-XML-ELEMENT-EXIT
           END-IF.

           MOVE SPACES TO WS-XML-OUT-LINE.
           STRING WS-XML-BLANKS (1:WS-XML-INDENT) DELIMITED BY SIZE
                  '<' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-ELEMENT) DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  WS-XML-ESC-OUT (1:WS-XML-ESC-LEN) DELIMITED BY SIZE
                  '</' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XML-ELEMENT) DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
               INTO WS-XML-OUT-LINE
           END-STRING.
           PERFORM WRITE-XML-LINE.
       WRITE-XML-ELEMENT-EXIT.
           EXIT.

      ******************************************************************
      * ESCAPE-XML-TEXT: Copy the trimmed WS-XML-ESC-IN into
      * WS-XML-ESC-OUT with &, < and > written as entities
      ******************************************************************
       ESCAPE-XML-TEXT SECTION.
           MOVE SPACES TO WS-XML-ESC-OUT.
           MOVE ZERO TO WS-XML-ESC-LEN.
           IF WS-XML-ESC-IN = SPACES
               GO TO ESCAPE-XML-TEXT-EXIT
           END-IF.

           COMPUTE WS-XML-ESC-IN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-XML-ESC-IN TRAILING)).
           MOVE 1 TO WS-XML-ESC-IDX.
           PERFORM ESCAPE-ONE-XML-CHAR
               UNTIL WS-XML-ESC-IDX > WS-XML-ESC-IN-LEN.
       ESCAPE-XML-TEXT-EXIT.
           EXIT.

      ******************************************************************
      * ESCAPE-ONE-XML-CHAR: Copy or escape one character
      ******************************************************************
       ESCAPE-ONE-XML-CHAR SECTION.
           MOVE WS-XML-ESC-IN (WS-XML-ESC-IDX:1) TO WS-XML-ESC-CHAR.

           EVALUATE WS-XML-ESC-CHAR
               WHEN '&'
                   MOVE '&amp;'
                       TO WS-XML-ESC-OUT (WS-XML-ESC-LEN + 1:5)
                   ADD 5 TO WS-XML-ESC-LEN
               WHEN '<'
                   MOVE '&lt;'
                       TO WS-XML-ESC-OUT (WS-XML-ESC-LEN + 1:4)
                   ADD 4 TO WS-XML-ESC-LEN
               WHEN '>'
                   MOVE '&gt;'
                       TO WS-XML-ESC-OUT (WS-XML-ESC-LEN + 1:4)
                   ADD 4 TO WS-XML-ESC-LEN
               WHEN OTHER
                   ADD 1 TO WS-XML-ESC-LEN
                   MOVE WS-XML-ESC-CHAR
                       TO WS-XML-ESC-OUT (WS-XML-ESC-LEN:1)
           END-EVALUATE.

           ADD 1 TO WS-XML-ESC-IDX.
       ESCAPE-ONE-XML-CHAR-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-XML-LINE: Write WS-XML-OUT-LINE to the pacs.008 file
      ******************************************************************
       WRITE-XML-LINE SECTION.
           WRITE PACS008-RECORD FROM WS-XML-OUT-LINE.
           MOVE SPACES TO WS-XML-OUT-LINE.
       WRITE-XML-LINE-EXIT.
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
           IF WS-CSV-FIELD-IDX > 9
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
      * QUEUE-CUSTOMER-NOTICE: Queue the customer notice for the
      * current wire on dbo.CustomerNotifications for NOTIFY_EXTRACT.
      * The caller primes the type, reference and message
      ******************************************************************
       QUEUE-CUSTOMER-NOTICE SECTION.
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
                   :SQL-NOTICE-TYPE,
                   :SQL-NOTICE-REF,
                   :SQL-NOTICE-MESSAGE,
                   'N',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Customer notice insert failed for '
                       FUNCTION TRIM(SQL-NOTICE-REF)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       QUEUE-CUSTOMER-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           IF RUN-MODE-SEND
               IF WS-WIRES-SENT = ZERO
                   GO TO LOG-LINEAGE-EVENT-EXIT
               END-IF
               MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE
               MOVE 'dbo' TO WS-LIN-SRC-SCHEMA
               MOVE 'WireRequests' TO WS-LIN-SRC-TABLE
               MOVE SPACES TO WS-LIN-SRC-COLS
               STRING 'WIRE_REF,ACC_ID,AMOUNT,CURRENCY,'
                      DELIMITED BY SIZE
                      'BENEFICIARY_NAME,BENEFICIARY_ACCOUNT,'
                      DELIMITED BY SIZE
                      'BENEFICIARY_BIC' DELIMITED BY SIZE
                   INTO WS-LIN-SRC-COLS
               END-STRING
               MOVE 'xml' TO WS-LIN-TGT-ENGINE
               MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA
               MOVE 'wire_pacs008.xml' TO WS-LIN-TGT-TABLE
               MOVE 'MsgId,EndToEndId,IntrBkSttlmAmt,Cdtr,CdtrAgt'
                   TO WS-LIN-TGT-COLS
               MOVE 'extract' TO WS-LIN-TRANSFORM-KIND
               MOVE 'Posted released wires to pacs.008 credit transfer'
                   TO WS-LIN-TRANSFORM-EXPR
           ELSE
               IF WS-WIRES-LOADED = ZERO
                   AND WS-WIRES-RELEASED = ZERO
                   AND WS-WIRES-ACCEPTED = ZERO
                   AND WS-WIRES-REJECTED = ZERO
                   GO TO LOG-LINEAGE-EVENT-EXIT
               END-IF
               MOVE 'csv' TO WS-LIN-SRC-ENGINE
               MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA
               MOVE 'wire_requests.csv,wire_releases.csv'
                   TO WS-LIN-SRC-TABLE
               MOVE 'WIRE_REF,ACC_ID,AMOUNT,CURRENCY,DECISION'
                   TO WS-LIN-SRC-COLS
               MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE
               MOVE 'dbo' TO WS-LIN-TGT-SCHEMA
               MOVE 'WireRequests,Transactions' TO WS-LIN-TGT-TABLE
               MOVE 'STATUS,TX_ID,AMOUNT,COUNTERPARTY_ACC_ID'
                   TO WS-LIN-TGT-COLS
               MOVE 'release' TO WS-LIN-TRANSFORM-KIND
               MOVE 'Maker-checker release, screen, TRANSFER to wire GL'
                   TO WS-LIN-TRANSFORM-EXPR
           END-IF.

           MOVE 'WIRE_RELEASE' TO WS-LIN-PROGRAM.
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

      *    Close the run-control record before disconnecting
           MOVE ZERO TO WS-RC-RETURN-CODE.
           PERFORM RECORD-RUN-END.

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
           IF RUN-MODE-SEND
               DISPLAY '  Wires sent:             ' WS-WIRES-SENT
               DISPLAY '  Wires failed posting:   ' WS-WIRES-FAILED
           ELSE
               DISPLAY '  Total rows processed:   '
                       WS-TOTAL-ROWS-PROCESSED
               DISPLAY '  Rows applied:           ' WS-ROWS-VALID
               DISPLAY '  Invalid rows skipped:   ' WS-ROWS-INVALID
               DISPLAY '  Wires accepted:         ' WS-WIRES-ACCEPTED
               DISPLAY '  Wires rejected:         ' WS-WIRES-REJECTED
               DISPLAY '  Wires loaded:           ' WS-WIRES-LOADED
               DISPLAY '  Wires released:         ' WS-WIRES-RELEASED
               DISPLAY '  Wires held (sanctions): ' WS-WIRES-HELD
               DISPLAY '  Wires cancelled:        ' WS-WIRES-CANCELLED
               DISPLAY '  Self-releases blocked:  '
                       WS-SELF-RELEASES-BLOCKED
               DISPLAY '  Watchlist hits queued:  ' WS-HITS-QUEUED
           END-IF.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM WIRE-RELEASE.
