       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-REQUEST.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * PRIVACY_REQUEST - Customer Personal-Data Access and Erasure
      ******************************************************************
      * Purpose: Two data-protection runs in one program, chosen by
      *          the PARM.
      *
      *          Given a CUSTOMER_ID, the access run gathers every
      *          row the bank holds about that person into one text
      *          report for the subject-access response: the
      *          dbo.Customers record, every account the customer
      *          owns or holds a role on, the notifications and
      *          account-inquiry audit rows against those accounts,
      *          the debit cards issued to the customer, the
      *          customer's change-of-address log, the ledger
      *          entries posted to the accounts, and any matching
      *          rows ARCHIVE_PURGE has already moved to the flat
      *          archive files (each archive is scanned only when
      *          dbo.ArchiveCatalog shows it holds rows). Every
      *          access extract is logged on dbo.PrivacyActionLog.
      *
      *          With PARM 'ANONYMIZE' the run pseudonymizes closed
      *          customers whose retention period has run out -
      *          WS-PRIVACY-RETENTION-YEARS after the business date
      *          the customer record was closed (or, for records
      *          closed before the close date was stamped, the last
      *          account close date). The name becomes a pseudonym
      *          derived from the CUSTOMER_ID, the address is
      *          redacted and TAX_ID, phone and email are cleared.
      *          The same pseudonym replaces the name embossed on
      *          the customer's cards and the name and old and new
      *          addresses on every dbo.AddressChangeLog row, and
      *          the customer's master-data history images are
      *          scrubbed, so no copy of the erased data survives.
      *          Customers with an account still open or under a
      *          legal order still in force are left alone. Ledger,
      *          transaction and balance rows are keyed on ACC_ID,
      *          carry no personal data and are never touched, so
      *          every amount stays intact. Each customer
      *          pseudonymized is logged on dbo.PrivacyActionLog.
      * Input:   dbo.Customers, dbo.Accounts, dbo.AccountHolders,
      *          dbo.CustomerNotifications, dbo.InquiryAccessAudit,
      *          dbo.Cards, dbo.AddressChangeLog,
      *          dbo.LedgerEntries, dbo.ArchiveCatalog,
      *          dbo.LegalOrders, data/archive/<table> files
      *          PARM/command line: <CUSTOMER_ID> | ANONYMIZE
      * Output:  data/out/privacy_access_<CUSTOMER_ID>.txt
      *          (access run); dbo.Customers, dbo.Cards,
      *          dbo.AddressChangeLog, dbo.MasterDataHistory
      *          (anonymize run);
      *          dbo.PrivacyActionLog (both)
      * Lineage: transform_kind=extract (access),
      *          transform_kind=anonymize (anonymize)
      ******************************************************************
      * LINEAGE: PROGRAM=PRIVACY_REQUEST
      * LINEAGE: SRC=sqlserver.dbo.Customers(ALL COLUMNS)
      * LINEAGE: SRC=sqlserver.dbo.LedgerEntries(ALL COLUMNS)
      * LINEAGE: SRC=sqlserver.dbo.Cards(CARD_ID,CARD_NUMBER,ACC_ID,
      *               CARDHOLDER_NAME,EXPIRY_MONTH,STATUS,ISSUED_DATE)
      * LINEAGE: SRC=sqlserver.dbo.AddressChangeLog(ALL COLUMNS)
      * LINEAGE: TGT=txt.filesystem.privacy_access_<id>.txt(ALL
      *               COLUMNS)
      * LINEAGE: TGT=sqlserver.dbo.Customers(NAME,ADDRESS_LINE1,
      *               ADDRESS_LINE2,TAX_ID,PHONE,EMAIL,
      *               ANONYMIZED_DATE)
      * LINEAGE: TGT=sqlserver.dbo.Cards(CARDHOLDER_NAME)
      * LINEAGE: TGT=sqlserver.dbo.AddressChangeLog(NAME,
      *               OLD_ADDRESS_LINE1,OLD_ADDRESS_LINE2,
      *               NEW_ADDRESS_LINE1,NEW_ADDRESS_LINE2)
      * LINEAGE: TGT=sqlserver.dbo.PrivacyActionLog(ALL COLUMNS)
      * LINEAGE: MAP=CUSTOMER_ID -> NAME [PSEUDONYM 'ANON-'+ID]
      * LINEAGE: MAP=CUSTOMER_ID -> CARDHOLDER_NAME [PSEUDONYM,
      *               FIRST 26]
      * LINEAGE: MAP=ADDRESS_LINE1 -> ADDRESS_LINE1 [REDACTED]
      * LINEAGE: MAP=OLD_ADDRESS_LINE1,NEW_ADDRESS_LINE1 -> same
      *               [REDACTED]
      * LINEAGE: MAP=ADDRESS_LINE2,TAX_ID,PHONE,EMAIL -> '' [CLEARED]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.
           SELECT ARCHIVE-IN-FILE
               ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT PRIVACY-RPT
               ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVACY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD           PIC X(512).
       FD  PRIVACY-RPT.
       01  PRIVACY-RPT-RECORD          PIC X(512).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY BUSDATE.
       COPY MASTER-HISTORY.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(16)
                                        VALUE 'PRIVACY_REQUEST_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * File status
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
           88  ARCHIVE-FILE-OK         VALUE '00'.
           88  ARCHIVE-END-OF-FILE     VALUE '10'.
       01  WS-PRIVACY-RPT-STATUS       PIC XX.
           88  PRIVACY-RPT-OK          VALUE '00'.

      * Command-line / PARM parsing
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-PARM-TEXT                PIC X(256).
       01  WS-PARM-VALID               PIC X VALUE 'Y'.
           88  PARM-IS-VALID           VALUE 'Y'.
       01  WS-RUN-MODE                 PIC X VALUE SPACE.
           88  RUN-MODE-ACCESS         VALUE 'A'.
           88  RUN-MODE-ANONYMIZE      VALUE 'N'.

      * Access report
       01  WS-REPORT-FILE-NAME         PIC X(96).
       01  WS-REPORT-SHORT-NAME        PIC X(64).
       01  WS-RPT-LINE                 PIC X(512).
       01  WS-RPT-HEADER               PIC X(80).
       01  WS-SECTION-ROWS             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REPORT-ROWS              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-REPORT-INCOMPLETE        PIC X VALUE 'N'.
           88  REPORT-IS-INCOMPLETE    VALUE 'Y'.

      * Accounts the customer owns or holds a role on, loaded by the
      * account section and SEARCHed by the archive scan
       01  WS-PRV-ACCOUNT-TABLE.
           05  WS-PRV-ACC-ID           PIC X(32) OCCURS 500 TIMES
                                        INDEXED BY WS-PRV-ACC-IDX.
       01  WS-PRV-ACC-COUNT            PIC 9(4) COMP-5 VALUE ZERO.
       01  WS-PRV-ACC-MAX              PIC 9(4) COMP-5 VALUE 500.

      * Archive directory the purge writes under
       01  WS-ARCHIVE-FILE-NAME        PIC X(128).

      * Archives holding account-keyed rows about a customer: the
      * catalog TABLE_NAME, the archive file and the CSV field that
      * carries the ACC_ID - mirroring the layouts ARCHIVE_PURGE
      * exports
       01  WS-PRV-ARCH-DATA.
           05  FILLER.
               10  FILLER  PIC X(32) VALUE 'dbo.FraudReviewQueue'.
               10  FILLER  PIC X(40)
                   VALUE 'fraud_queue_archive.csv'.
               10  FILLER  PIC 9(2) VALUE 01.
           05  FILLER.
               10  FILLER  PIC X(32) VALUE 'dbo.InquiryAccessAudit'.
               10  FILLER  PIC X(40)
                   VALUE 'inquiry_audit_archive.csv'.
               10  FILLER  PIC 9(2) VALUE 02.

       01  WS-PRV-ARCH-TABLE REDEFINES WS-PRV-ARCH-DATA.
           05  WS-PRV-ARCH-ENTRY       OCCURS 2 TIMES
                                        INDEXED BY WS-PRV-ARCH-IDX.
               10  WS-PA-TABLE-NAME    PIC X(32).
               10  WS-PA-FILE-NAME     PIC X(40).
               10  WS-PA-KEY-FIELD     PIC 9(2).

       01  WS-PRV-ARCH-COUNT           PIC 9(2) COMP-5 VALUE 2.
       01  WS-KEY-FIELD-NO             PIC 9(2) COMP-5.
       01  WS-ROW-KEY                  PIC X(32).

      * CSV parsing fields - archive lines carry up to 6 fields
       01  WS-CSV-LINE                 PIC X(512).
       01  WS-FIELD-DELIMITER          PIC X VALUE ','.
       01  WS-FIELD-QUOTE              PIC X VALUE '"'.
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 6 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
       01  WS-CSV-LINE-LENGTH          PIC 9(4) COMP-5.
       01  WS-CSV-CURRENT-CHAR         PIC X.
       01  WS-CSV-QUOTE-STATE          PIC X VALUE 'N'.
           88  CSV-INSIDE-QUOTES       VALUE 'Y'.

      * Retention cutoff
       01  WS-CUTOFF-YEAR              PIC 9(4).
       01  WS-ANON-FIELD-LIST          PIC X(80) VALUE
           'NAME,ADDRESS_LINE1,ADDRESS_LINE2,TAX_ID,PHONE,EMAIL'.

      * Counters
       01  WS-CUSTOMERS-ANONYMIZED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-HISTORY-IMAGES-SCRUBBED  PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CARDS-SCRUBBED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ADDR-CHANGES-SCRUBBED    PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Display fields
       01  WS-AMT-DISP                 PIC -(15)9.99.
       01  WS-AMT-DISP-2               PIC -(15)9.99.
       01  WS-ID-DISP                  PIC Z(17)9.
       01  WS-ID-DISP-2                PIC Z(17)9.
       01  WS-COUNT-DISP               PIC Z(8)9.

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-CU-NAME                 PIC X(64).
       01  SQL-CU-ADDR1                PIC X(64).
       01  SQL-CU-ADDR2                PIC X(64).
       01  SQL-CU-TAX-ID               PIC X(16).
       01  SQL-CU-DOB                  PIC X(10).
       01  SQL-CU-PHONE                PIC X(24).
       01  SQL-CU-EMAIL                PIC X(64).
       01  SQL-CU-STATUS               PIC X(1).
       01  SQL-CU-CLOSED-DATE          PIC X(10).
       01  SQL-CU-ANON-DATE            PIC X(10).
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-ACC-TYPE                PIC X(16).
       01  SQL-ACC-STATUS              PIC X(1).
       01  SQL-ACC-OPEN-DATE           PIC X(10).
       01  SQL-ACC-CLOSE-DATE          PIC X(10).
       01  SQL-HOLDER-ROLE             PIC X(16).
       01  SQL-HOLDER-STATUS           PIC X(1).
       01  SQL-NOTIFICATION-ID         PIC 9(18) COMP-5.
       01  SQL-EVENT-TYPE              PIC X(16).
       01  SQL-EVENT-REF               PIC X(64).
       01  SQL-MESSAGE                 PIC X(256).
       01  SQL-QUEUED-FLAG             PIC X(1).
       01  SQL-ROW-TS                  PIC X(26).
       01  SQL-OPERATOR-ID             PIC X(32).
       01  SQL-DAYS-REQUESTED          PIC S9(9) COMP-5.
       01  SQL-ENTRY-ID                PIC 9(18) COMP-5.
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-DEBIT                   PIC S9(16)V99 COMP-3.
       01  SQL-CREDIT                  PIC S9(16)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-VALUE-DATE              PIC X(10).
       01  SQL-GL-CODE                 PIC X(16).
       01  SQL-NARRATIVE               PIC X(128).
       01  SQL-CAT-TABLE               PIC X(32).
       01  SQL-COVERAGE-COUNT          PIC S9(9) COMP-3.
       01  SQL-RETENTION-CUTOFF        PIC X(10).
       01  SQL-PSEUDONYM               PIC X(64).
       01  SQL-PV-ACTION               PIC X(10).
       01  SQL-PV-FIELDS               PIC X(80).
       01  SQL-PV-ROWS                 PIC S9(9) COMP-3.
       01  SQL-PV-OUTPUT-FILE          PIC X(64).
       01  SQL-CARD-ID                 PIC 9(18) COMP-5.
       01  SQL-CARD-NUMBER             PIC X(16).
       01  SQL-CARDHOLDER-NAME         PIC X(26).
       01  SQL-EXPIRY-MONTH            PIC X(7).
       01  SQL-CARD-STATUS             PIC X(1).
       01  SQL-ISSUED-DATE             PIC X(10).
       01  SQL-CHANGE-ID               PIC 9(18) COMP-5.
       01  SQL-AX-NAME                 PIC X(64).
       01  SQL-AX-OLD-ADDR1            PIC X(64).
       01  SQL-AX-OLD-ADDR2            PIC X(64).
       01  SQL-AX-NEW-ADDR1            PIC X(64).
       01  SQL-AX-NEW-ADDR2            PIC X(64).
       01  SQL-AX-SOURCE-ACTION        PIC X(16).
       01  SQL-AX-BUS-DATE             PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * The customer's accounts: owned outright or held in a role.
      * The sub-select is repeated in each per-account cursor below
       EXEC SQL
           DECLARE PRV_ACCOUNT_CURSOR CURSOR FOR
           SELECT A.ACC_ID,
                  COALESCE(A.ACC_TYPE, ' '),
                  COALESCE(A.STATUS, ' '),
                  COALESCE(CONVERT(CHAR(10), A.OPEN_DATE, 120), ' '),
                  COALESCE(CONVERT(CHAR(10), A.CLOSE_DATE, 120), ' '),
                  COALESCE(H.HOLDER_ROLE, 'OWNER'),
                  COALESCE(H.STATUS, ' ')
           FROM dbo.Accounts A
           LEFT JOIN dbo.AccountHolders H
             ON H.ACC_ID = A.ACC_ID
            AND H.CUSTOMER_ID = :SQL-CUSTOMER-ID
           WHERE A.CUSTOMER_ID = :SQL-CUSTOMER-ID
              OR H.CUSTOMER_ID IS NOT NULL
           ORDER BY A.ACC_ID
       END-EXEC.

       EXEC SQL
           DECLARE PRV_NOTIFY_CURSOR CURSOR FOR
           SELECT N.NOTIFICATION_ID,
                  N.ACC_ID,
                  COALESCE(N.EVENT_TYPE, ' '),
                  COALESCE(N.EVENT_REF, ' '),
                  COALESCE(N.MESSAGE, ' '),
                  COALESCE(N.QUEUED_FLAG, ' '),
                  N.TS_UTC
           FROM dbo.CustomerNotifications N
           WHERE N.ACC_ID IN (
                   SELECT A.ACC_ID FROM dbo.Accounts A
                   WHERE A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                   UNION
                   SELECT H.ACC_ID FROM dbo.AccountHolders H
                   WHERE H.CUSTOMER_ID = :SQL-CUSTOMER-ID)
           ORDER BY N.NOTIFICATION_ID
       END-EXEC.

       EXEC SQL
           DECLARE PRV_INQUIRY_CURSOR CURSOR FOR
           SELECT Q.OPERATOR_ID,
                  Q.ACC_ID,
                  COALESCE(Q.DAYS_REQUESTED, 0),
                  Q.TS_UTC
           FROM dbo.InquiryAccessAudit Q
           WHERE Q.ACC_ID IN (
                   SELECT A.ACC_ID FROM dbo.Accounts A
                   WHERE A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                   UNION
                   SELECT H.ACC_ID FROM dbo.AccountHolders H
                   WHERE H.CUSTOMER_ID = :SQL-CUSTOMER-ID)
           ORDER BY Q.TS_UTC
       END-EXEC.

      * Debit cards issued to the customer, on any account. Only
      * the last four digits of the card number are reported
       EXEC SQL
           DECLARE PRV_CARD_CURSOR CURSOR FOR
           SELECT K.CARD_ID,
                  COALESCE('************' + RIGHT(K.CARD_NUMBER, 4),
                           ' '),
                  K.ACC_ID,
                  COALESCE(K.CARDHOLDER_NAME, ' '),
                  COALESCE(K.EXPIRY_MONTH, ' '),
                  COALESCE(K.STATUS, ' '),
                  COALESCE(CONVERT(CHAR(10), K.ISSUED_DATE, 120), ' ')
           FROM dbo.Cards K
           WHERE K.CUSTOMER_ID = :SQL-CUSTOMER-ID
           ORDER BY K.CARD_ID
       END-EXEC.

      * Every address change logged against the customer
       EXEC SQL
           DECLARE PRV_ADDRCHG_CURSOR CURSOR FOR
           SELECT X.CHANGE_ID,
                  COALESCE(X.NAME, ' '),
                  COALESCE(X.OLD_ADDRESS_LINE1, ' '),
                  COALESCE(X.OLD_ADDRESS_LINE2, ' '),
                  COALESCE(X.NEW_ADDRESS_LINE1, ' '),
                  COALESCE(X.NEW_ADDRESS_LINE2, ' '),
                  COALESCE(X.SOURCE_ACTION, ' '),
                  COALESCE(CONVERT(CHAR(10), X.BUS_DATE, 120), ' '),
                  X.TS_UTC
           FROM dbo.AddressChangeLog X
           WHERE X.CUSTOMER_ID = :SQL-CUSTOMER-ID
           ORDER BY X.CHANGE_ID
       END-EXEC.

       EXEC SQL
           DECLARE PRV_LEDGER_CURSOR CURSOR FOR
           SELECT L.ENTRY_ID,
                  L.TX_ID,
                  L.ACC_ID,
                  COALESCE(L.DEBIT, 0),
                  COALESCE(L.CREDIT, 0),
                  COALESCE(L.CURRENCY, ' '),
                  COALESCE(CONVERT(CHAR(10), L.VALUE_DATE, 120), ' '),
                  COALESCE(L.GL_CODE, ' '),
                  COALESCE(L.NARRATIVE, ' ')
           FROM dbo.LedgerEntries L
           WHERE L.ACC_ID IN (
                   SELECT A.ACC_ID FROM dbo.Accounts A
                   WHERE A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                   UNION
                   SELECT H.ACC_ID FROM dbo.AccountHolders H
                   WHERE H.CUSTOMER_ID = :SQL-CUSTOMER-ID)
           ORDER BY L.ENTRY_ID
       END-EXEC.

      * Closed customers past retention and not yet pseudonymized.
      * The close date is the one CUSTOMER_MASTER stamped, or for
      * older records the last account close date. A customer
      * with any account not yet closed - owned or held in a role -
      * or any legal order still in force is skipped
       EXEC SQL
           DECLARE PRV_ANON_CURSOR CURSOR FOR
           SELECT C.CUSTOMER_ID,
                  CONVERT(CHAR(10),
                      COALESCE(C.CLOSED_DATE,
                          (SELECT MAX(A.CLOSE_DATE)
                           FROM dbo.Accounts A
                           WHERE A.CUSTOMER_ID = C.CUSTOMER_ID)),
                      120)
           FROM dbo.Customers C
           WHERE C.STATUS = 'C'
             AND C.ANONYMIZED_DATE IS NULL
             AND COALESCE(C.CLOSED_DATE,
                     (SELECT MAX(A.CLOSE_DATE)
                      FROM dbo.Accounts A
                      WHERE A.CUSTOMER_ID = C.CUSTOMER_ID))
                 <= :SQL-RETENTION-CUTOFF
             AND NOT EXISTS (
                   SELECT 1 FROM dbo.Accounts A
                   WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                     AND A.STATUS <> 'C')
             AND NOT EXISTS (
                   SELECT 1 FROM dbo.AccountHolders H
                   JOIN dbo.Accounts A ON A.ACC_ID = H.ACC_ID
                   WHERE H.CUSTOMER_ID = C.CUSTOMER_ID
                     AND H.STATUS = 'A'
                     AND A.STATUS <> 'C')
             AND NOT EXISTS (
                   SELECT 1 FROM dbo.LegalOrders O
                   JOIN dbo.Accounts A ON A.ACC_ID = O.ACC_ID
                   WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                     AND O.STATUS IN ('L', 'R', 'T'))
           ORDER BY C.CUSTOMER_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'PRIVACY_REQUEST - Personal-Data Access/Erasure'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           IF NOT PARM-IS-VALID
               DISPLAY 'ERROR: Usage: PRIVACY-REQUEST <CUSTOMER_ID> '
                       '| ANONYMIZE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           EVALUATE TRUE
               WHEN RUN-MODE-ACCESS
                   PERFORM WRITE-ACCESS-REPORT
               WHEN RUN-MODE-ANONYMIZE
                   PERFORM ANONYMIZE-CLOSED-CUSTOMERS
           END-EVALUATE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           IF WS-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY ' '.
           DISPLAY '============================================'.
           DISPLAY 'PRIVACY_REQUEST completed'.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Parse the PARM - ANONYMIZE selects the
      * retention run, anything else is the customer to extract
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE 'Y' TO WS-PARM-VALID.
           MOVE SPACES TO SQL-CUSTOMER-ID.
           MOVE SPACES TO WS-PRV-ACCOUNT-TABLE.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
               TO WS-PARM-TEXT.

           EVALUATE TRUE
               WHEN WS-PARM-TEXT = SPACES
                   MOVE 'N' TO WS-PARM-VALID
                   GO TO INITIALIZE-PROGRAM-EXIT
               WHEN WS-PARM-TEXT = 'ANONYMIZE'
                   SET RUN-MODE-ANONYMIZE TO TRUE
                   DISPLAY 'Mode: post-retention anonymization'
               WHEN OTHER
                   SET RUN-MODE-ACCESS TO TRUE
                   MOVE FUNCTION TRIM(WS-COMMAND-LINE)
                       TO SQL-CUSTOMER-ID
                   DISPLAY 'Mode: access extract for customer '
                           FUNCTION TRIM(SQL-CUSTOMER-ID)
           END-EVALUATE.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'PRIVACY_REQUEST' TO WS-MH-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-MH-RUN-ID.
           MOVE 'ANONYMIZE' TO WS-MH-ACTION.
           MOVE SPACES TO WS-MH-REQUESTED-BY WS-MH-APPROVED-BY.
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
      * WRITE-ACCESS-REPORT: The subject-access extract - one report
      * section per source holding the customer's data, each with
      * its own row count, and a grand total at the foot
      ******************************************************************
       WRITE-ACCESS-REPORT SECTION.
           PERFORM LOOKUP-CUSTOMER.
           IF SQLCODE NOT = 0
               GO TO WRITE-ACCESS-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-REPORT-SHORT-NAME.
           STRING 'privacy_access_' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-REPORT-SHORT-NAME
           END-STRING.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING 'data/out/' DELIMITED BY SIZE
                  WS-REPORT-SHORT-NAME DELIMITED BY SPACE
               INTO WS-REPORT-FILE-NAME
           END-STRING.

           OPEN OUTPUT PRIVACY-RPT.
           IF NOT PRIVACY-RPT-OK
               DISPLAY 'ERROR: Could not open access report '
                       FUNCTION TRIM(WS-REPORT-FILE-NAME)
               DISPLAY 'File status: ' WS-PRIVACY-RPT-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-ACCESS-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PERSONAL DATA ACCESS REPORT - CUSTOMER '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  '  AS OF ' DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  WS-CURRENT-RUN-ID DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           MOVE ALL '=' TO WS-RPT-LINE (1:79).
           PERFORM WRITE-RPT-LINE.

           PERFORM WRITE-CUSTOMER-SECTION.
           PERFORM WRITE-ACCOUNT-SECTION.
           PERFORM WRITE-NOTIFY-SECTION.
           PERFORM WRITE-INQUIRY-SECTION.
           PERFORM WRITE-CARD-SECTION.
           PERFORM WRITE-ADDRCHG-SECTION.
           PERFORM WRITE-LEDGER-SECTION.
           PERFORM SCAN-PRIVACY-ARCHIVE
               VARYING WS-PRV-ARCH-IDX FROM 1 BY 1
               UNTIL WS-PRV-ARCH-IDX > WS-PRV-ARCH-COUNT.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE ALL '=' TO WS-RPT-LINE (1:79).
           PERFORM WRITE-RPT-LINE.
           MOVE WS-REPORT-ROWS TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TOTAL ROWS REPORTED: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           IF REPORT-IS-INCOMPLETE
               MOVE SPACES TO WS-RPT-LINE
               STRING '** INCOMPLETE - ONE OR MORE SOURCES COULD '
                          DELIMITED BY SIZE
                      'NOT BE READ; RE-RUN BEFORE RESPONDING **'
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

           CLOSE PRIVACY-RPT.
           DISPLAY 'Access report written to '
                   FUNCTION TRIM(WS-REPORT-FILE-NAME).

      *    Evidence that the access request was answered
           MOVE 'ACCESS' TO SQL-PV-ACTION.
           MOVE SPACES TO SQL-PV-FIELDS.
           MOVE WS-REPORT-ROWS TO SQL-PV-ROWS.
           MOVE WS-REPORT-SHORT-NAME TO SQL-PV-OUTPUT-FILE.
           PERFORM INSERT-PRIVACY-LOG.
       WRITE-ACCESS-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-CUSTOMER: Read the customer record; a customer the
      * bank does not hold is an error, not an empty report
      ******************************************************************
       LOOKUP-CUSTOMER SECTION.
           EXEC SQL
               SELECT NAME,
                      COALESCE(ADDRESS_LINE1, ' '),
                      COALESCE(ADDRESS_LINE2, ' '),
                      COALESCE(TAX_ID, ' '),
                      COALESCE(CONVERT(CHAR(10), DATE_OF_BIRTH, 120),
                               ' '),
                      COALESCE(PHONE, ' '),
                      COALESCE(EMAIL, ' '),
                      STATUS,
                      COALESCE(CONVERT(CHAR(10), CLOSED_DATE, 120),
                               ' '),
                      COALESCE(CONVERT(CHAR(10), ANONYMIZED_DATE, 120),
                               ' ')
               INTO :SQL-CU-NAME,
                    :SQL-CU-ADDR1,
                    :SQL-CU-ADDR2,
                    :SQL-CU-TAX-ID,
                    :SQL-CU-DOB,
                    :SQL-CU-PHONE,
                    :SQL-CU-EMAIL,
                    :SQL-CU-STATUS,
                    :SQL-CU-CLOSED-DATE,
                    :SQL-CU-ANON-DATE
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   DISPLAY 'ERROR: Customer '
                           FUNCTION TRIM(SQL-CUSTOMER-ID)
                           ' not found - no report written'
                   ADD 1 TO WS-ERRORS
               WHEN OTHER
                   DISPLAY 'ERROR: Customer lookup failed'
                   DISPLAY 'SQLCODE: ' SQLCODE
                   ADD 1 TO WS-ERRORS
           END-EVALUATE.
       LOOKUP-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-CUSTOMER-SECTION: The customer record as held
      ******************************************************************
       WRITE-CUSTOMER-SECTION SECTION.
           MOVE 'dbo.Customers' TO WS-RPT-HEADER.
           PERFORM WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CUSTOMER_ID,NAME,ADDRESS_LINE1,ADDRESS_LINE2,'
                      DELIMITED BY SIZE
                  'TAX_ID,DATE_OF_BIRTH,PHONE,EMAIL,STATUS,'
                      DELIMITED BY SIZE
                  'CLOSED_DATE,ANONYMIZED_DATE' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CU-NAME) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CU-ADDR1) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CU-ADDR2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CU-TAX-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CU-DOB) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CU-PHONE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CU-EMAIL) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-CU-STATUS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CU-CLOSED-DATE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CU-ANON-DATE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           MOVE 1 TO WS-SECTION-ROWS.
           PERFORM WRITE-SECTION-TRAILER.
       WRITE-CUSTOMER-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ACCOUNT-SECTION: Every account the customer owns or
      * holds a role on; the ACC_IDs are kept for the archive scan
      ******************************************************************
       WRITE-ACCOUNT-SECTION SECTION.
           MOVE 'dbo.Accounts / dbo.AccountHolders' TO WS-RPT-HEADER.
           PERFORM WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ACC_ID,ACC_TYPE,STATUS,OPEN_DATE,CLOSE_DATE,'
                      DELIMITED BY SIZE
                  'HOLDER_ROLE,HOLDER_STATUS' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           EXEC SQL
               OPEN PRV_ACCOUNT_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM REPORT-SOURCE-FAILURE
           ELSE
               PERFORM WRITE-ACCOUNT-LINE
                   UNTIL SQLCODE = 100 OR SQLCODE < 0
               IF SQLCODE < 0
                   PERFORM REPORT-SOURCE-FAILURE
               END-IF
               EXEC SQL
                   CLOSE PRV_ACCOUNT_CURSOR
               END-EXEC
           END-IF.
           PERFORM WRITE-SECTION-TRAILER.
       WRITE-ACCOUNT-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ACCOUNT-LINE: Fetch and report one account
      ******************************************************************
       WRITE-ACCOUNT-LINE SECTION.
           EXEC SQL
               FETCH PRV_ACCOUNT_CURSOR
               INTO :SQL-ACC-ID,
                    :SQL-ACC-TYPE,
                    :SQL-ACC-STATUS,
                    :SQL-ACC-OPEN-DATE,
                    :SQL-ACC-CLOSE-DATE,
                    :SQL-HOLDER-ROLE,
                    :SQL-HOLDER-STATUS
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO WRITE-ACCOUNT-LINE-EXIT
           END-IF.

           IF WS-PRV-ACC-COUNT < WS-PRV-ACC-MAX
               ADD 1 TO WS-PRV-ACC-COUNT
               MOVE SQL-ACC-ID TO WS-PRV-ACC-ID (WS-PRV-ACC-COUNT)
           ELSE
               DISPLAY 'WARNING: More than ' WS-PRV-ACC-MAX
                       ' accounts - archive scan limited to the first'
               MOVE 'Y' TO WS-REPORT-INCOMPLETE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-TYPE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-ACC-STATUS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-OPEN-DATE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-CLOSE-DATE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-HOLDER-ROLE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-HOLDER-STATUS DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           ADD 1 TO WS-SECTION-ROWS.
       WRITE-ACCOUNT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-NOTIFY-SECTION: Correspondence queued to the customer's
      * accounts
      ******************************************************************
       WRITE-NOTIFY-SECTION SECTION.
           MOVE 'dbo.CustomerNotifications' TO WS-RPT-HEADER.
           PERFORM WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NOTIFICATION_ID,ACC_ID,EVENT_TYPE,EVENT_REF,'
                      DELIMITED BY SIZE
                  'MESSAGE,QUEUED_FLAG,TS_UTC' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           EXEC SQL
               OPEN PRV_NOTIFY_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM REPORT-SOURCE-FAILURE
           ELSE
               PERFORM WRITE-NOTIFY-LINE
                   UNTIL SQLCODE = 100 OR SQLCODE < 0
               IF SQLCODE < 0
                   PERFORM REPORT-SOURCE-FAILURE
               END-IF
               EXEC SQL
                   CLOSE PRV_NOTIFY_CURSOR
               END-EXEC
           END-IF.
           PERFORM WRITE-SECTION-TRAILER.
       WRITE-NOTIFY-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-NOTIFY-LINE: Fetch and report one notification
      ******************************************************************
       WRITE-NOTIFY-LINE SECTION.
           EXEC SQL
               FETCH PRV_NOTIFY_CURSOR
               INTO :SQL-NOTIFICATION-ID,
                    :SQL-ACC-ID,
                    :SQL-EVENT-TYPE,
                    :SQL-EVENT-REF,
                    :SQL-MESSAGE,
                    :SQL-QUEUED-FLAG,
                    :SQL-ROW-TS
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO WRITE-NOTIFY-LINE-EXIT
           END-IF.

           MOVE SQL-NOTIFICATION-ID TO WS-ID-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(WS-ID-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-EVENT-TYPE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-EVENT-REF) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-MESSAGE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-QUEUED-FLAG DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ROW-TS) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           ADD 1 TO WS-SECTION-ROWS.
       WRITE-NOTIFY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-INQUIRY-SECTION: Which staff looked at the customer's
      * accounts, and when
      ******************************************************************
       WRITE-INQUIRY-SECTION SECTION.
           MOVE 'dbo.InquiryAccessAudit' TO WS-RPT-HEADER.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 'OPERATOR_ID,ACC_ID,DAYS_REQUESTED,TS_UTC'
               TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

           EXEC SQL
               OPEN PRV_INQUIRY_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM REPORT-SOURCE-FAILURE
           ELSE
               PERFORM WRITE-INQUIRY-LINE
                   UNTIL SQLCODE = 100 OR SQLCODE < 0
               IF SQLCODE < 0
                   PERFORM REPORT-SOURCE-FAILURE
               END-IF
               EXEC SQL
                   CLOSE PRV_INQUIRY_CURSOR
               END-EXEC
           END-IF.
           PERFORM WRITE-SECTION-TRAILER.
       WRITE-INQUIRY-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-INQUIRY-LINE: Fetch and report one inquiry audit row
      ******************************************************************
       WRITE-INQUIRY-LINE SECTION.
           EXEC SQL
               FETCH PRV_INQUIRY_CURSOR
               INTO :SQL-OPERATOR-ID,
                    :SQL-ACC-ID,
                    :SQL-DAYS-REQUESTED,
                    :SQL-ROW-TS
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO WRITE-INQUIRY-LINE-EXIT
           END-IF.

           MOVE SQL-DAYS-REQUESTED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(SQL-OPERATOR-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ROW-TS) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           ADD 1 TO WS-SECTION-ROWS.
       WRITE-INQUIRY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-CARD-SECTION: Debit cards issued to the customer and
      * the name embossed on each
      ******************************************************************
       WRITE-CARD-SECTION SECTION.
           MOVE 'dbo.Cards' TO WS-RPT-HEADER.
           PERFORM WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CARD_ID,CARD_NUMBER,ACC_ID,CARDHOLDER_NAME,'
                      DELIMITED BY SIZE
                  'EXPIRY_MONTH,STATUS,ISSUED_DATE' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           EXEC SQL
               OPEN PRV_CARD_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM REPORT-SOURCE-FAILURE
           ELSE
               PERFORM WRITE-CARD-LINE
                   UNTIL SQLCODE = 100 OR SQLCODE < 0
               IF SQLCODE < 0
                   PERFORM REPORT-SOURCE-FAILURE
               END-IF
               EXEC SQL
                   CLOSE PRV_CARD_CURSOR
               END-EXEC
           END-IF.
           PERFORM WRITE-SECTION-TRAILER.
       WRITE-CARD-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-CARD-LINE: Fetch and report one card
      ******************************************************************
       WRITE-CARD-LINE SECTION.
           EXEC SQL
               FETCH PRV_CARD_CURSOR
               INTO :SQL-CARD-ID,
                    :SQL-CARD-NUMBER,
                    :SQL-ACC-ID,
                    :SQL-CARDHOLDER-NAME,
                    :SQL-EXPIRY-MONTH,
                    :SQL-CARD-STATUS,
                    :SQL-ISSUED-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO WRITE-CARD-LINE-EXIT
           END-IF.

           MOVE SQL-CARD-ID TO WS-ID-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(WS-ID-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CARD-NUMBER) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CARDHOLDER-NAME) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-EXPIRY-MONTH) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-CARD-STATUS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ISSUED-DATE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           ADD 1 TO WS-SECTION-ROWS.
       WRITE-CARD-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ADDRCHG-SECTION: Every address change logged for the
      * customer, with the old and new addresses
      ******************************************************************
       WRITE-ADDRCHG-SECTION SECTION.
           MOVE 'dbo.AddressChangeLog' TO WS-RPT-HEADER.
           PERFORM WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CHANGE_ID,NAME,OLD_ADDRESS_LINE1,'
                      DELIMITED BY SIZE
                  'OLD_ADDRESS_LINE2,NEW_ADDRESS_LINE1,'
                      DELIMITED BY SIZE
                  'NEW_ADDRESS_LINE2,SOURCE_ACTION,BUS_DATE,TS_UTC'
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           EXEC SQL
               OPEN PRV_ADDRCHG_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM REPORT-SOURCE-FAILURE
           ELSE
               PERFORM WRITE-ADDRCHG-LINE
                   UNTIL SQLCODE = 100 OR SQLCODE < 0
               IF SQLCODE < 0
                   PERFORM REPORT-SOURCE-FAILURE
               END-IF
               EXEC SQL
                   CLOSE PRV_ADDRCHG_CURSOR
               END-EXEC
           END-IF.
           PERFORM WRITE-SECTION-TRAILER.
       WRITE-ADDRCHG-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ADDRCHG-LINE: Fetch and report one address change
      ******************************************************************
       WRITE-ADDRCHG-LINE SECTION.
           EXEC SQL
               FETCH PRV_ADDRCHG_CURSOR
               INTO :SQL-CHANGE-ID,
                    :SQL-AX-NAME,
                    :SQL-AX-OLD-ADDR1,
                    :SQL-AX-OLD-ADDR2,
                    :SQL-AX-NEW-ADDR1,
                    :SQL-AX-NEW-ADDR2,
                    :SQL-AX-SOURCE-ACTION,
                    :SQL-AX-BUS-DATE,
                    :SQL-ROW-TS
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO WRITE-ADDRCHG-LINE-EXIT
           END-IF.

           MOVE SQL-CHANGE-ID TO WS-ID-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(WS-ID-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-AX-NAME) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-AX-OLD-ADDR1) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-AX-OLD-ADDR2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-AX-NEW-ADDR1) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-AX-NEW-ADDR2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-AX-SOURCE-ACTION)
                      DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-AX-BUS-DATE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ROW-TS) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           ADD 1 TO WS-SECTION-ROWS.
       WRITE-ADDRCHG-LINE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-LEDGER-SECTION: Every ledger entry posted to the
      * customer's accounts
      ******************************************************************
       WRITE-LEDGER-SECTION SECTION.
           MOVE 'dbo.LedgerEntries' TO WS-RPT-HEADER.
           PERFORM WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'ENTRY_ID,TX_ID,ACC_ID,DEBIT,CREDIT,CURRENCY,'
                      DELIMITED BY SIZE
                  'VALUE_DATE,GL_CODE,NARRATIVE' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           EXEC SQL
               OPEN PRV_LEDGER_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM REPORT-SOURCE-FAILURE
           ELSE
               PERFORM WRITE-LEDGER-LINE
                   UNTIL SQLCODE = 100 OR SQLCODE < 0
               IF SQLCODE < 0
                   PERFORM REPORT-SOURCE-FAILURE
               END-IF
               EXEC SQL
                   CLOSE PRV_LEDGER_CURSOR
               END-EXEC
           END-IF.
           PERFORM WRITE-SECTION-TRAILER.
       WRITE-LEDGER-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-LEDGER-LINE: Fetch and report one ledger entry
      ******************************************************************
       WRITE-LEDGER-LINE SECTION.
           EXEC SQL
               FETCH PRV_LEDGER_CURSOR
               INTO :SQL-ENTRY-ID,
                    :SQL-TX-ID,
                    :SQL-ACC-ID,
                    :SQL-DEBIT,
                    :SQL-CREDIT,
                    :SQL-CURRENCY,
                    :SQL-VALUE-DATE,
                    :SQL-GL-CODE,
                    :SQL-NARRATIVE
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO WRITE-LEDGER-LINE-EXIT
           END-IF.

           MOVE SQL-ENTRY-ID TO WS-ID-DISP.
           MOVE SQL-TX-ID TO WS-ID-DISP-2.
           MOVE SQL-DEBIT TO WS-AMT-DISP.
           MOVE SQL-CREDIT TO WS-AMT-DISP-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING FUNCTION TRIM(WS-ID-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-DISP-2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP-2) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-VALUE-DATE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-GL-CODE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-NARRATIVE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           ADD 1 TO WS-SECTION-ROWS.
       WRITE-LEDGER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-PRIVACY-ARCHIVE: Report the archived rows of one table
      * carrying any of the customer's ACC_IDs, verbatim in the
      * archived layout; the file is only read when the catalog
      * shows the table has been archived at all
      ******************************************************************
       SCAN-PRIVACY-ARCHIVE SECTION.
           MOVE SPACES TO WS-RPT-HEADER.
           STRING 'ARCHIVE ' DELIMITED BY SIZE
                  WS-PA-TABLE-NAME (WS-PRV-ARCH-IDX)
                      DELIMITED BY SPACE
               INTO WS-RPT-HEADER
           END-STRING.
           PERFORM WRITE-SECTION-HEADING.

           MOVE WS-PA-TABLE-NAME (WS-PRV-ARCH-IDX) TO SQL-CAT-TABLE.
           MOVE ZERO TO SQL-COVERAGE-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-COVERAGE-COUNT
               FROM dbo.ArchiveCatalog
               WHERE TABLE_NAME = :SQL-CAT-TABLE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Catalog lookup failed - scanning '
                       'the archive file anyway'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 1 TO SQL-COVERAGE-COUNT
           END-IF.

           IF SQL-COVERAGE-COUNT = ZERO OR WS-PRV-ACC-COUNT = ZERO
               MOVE '  (nothing archived for this customer)'
                   TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               GO TO SCAN-PRIVACY-ARCHIVE-EXIT
           END-IF.

           MOVE WS-PA-KEY-FIELD (WS-PRV-ARCH-IDX) TO WS-KEY-FIELD-NO.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING 'data/archive/' DELIMITED BY SIZE
                  WS-PA-FILE-NAME (WS-PRV-ARCH-IDX)
                      DELIMITED BY SPACE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING.

           OPEN INPUT ARCHIVE-IN-FILE.
           IF NOT ARCHIVE-FILE-OK
               DISPLAY 'ERROR: Cannot open archive file '
                       FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
               DISPLAY 'File status: ' WS-ARCHIVE-FILE-STATUS
               PERFORM REPORT-SOURCE-FAILURE
               GO TO SCAN-PRIVACY-ARCHIVE-EXIT
           END-IF.

           PERFORM SCAN-ONE-ARCHIVE-ROW
               UNTIL ARCHIVE-END-OF-FILE.
           CLOSE ARCHIVE-IN-FILE.
           PERFORM WRITE-SECTION-TRAILER.
       SCAN-PRIVACY-ARCHIVE-EXIT.
           EXIT.

      ******************************************************************
      * SCAN-ONE-ARCHIVE-ROW: Report one archived row if its ACC_ID
      * is one of the customer's accounts
      ******************************************************************
       SCAN-ONE-ARCHIVE-ROW SECTION.
           READ ARCHIVE-IN-FILE INTO WS-CSV-LINE
               AT END
                   SET ARCHIVE-END-OF-FILE TO TRUE
                   GO TO SCAN-ONE-ARCHIVE-ROW-EXIT
           END-READ.

           PERFORM SPLIT-CSV-LINE.
           MOVE WS-CSV-FIELD (WS-KEY-FIELD-NO) (1:32) TO WS-ROW-KEY.
           IF WS-ROW-KEY = SPACES
               GO TO SCAN-ONE-ARCHIVE-ROW-EXIT
           END-IF.

           SET WS-PRV-ACC-IDX TO 1.
           SEARCH WS-PRV-ACC-ID
               AT END
                   GO TO SCAN-ONE-ARCHIVE-ROW-EXIT
               WHEN WS-PRV-ACC-ID (WS-PRV-ACC-IDX) = WS-ROW-KEY
                   CONTINUE
           END-SEARCH.

           MOVE WS-CSV-LINE TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           ADD 1 TO WS-SECTION-ROWS.
       SCAN-ONE-ARCHIVE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-SECTION-HEADING: Title the next report section and
      * reset its row count
      ******************************************************************
       WRITE-SECTION-HEADING SECTION.
           MOVE ZERO TO WS-SECTION-ROWS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-RPT-HEADER TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE ALL '-' TO WS-RPT-LINE (1:79).
           PERFORM WRITE-RPT-LINE.
       WRITE-SECTION-HEADING-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-SECTION-TRAILER: Close a report section with its row
      * count and add it to the report total
      ******************************************************************
       WRITE-SECTION-TRAILER SECTION.
           IF WS-SECTION-ROWS = ZERO
               MOVE '  (none)' TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE WS-SECTION-ROWS TO WS-COUNT-DISP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  rows: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           ADD WS-SECTION-ROWS TO WS-REPORT-ROWS.
       WRITE-SECTION-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      * REPORT-SOURCE-FAILURE: A source could not be read - say so in
      * the report itself so an incomplete extract is never sent
      ******************************************************************
       REPORT-SOURCE-FAILURE SECTION.
           DISPLAY 'ERROR: Could not read '
                   FUNCTION TRIM(WS-RPT-HEADER).
           DISPLAY 'SQLCODE: ' SQLCODE.
           ADD 1 TO WS-ERRORS.
           MOVE 'Y' TO WS-REPORT-INCOMPLETE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ** ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-HEADER) DELIMITED BY SIZE
                  ' COULD NOT BE READ **' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM WRITE-RPT-LINE.

           MOVE 'PRIVACY_REQUEST' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SQL-CUSTOMER-ID TO WS-ERR-CONTEXT.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING 'Access extract could not read ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-HEADER) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
           END-STRING.
           PERFORM LOG-PROCESSING-ERROR.
       REPORT-SOURCE-FAILURE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-RPT-LINE: Write the current line if the report opened
      ******************************************************************
       WRITE-RPT-LINE SECTION.
           IF PRIVACY-RPT-OK
               WRITE PRIVACY-RPT-RECORD FROM WS-RPT-LINE
           END-IF.
       WRITE-RPT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * ANONYMIZE-CLOSED-CUSTOMERS: Pseudonymize every closed
      * customer whose close date is WS-PRIVACY-RETENTION-YEARS or
      * more before the business date
      ******************************************************************
       ANONYMIZE-CLOSED-CUSTOMERS SECTION.
           COMPUTE WS-CUTOFF-YEAR =
               FUNCTION NUMVAL(WS-BUS-DATE (1:4))
               - WS-PRIVACY-RETENTION-YEARS.
           MOVE SPACES TO SQL-RETENTION-CUTOFF.
           STRING WS-CUTOFF-YEAR DELIMITED BY SIZE
                  WS-BUS-DATE (5:6) DELIMITED BY SIZE
               INTO SQL-RETENTION-CUTOFF
           END-STRING.
      *    A 29 February business date has no twin in most years
           IF SQL-RETENTION-CUTOFF (6:5) = '02-29'
               MOVE '28' TO SQL-RETENTION-CUTOFF (9:2)
           END-IF.
           DISPLAY 'Retention cutoff (closed on or before): '
                   SQL-RETENTION-CUTOFF.

           EXEC SQL
               OPEN PRV_ANON_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open anonymization cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO ANONYMIZE-CLOSED-CUSTOMERS-EXIT
           END-IF.

           PERFORM ANONYMIZE-ONE-CUSTOMER
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE PRV_ANON_CURSOR
           END-EXEC.
       ANONYMIZE-CLOSED-CUSTOMERS-EXIT.
           EXIT.

      ******************************************************************
      * ANONYMIZE-ONE-CUSTOMER: Overwrite one customer's identifying
      * fields and log it. Only the customer's personal data is
      * changed - accounts, transactions and ledger entries keep
      * every amount
      ******************************************************************
       ANONYMIZE-ONE-CUSTOMER SECTION.
           EXEC SQL
               FETCH PRV_ANON_CURSOR
               INTO :SQL-CUSTOMER-ID,
                    :SQL-CU-CLOSED-DATE
           END-EXEC.
           IF SQLCODE = 100
               GO TO ANONYMIZE-ONE-CUSTOMER-EXIT
           END-IF.
           IF SQLCODE < 0
               DISPLAY 'ERROR: Anonymization cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO ANONYMIZE-ONE-CUSTOMER-EXIT
           END-IF.

           MOVE SPACES TO SQL-PSEUDONYM.
           STRING 'ANON-' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
               INTO SQL-PSEUDONYM
           END-STRING.

           PERFORM START-MASTER-CHANGE.
           MOVE SQL-CUSTOMER-ID TO WS-MH-CUSTOMER-ID.
           PERFORM CAPTURE-CUSTOMER-BEFORE.
           EXEC SQL
               UPDATE dbo.Customers
               SET NAME = :SQL-PSEUDONYM,
                   ADDRESS_LINE1 = 'REDACTED',
                   ADDRESS_LINE2 = '',
                   TAX_ID = '',
                   PHONE = '',
                   EMAIL = '',
                   ANONYMIZED_DATE = :SQL-BUS-DATE
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND ANONYMIZED_DATE IS NULL
           END-EXEC.
           PERFORM COMPLETE-MASTER-CHANGE.

      *    Already done by a concurrent run - nothing to log
           IF SQLCODE = 100
               GO TO ANONYMIZE-ONE-CUSTOMER-NEXT
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not anonymize customer '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'PRIVACY_REQUEST' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-CUSTOMER-ID TO WS-ERR-CONTEXT
               MOVE 'Customer anonymization update failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO ANONYMIZE-ONE-CUSTOMER-NEXT
           END-IF.

           MOVE 'ANONYMIZE' TO SQL-PV-ACTION.
           MOVE WS-ANON-FIELD-LIST TO SQL-PV-FIELDS.
           MOVE 1 TO SQL-PV-ROWS.
           MOVE SPACES TO SQL-PV-OUTPUT-FILE.
           PERFORM INSERT-PRIVACY-LOG.
           PERFORM SCRUB-MASTER-HISTORY.
           PERFORM SCRUB-CARDS-AND-ADDRESS-LOG.
           ADD 1 TO WS-CUSTOMERS-ANONYMIZED.
           DISPLAY 'Anonymized customer '
                   FUNCTION TRIM(SQL-CUSTOMER-ID)
                   ' (closed ' SQL-CU-CLOSED-DATE ')'.
       ANONYMIZE-ONE-CUSTOMER-NEXT.
      *    Keep the cursor loop going past a failed customer
           MOVE ZERO TO SQLCODE.
       ANONYMIZE-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * SCRUB-MASTER-HISTORY: The master-data history keeps every
      * earlier image of the customer row, identifying fields and
      * all, which would let MASTER_ASOF rebuild what was just erased.
      * Every before and after image of the customer - including the
      * one just captured for the anonymization itself - takes the
      * anonymized values in place of the old ones, so the history
      * still shows when each change happened and what it did to
      * every other field
      ******************************************************************
       SCRUB-MASTER-HISTORY SECTION.
           EXEC SQL
               UPDATE dbo.MasterDataHistory
               SET BEFORE_IMAGE =
                   JSON_MODIFY(JSON_MODIFY(JSON_MODIFY(
                   JSON_MODIFY(JSON_MODIFY(JSON_MODIFY(BEFORE_IMAGE,
                       '$.NAME', :SQL-PSEUDONYM),
                       '$.ADDRESS_LINE1', 'REDACTED'),
                       '$.ADDRESS_LINE2', ''),
                       '$.TAX_ID', ''),
                       '$.PHONE', ''),
                       '$.EMAIL', ''),
                   AFTER_IMAGE =
                   JSON_MODIFY(JSON_MODIFY(JSON_MODIFY(
                   JSON_MODIFY(JSON_MODIFY(JSON_MODIFY(AFTER_IMAGE,
                       '$.NAME', :SQL-PSEUDONYM),
                       '$.ADDRESS_LINE1', 'REDACTED'),
                       '$.ADDRESS_LINE2', ''),
                       '$.TAX_ID', ''),
                       '$.PHONE', ''),
                       '$.EMAIL', '')
               WHERE ENTITY_TYPE = 'CUSTOMER'
                 AND ENTITY_KEY = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Master history scrub failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'PRIVACY_REQUEST' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-CUSTOMER-ID TO WS-ERR-CONTEXT
               MOVE 'Master data history scrub failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO SCRUB-MASTER-HISTORY-EXIT
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-HISTORY-IMAGES-SCRUBBED
           END-IF.
       SCRUB-MASTER-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * SCRUB-CARDS-AND-ADDRESS-LOG: The name embossed on the
      * customer's cards and the change-of-address log (name, old
      * and new address on every row) are copies of the erased
      * fields too. Cards take the pseudonym, cut to the 26
      * characters CARDHOLDER_NAME holds; address-log rows take the
      * pseudonym and the same redaction as the customer record
      ******************************************************************
       SCRUB-CARDS-AND-ADDRESS-LOG SECTION.
           EXEC SQL
               UPDATE dbo.AddressChangeLog
               SET NAME = :SQL-PSEUDONYM,
                   OLD_ADDRESS_LINE1 = 'REDACTED',
                   OLD_ADDRESS_LINE2 = '',
                   NEW_ADDRESS_LINE1 = 'REDACTED',
                   NEW_ADDRESS_LINE2 = ''
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Address change log scrub failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'PRIVACY_REQUEST' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-CUSTOMER-ID TO WS-ERR-CONTEXT
               MOVE 'Address change log scrub failed'
                   TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-ADDR-CHANGES-SCRUBBED
           END-IF.

           EXEC SQL
               UPDATE dbo.Cards
               SET CARDHOLDER_NAME = LEFT(RTRIM(:SQL-PSEUDONYM), 26)
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Card name scrub failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'PRIVACY_REQUEST' TO WS-ERR-PROGRAM
               MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID
               MOVE SQL-CUSTOMER-ID TO WS-ERR-CONTEXT
               MOVE 'Card name scrub failed' TO WS-ERR-MESSAGE
               PERFORM LOG-PROCESSING-ERROR
               GO TO SCRUB-CARDS-AND-ADDRESS-LOG-EXIT
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-CARDS-SCRUBBED
           END-IF.
       SCRUB-CARDS-AND-ADDRESS-LOG-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-PRIVACY-LOG: Record the access extract or the
      * anonymization on dbo.PrivacyActionLog
      ******************************************************************
       INSERT-PRIVACY-LOG SECTION.
           EXEC SQL
               INSERT INTO dbo.PrivacyActionLog (
                   CUSTOMER_ID,
                   ACTION,
                   CLOSED_DATE,
                   FIELDS,
                   ROWS_AFFECTED,
                   OUTPUT_FILE,
                   BUS_DATE,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-CUSTOMER-ID,
                   :SQL-PV-ACTION,
                   NULLIF(:SQL-CU-CLOSED-DATE, ' '),
                   NULLIF(RTRIM(:SQL-PV-FIELDS), ''),
                   :SQL-PV-ROWS,
                   NULLIF(RTRIM(:SQL-PV-OUTPUT-FILE), ''),
                   :SQL-BUS-DATE,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Privacy action log insert failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       INSERT-PRIVACY-LOG-EXIT.
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
           IF WS-CSV-FIELD-IDX > 6
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
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'PRIVACY_REQUEST' TO WS-LIN-PROGRAM.
           MOVE 'sqlserver' TO WS-LIN-SRC-ENGINE.
           MOVE 'dbo' TO WS-LIN-SRC-SCHEMA.
           MOVE 'Customers' TO WS-LIN-SRC-TABLE.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           EVALUATE TRUE
               WHEN RUN-MODE-ACCESS
      *            Only log if an extract was written
                   IF WS-REPORT-ROWS = ZERO
                       GO TO LOG-LINEAGE-EVENT-EXIT
                   END-IF
                   MOVE 'ALL COLUMNS' TO WS-LIN-SRC-COLS
                   MOVE 'txt' TO WS-LIN-TGT-ENGINE
                   MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA
                   MOVE WS-REPORT-SHORT-NAME TO WS-LIN-TGT-TABLE
                   MOVE 'ALL COLUMNS' TO WS-LIN-TGT-COLS
                   MOVE 'extract' TO WS-LIN-TRANSFORM-KIND
                   MOVE SPACES TO WS-LIN-TRANSFORM-EXPR
                   STRING 'Customer, accounts, notifications, '
                              DELIMITED BY SIZE
                          'inquiry audit, cards, address changes, '
                              DELIMITED BY SIZE
                          'ledger and archived rows '
                              DELIMITED BY SIZE
                          'for one CUSTOMER_ID' DELIMITED BY SIZE
                       INTO WS-LIN-TRANSFORM-EXPR
                   END-STRING
               WHEN OTHER
      *            Only log if we anonymized at least one customer
                   IF WS-CUSTOMERS-ANONYMIZED = ZERO
                       GO TO LOG-LINEAGE-EVENT-EXIT
                   END-IF
                   MOVE 'CUSTOMER_ID,STATUS,CLOSED_DATE'
                       TO WS-LIN-SRC-COLS
                   MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE
                   MOVE 'dbo' TO WS-LIN-TGT-SCHEMA
                   MOVE 'Customers' TO WS-LIN-TGT-TABLE
                   MOVE SPACES TO WS-LIN-TGT-COLS
                   STRING WS-ANON-FIELD-LIST DELIMITED BY SPACE
                          ',ANONYMIZED_DATE' DELIMITED BY SIZE
                       INTO WS-LIN-TGT-COLS
                   END-STRING
                   MOVE 'anonymize' TO WS-LIN-TRANSFORM-KIND
                   MOVE SPACES TO WS-LIN-TRANSFORM-EXPR
                   STRING 'NAME=ANON-+CUSTOMER_ID, '
                              DELIMITED BY SIZE
                          'ADDRESS_LINE1=REDACTED, others cleared, '
                              DELIMITED BY SIZE
                          'closed past retention' DELIMITED BY SIZE
                       INTO WS-LIN-TRANSFORM-EXPR
                   END-STRING
           END-EVALUATE.

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
           IF RUN-MODE-ACCESS
               DISPLAY '  Accounts found:       ' WS-PRV-ACC-COUNT
               DISPLAY '  Rows reported:        ' WS-REPORT-ROWS
           ELSE
               DISPLAY '  Retention cutoff:     ' SQL-RETENTION-CUTOFF
               DISPLAY '  Customers anonymized: '
                       WS-CUSTOMERS-ANONYMIZED
               DISPLAY '  History rows scrubbed:'
                       WS-HISTORY-IMAGES-SCRUBBED
               DISPLAY '  Cards scrubbed:       ' WS-CARDS-SCRUBBED
               DISPLAY '  Address log scrubbed: '
                       WS-ADDR-CHANGES-SCRUBBED
           END-IF.
           DISPLAY '  Errors encountered:   ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM PRIVACY-REQUEST.
