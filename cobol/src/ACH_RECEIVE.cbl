       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RECEIVE.
       AUTHOR. COBOL Data Lineage Feature Team.
      ******************************************************************
      * ACH_RECEIVE - Inbound Clearing Receipt File Ingestion
      ******************************************************************
      * Purpose: Ingest the clearing network's fixed-width receipt
      *          file (payroll direct deposits, bill-pay debits and
      *          the like) straight into dbo.Transactions, in place
      *          of hand-converting it to the TX_INBOUND CSV. The
      *          file is read twice:
      *          1. the file header, batch headers, entry details
      *             and addenda are totalled and checked against
      *             every batch control record (entry/addenda count,
      *             entry hash, debit and credit totals) and the
      *             file control record. A batch that fails its
      *             control is not applied; a file that fails its
      *             own control (or is structurally broken) is not
      *             applied at all and the step is left open for
      *             the corrected file to be re-run;
      *          2. each entry of a balanced batch addressed to us
      *             is applied - an entry to an unknown, closed or
      *             frozen account, or a debit caught by a stop
      *             order on dbo.StopPayments, goes back to the
      *             originator on the outbound return file with its
      *             return reason code instead of failing later in
      *             POST_LEDGER; the rest become unposted DEPOSIT or
      *             WITHDRAWAL rows value-dated to the entry's
      *             effective date. Federal benefit batches are
      *             tagged in the narrative for LEGAL_ORDERS'
      *             exemption lookback.
      *          A Notification of Change batch (SEC COR) from a
      *          bank we sent to is matched back to the original
      *          dbo.AchOriginations item by trace, routing and
      *          account; the corrected routing and/or account
      *          number then replaces the stale EXT-<routing>-
      *          <account> destination on every live standing
      *          order, sweep order and unsent origination, with
      *          old and new values on dbo.PaymentDestinationAudit
      *          and a notice to each account affected.
      *          Every entry applied or returned is recorded on
      *          dbo.AchReceipts by trace number, so a re-delivered
      *          file never posts the same entry twice.
      * Input:   data/in/ach_receipt.dat (fixed width, 94-byte
      *          records; path overridable by PARM)
      *          dbo.Accounts, dbo.Customers, dbo.StopPayments
      *          dbo.AchOriginations
      * Output:  dbo.Transactions (DEPOSIT/WITHDRAWAL, unposted)
      *          dbo.AchReceipts
      *          dbo.StandingOrders, dbo.SweepOrders,
      *          dbo.AchOriginations (corrected destinations)
      *          dbo.PaymentDestinationAudit,
      *          dbo.CustomerNotifications
      *          data/out/ach_receipt_returns.dat
      *          data/out/ach_receipt_exceptions.csv
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=ACH_RECEIVE
      * LINEAGE: SRC=file.filesystem.ach_receipt.dat(FILE_HDR,
      *               BATCH_HDR,ENTRY,ADDENDA,BATCH_CTL,FILE_CTL)
      * LINEAGE: TGT=sqlserver.dbo.Transactions(ACC_ID,AMOUNT,
      *               CURRENCY,TX_TS_UTC,TX_TYPE,VALUE_DATE,NARRATIVE,
      *               CHANNEL)
      * LINEAGE: TGT=sqlserver.dbo.AchReceipts(TRACE_NUMBER,
      *               EFFECTIVE_DATE,TRAN_CODE,DFI_ACCOUNT,AMOUNT,
      *               STATUS,TX_ID,RETURN_CODE)
      * LINEAGE: TGT=file.filesystem.ach_receipt_returns.dat(FILE_HDR,
      *               BATCH_HDR,ENTRY,ADDENDA,BATCH_CTL,FILE_CTL)
      * LINEAGE: MAP=DFI_ACCOUNT -> ACC_ID [TRIM]
      * LINEAGE: MAP=TRAN_CODE,AMOUNT -> AMOUNT [CENTS, DEBIT
      *               NEGATED]
      * LINEAGE: MAP=TRAN_CODE -> TX_TYPE [CREDIT DEPOSIT, DEBIT
      *               WITHDRAWAL]
      * LINEAGE: TGT=sqlserver.dbo.StandingOrders(COUNTERPARTY_ACC_ID)
      * LINEAGE: TGT=sqlserver.dbo.SweepOrders(DEST_ACC_ID)
      * LINEAGE: TGT=sqlserver.dbo.PaymentDestinationAudit(ORDER_KIND,
      *               ORDER_ID,ACC_ID,OLD_DESTINATION,NEW_DESTINATION,
      *               CHANGE_CODE,ORIG_TRACE)
      * LINEAGE: MAP=EFFECTIVE_DATE -> VALUE_DATE [YYMMDD TO ISO]
      * LINEAGE: MAP=CORRECTED_DATA -> COUNTERPARTY_ACC_ID,DEST_ACC_ID
      *               [C01/C02/C03/C06/C07 -> EXT-<routing>-<account>]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE
               ASSIGN TO WS-INPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-FILE-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "data/out/ach_receipt_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT RECEIPT-EXCEPTIONS-CSV
               ASSIGN TO "data/out/ach_receipt_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  RECEIPT-FILE-RECORD         PIC X(94).

       FD  RETURN-FILE.
       01  RETURN-FILE-RECORD          PIC X(94).

       FD  RECEIPT-EXCEPTIONS-CSV.
       01  EXC-CSV-RECORD              PIC X(256).

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
       01  WS-RECEIPT-FILE-STATUS      PIC XX.
           88  RECEIPT-FILE-OK         VALUE '00'.
           88  RECEIPT-END-OF-FILE     VALUE '10'.
       01  WS-RETURN-FILE-STATUS       PIC XX.
           88  RETURN-FILE-OK          VALUE '00'.
       01  WS-EXC-FILE-STATUS          PIC XX.
           88  EXC-FILE-OK             VALUE '00'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

      * Input file name (overridden from the command line/PARM if given)
       01  WS-INPUT-FILE-NAME          PIC X(256)
               VALUE 'data/in/ach_receipt.dat'.
       01  WS-COMMAND-LINE             PIC X(256).

      * Receipt record as read, with one view per record type
       01  WS-NACHA-RECORD             PIC X(94).

       01  WS-NR-FILE-HEADER REDEFINES WS-NACHA-RECORD.
           05  WS-NH-REC-TYPE          PIC X(1).
           05  WS-NH-PRIORITY          PIC X(2).
           05  WS-NH-DEST-ROUTING      PIC X(10).
           05  WS-NH-ORIGIN-ROUTING    PIC X(10).
           05  WS-NH-CREATE-DATE       PIC X(6).
           05  WS-NH-CREATE-TIME       PIC X(4).
           05  WS-NH-FILE-ID-MOD       PIC X(1).
           05  WS-NH-RECORD-SIZE       PIC X(3).
           05  WS-NH-BLOCKING          PIC X(2).
           05  WS-NH-FORMAT-CODE       PIC X(1).
           05  WS-NH-DEST-NAME         PIC X(23).
           05  WS-NH-ORIGIN-NAME       PIC X(23).
           05  WS-NH-REFERENCE         PIC X(8).

       01  WS-NR-BATCH-HEADER REDEFINES WS-NACHA-RECORD.
           05  WS-NB-REC-TYPE          PIC X(1).
           05  WS-NB-SERVICE-CLASS     PIC X(3).
           05  WS-NB-COMPANY-NAME      PIC X(16).
           05  WS-NB-DISCRETIONARY     PIC X(20).
           05  WS-NB-COMPANY-ID        PIC X(10).
           05  WS-NB-SEC-CODE          PIC X(3).
           05  WS-NB-ENTRY-DESC        PIC X(10).
           05  WS-NB-DESC-DATE         PIC X(6).
           05  WS-NB-EFF-DATE          PIC X(6).
           05  WS-NB-SETTLE-DATE       PIC X(3).
           05  WS-NB-ORIG-STATUS       PIC X(1).
           05  WS-NB-ODFI-ROUTING      PIC X(8).
           05  WS-NB-BATCH-NUMBER      PIC X(7).

       01  WS-NR-ENTRY-DETAIL REDEFINES WS-NACHA-RECORD.
           05  WS-NE-REC-TYPE          PIC X(1).
           05  WS-NE-TRAN-CODE         PIC X(2).
           05  WS-NE-TRAN-CODE-DIGITS REDEFINES WS-NE-TRAN-CODE.
               10  WS-NE-TRAN-ACCT-DIGIT PIC X(1).
               10  WS-NE-TRAN-KIND-DIGIT PIC X(1).
      *            1-4 credit side, 5-9 debit side
                   88  NE-CREDIT-SIDE  VALUE '1' '2' '3' '4'.
                   88  NE-DEBIT-SIDE   VALUE '5' '6' '7' '8' '9'.
           05  WS-NE-RDFI-ROUTING      PIC X(8).
           05  WS-NE-RDFI-ROUTING-N REDEFINES WS-NE-RDFI-ROUTING
                                       PIC 9(8).
           05  WS-NE-CHECK-DIGIT       PIC X(1).
           05  WS-NE-DFI-ACCOUNT       PIC X(17).
           05  WS-NE-AMOUNT            PIC X(10).
           05  WS-NE-AMOUNT-N REDEFINES WS-NE-AMOUNT
                                       PIC 9(10).
           05  WS-NE-INDIVIDUAL-ID     PIC X(15).
           05  WS-NE-INDIVIDUAL-NAME   PIC X(22).
           05  WS-NE-DISCRETIONARY     PIC X(2).
           05  WS-NE-ADDENDA-IND       PIC X(1).
           05  WS-NE-TRACE-NUMBER      PIC X(15).

       01  WS-NR-BATCH-CONTROL REDEFINES WS-NACHA-RECORD.
           05  WS-NC-REC-TYPE          PIC X(1).
           05  WS-NC-SERVICE-CLASS     PIC X(3).
           05  WS-NC-ENTRY-COUNT       PIC 9(6).
           05  WS-NC-ENTRY-HASH        PIC 9(10).
           05  WS-NC-TOTAL-DEBIT       PIC 9(12).
           05  WS-NC-TOTAL-CREDIT      PIC 9(12).
           05  WS-NC-COMPANY-ID        PIC X(10).
           05  WS-NC-AUTH-CODE         PIC X(19).
           05  WS-NC-RESERVED          PIC X(6).
           05  WS-NC-ODFI-ROUTING      PIC X(8).
           05  WS-NC-BATCH-NUMBER      PIC X(7).

       01  WS-NR-ADDENDA REDEFINES WS-NACHA-RECORD.
           05  WS-NA-REC-TYPE          PIC X(1).
           05  WS-NA-ADDENDA-TYPE      PIC X(2).
           05  WS-NA-CHANGE-CODE       PIC X(3).
           05  WS-NA-ORIG-TRACE        PIC X(15).
           05  WS-NA-RESERVED          PIC X(6).
           05  WS-NA-ORIG-RDFI         PIC X(8).
           05  WS-NA-CORRECTED-DATA    PIC X(29).
           05  WS-NA-RESERVED-2        PIC X(15).
           05  WS-NA-TRACE-NUMBER      PIC X(15).

       01  WS-NR-FILE-CONTROL REDEFINES WS-NACHA-RECORD.
           05  WS-NF-REC-TYPE          PIC X(1).
           05  WS-NF-BATCH-COUNT       PIC 9(6).
           05  WS-NF-BLOCK-COUNT       PIC 9(6).
           05  WS-NF-ENTRY-COUNT       PIC 9(8).
           05  WS-NF-ENTRY-HASH        PIC 9(10).
           05  WS-NF-TOTAL-DEBIT       PIC 9(12).
           05  WS-NF-TOTAL-CREDIT      PIC 9(12).
           05  WS-NF-RESERVED          PIC X(39).

      * Batch header of the batch being applied
       01  WS-CURRENT-BATCH.
           05  WS-CB-SERVICE-CLASS     PIC X(3).
           05  WS-CB-COMPANY-NAME      PIC X(16).
           05  WS-CB-COMPANY-ID        PIC X(10).
           05  WS-CB-SEC-CODE          PIC X(3).
           05  WS-CB-ENTRY-DESC        PIC X(10).
           05  WS-CB-EFF-DATE          PIC X(6).
           05  WS-CB-ODFI-ROUTING      PIC X(8).
           05  WS-CB-BATCH-NUMBER      PIC X(7).
           05  WS-CB-BENEFIT-FLAG      PIC X(1).
               88  CB-FEDERAL-BENEFIT  VALUE 'Y'.
       01  WS-FILE-ID                  PIC X(11).

      * Notification of Change entry held for its '98' addenda
       01  WS-NOC-PENDING              PIC X VALUE 'N'.
           88  NOC-ENTRY-PENDING       VALUE 'Y'.
       01  WS-NOC-ENTRY-SAVE           PIC X(94).
       01  WS-NOC-ADDENDA-TYPE         PIC X(2).
       01  WS-NOC-CHANGE-CODE          PIC X(3).
       01  WS-NOC-CORRECTED-DATA       PIC X(29).
       01  WS-NOC-NEW-ROUTING          PIC X(9).
       01  WS-NOC-NEW-ACCOUNT          PIC X(17).

      * Control verification accumulators (pass 1). One flag per
      * batch records whether the batch balanced to its control
       01  WS-FILE-VALID               PIC X VALUE 'Y'.
           88  FILE-IS-VALID           VALUE 'Y'.
       01  WS-FILE-REJECT-REASON       PIC X(80).
       01  WS-RECEIPT-FILE-PRESENT     PIC X VALUE 'Y'.
           88  RECEIPT-FILE-PRESENT    VALUE 'Y'.
       01  WS-FILE-HEADER-SEEN         PIC X VALUE 'N'.
           88  FILE-HEADER-WAS-SEEN    VALUE 'Y'.
       01  WS-FILE-CONTROL-SEEN        PIC X VALUE 'N'.
           88  FILE-CONTROL-WAS-SEEN   VALUE 'Y'.
       01  WS-IN-BATCH                 PIC X VALUE 'N'.
           88  INSIDE-BATCH            VALUE 'Y'.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-OK             PIC X OCCURS 999 TIMES.
       01  WS-BATCH-IDX                PIC 9(4) COMP-5 VALUE ZERO.
       01  WS-BATCH-MAX                PIC 9(4) COMP-5 VALUE 999.
       01  WS-BATCH-SERVICE-CLASS      PIC X(3).
       01  WS-BATCH-NUMBER-SAVED       PIC X(7).
       01  WS-BATCH-ENTRY-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-BATCH-ENTRY-HASH         PIC 9(10) VALUE ZERO.
       01  WS-BATCH-TOTAL-DEBIT        PIC 9(12) VALUE ZERO.
       01  WS-BATCH-TOTAL-CREDIT       PIC 9(12) VALUE ZERO.
       01  WS-BATCH-NUMERIC-OK         PIC X VALUE 'Y'.
           88  BATCH-NUMERICS-OK       VALUE 'Y'.
       01  WS-FILE-BATCH-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-FILE-ENTRY-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-FILE-ENTRY-HASH          PIC 9(10) VALUE ZERO.
       01  WS-FILE-TOTAL-DEBIT         PIC 9(12) VALUE ZERO.
       01  WS-FILE-TOTAL-CREDIT        PIC 9(12) VALUE ZERO.

      * Return file record layouts (fixed width, 94 bytes)
       01  WS-RET-FILE-HEADER-REC.
           05  FILLER                  PIC X(1) VALUE '1'.
           05  FILLER                  PIC X(2) VALUE '01'.
           05  WS-RH-DEST-ROUTING      PIC X(10).
           05  WS-RH-ORIGIN-ROUTING    PIC X(10).
           05  WS-RH-CREATE-DATE       PIC 9(6).
           05  WS-RH-CREATE-TIME       PIC 9(4).
           05  WS-RH-FILE-ID-MOD       PIC X(1) VALUE 'A'.
           05  FILLER                  PIC X(3) VALUE '094'.
           05  FILLER                  PIC X(2) VALUE '10'.
           05  FILLER                  PIC X(1) VALUE '1'.
           05  WS-RH-DEST-NAME         PIC X(23)
                                        VALUE 'CLEARING NETWORK'.
           05  WS-RH-ORIGIN-NAME       PIC X(23)
                                        VALUE 'COBOL BANKING'.
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-RET-BATCH-HEADER-REC.
           05  FILLER                  PIC X(1) VALUE '5'.
           05  WS-RB-SERVICE-CLASS     PIC X(3).
           05  WS-RB-COMPANY-NAME      PIC X(16).
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  WS-RB-COMPANY-ID        PIC X(10).
           05  WS-RB-SEC-CODE          PIC X(3).
           05  WS-RB-ENTRY-DESC        PIC X(10).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-RB-EFF-DATE          PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE '1'.
           05  WS-RB-ODFI-ROUTING      PIC X(8).
           05  WS-RB-BATCH-NUMBER      PIC 9(7).

       01  WS-RET-ENTRY-REC.
           05  FILLER                  PIC X(1) VALUE '6'.
           05  WS-RE-TRAN-CODE         PIC 9(2).
           05  WS-RE-RDFI-ROUTING      PIC X(8).
           05  WS-RE-CHECK-DIGIT       PIC 9(1).
           05  WS-RE-DFI-ACCOUNT       PIC X(17).
           05  WS-RE-AMOUNT            PIC X(10).
           05  WS-RE-INDIVIDUAL-ID     PIC X(15).
           05  WS-RE-INDIVIDUAL-NAME   PIC X(22).
           05  WS-RE-DISCRETIONARY     PIC X(2).
           05  FILLER                  PIC X(1) VALUE '1'.
           05  WS-RE-TRACE-ROUTING     PIC X(8).
           05  WS-RE-TRACE-SEQ         PIC 9(7).

       01  WS-RET-ADDENDA-REC.
           05  FILLER                  PIC X(1) VALUE '7'.
           05  FILLER                  PIC X(2) VALUE '99'.
           05  WS-RA-RETURN-CODE       PIC X(3).
           05  WS-RA-ORIG-TRACE        PIC X(15).
           05  WS-RA-DATE-OF-DEATH     PIC X(6) VALUE SPACES.
           05  WS-RA-ORIG-RDFI         PIC X(8).
           05  WS-RA-ADDENDA-INFO      PIC X(44).
           05  WS-RA-TRACE-ROUTING     PIC X(8).
           05  WS-RA-TRACE-SEQ         PIC 9(7).

       01  WS-RET-BATCH-CONTROL-REC.
           05  FILLER                  PIC X(1) VALUE '8'.
           05  WS-RCB-SERVICE-CLASS     PIC X(3).
           05  WS-RCB-ENTRY-COUNT      PIC 9(6).
           05  WS-RCB-ENTRY-HASH       PIC 9(10).
           05  WS-RCB-TOTAL-DEBIT      PIC 9(12).
           05  WS-RCB-TOTAL-CREDIT     PIC 9(12).
           05  WS-RCB-COMPANY-ID       PIC X(10).
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  WS-RCB-ODFI-ROUTING     PIC X(8).
           05  WS-RCB-BATCH-NUMBER     PIC 9(7).

       01  WS-RET-FILE-CONTROL-REC.
           05  FILLER                  PIC X(1) VALUE '9'.
           05  WS-RF-BATCH-COUNT       PIC 9(6).
           05  WS-RF-BLOCK-COUNT       PIC 9(6).
           05  WS-RF-ENTRY-COUNT       PIC 9(8).
           05  WS-RF-ENTRY-HASH        PIC 9(10).
           05  WS-RF-TOTAL-DEBIT       PIC 9(12).
           05  WS-RF-TOTAL-CREDIT      PIC 9(12).
           05  FILLER                  PIC X(39) VALUE SPACES.

      * Return file accumulation working storage
       01  WS-RET-FILE-OPEN            PIC X VALUE 'N'.
           88  RET-FILE-IS-OPEN        VALUE 'Y'.
       01  WS-RET-BATCH-OPEN           PIC X VALUE 'N'.
           88  RET-BATCH-IS-OPEN       VALUE 'Y'.
       01  WS-RET-RECORD-COUNT         PIC 9(8) COMP-5 VALUE ZERO.
       01  WS-RET-BATCH-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-RET-TRACE-SEQ            PIC 9(7) VALUE ZERO.
       01  WS-RET-BATCH-ENTRIES        PIC 9(6) VALUE ZERO.
       01  WS-RET-BATCH-HASH           PIC 9(10) VALUE ZERO.
       01  WS-RET-BATCH-DEBIT          PIC 9(12) VALUE ZERO.
       01  WS-RET-BATCH-CREDIT         PIC 9(12) VALUE ZERO.
       01  WS-RET-FILE-ENTRIES         PIC 9(8) VALUE ZERO.
       01  WS-RET-FILE-HASH            PIC 9(10) VALUE ZERO.
       01  WS-RET-FILE-DEBIT           PIC 9(12) VALUE ZERO.
       01  WS-RET-FILE-CREDIT          PIC 9(12) VALUE ZERO.
       01  WS-RETURN-REASON-CODE       PIC X(3).
       01  WS-CREATE-DATE-YYYYMMDD     PIC 9(8).

      * Routing check digit: weights 3-7-1 over the first 8 digits
       01  WS-CHECK-ROUTING            PIC 9(8).
       01  WS-CHECK-ROUTING-DIGITS REDEFINES WS-CHECK-ROUTING.
           05  WS-CHECK-DIGIT-IN       PIC 9 OCCURS 8 TIMES.
       01  WS-CHECK-WEIGHTS            PIC X(8) VALUE '37137137'.
       01  WS-CHECK-WEIGHT-DIGITS REDEFINES WS-CHECK-WEIGHTS.
           05  WS-CHECK-WEIGHT         PIC 9 OCCURS 8 TIMES.
       01  WS-CHECK-SUM                PIC 9(4) COMP-5.
       01  WS-CHECK-IDX                PIC 9(2) COMP-5.
       01  WS-CHECK-RESULT             PIC 9(1).

      * Entry working fields
       01  WS-ENTRY-KIND               PIC X VALUE SPACE.
           88  ENTRY-IS-CREDIT         VALUE 'C'.
           88  ENTRY-IS-DEBIT          VALUE 'D'.
           88  ENTRY-IS-PRENOTE        VALUE 'N'.
           88  ENTRY-IS-UNSUPPORTED    VALUE 'U'.
       01  WS-EFF-DATE-ISO             PIC X(10).
       01  WS-EFF-DATE-NUM             PIC 9(8).
       01  WS-EXC-LINE                 PIC X(256).
       01  WS-EXC-REASON               PIC X(80).
       01  WS-EXC-TRACE                PIC X(15).
       01  WS-RECORD-NUMBER-DISPLAY    PIC Z(8)9.
       01  WS-BATCH-IDX-DISPLAY        PIC Z(3)9.

      * Row counters
       01  WS-RECORD-NUMBER            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ENTRIES-READ             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ENTRIES-POSTED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ENTRIES-RETURNED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ENTRIES-DUPLICATE        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ENTRIES-EXCEPTION        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PRENOTES-VERIFIED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BENEFIT-ENTRIES          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NOC-APPLIED              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-NOC-ORDERS-CHANGED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BATCHES-REJECTED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  WS-RUN-ID-TIMESTAMP         PIC X(20).
       01  WS-CURRENT-RUN-ID.
           05  FILLER                  PIC X(12)
                                        VALUE 'ACH_RECEIVE_'.
           05  WS-RUN-ID-TS            PIC X(15).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-ACC-ID                  PIC X(32).
       01  SQL-AMOUNT                  PIC S9(16)V99 COMP-3.
       01  SQL-ENTRY-AMOUNT            PIC S9(16)V99 COMP-3.
       01  SQL-CURRENCY                PIC X(3).
       01  SQL-TX-TYPE                 PIC X(32).
       01  SQL-VALUE-DATE              PIC X(10).
       01  SQL-NARRATIVE               PIC X(80).
       01  SQL-CHANNEL                 PIC X(16).
       01  SQL-TX-ID                   PIC 9(18) COMP-5.
       01  SQL-ACCT-STATUS             PIC X(1).
       01  SQL-CUST-STATUS             PIC X(1).
       01  SQL-STOP-ID                 PIC 9(18) COMP-5.
       01  SQL-STOP-MATCH-CP           PIC X(32).
       01  SQL-TRACE-NUMBER            PIC X(15).
       01  SQL-ODFI-ROUTING            PIC X(8).
       01  SQL-COMPANY-ID              PIC X(10).
       01  SQL-COMPANY-NAME            PIC X(16).
       01  SQL-SEC-CODE                PIC X(3).
       01  SQL-TRAN-CODE               PIC X(2).
       01  SQL-DFI-ACCOUNT             PIC X(17).
       01  SQL-INDIVIDUAL-NAME         PIC X(22).
       01  SQL-RECEIPT-STATUS          PIC X(1).
       01  SQL-RETURN-CODE             PIC X(3).
       01  SQL-FILE-ID                 PIC X(11).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-ORIG-TRACE              PIC X(15).
       01  SQL-ORIG-RDFI               PIC X(8).
       01  SQL-NOC-ACC-ID              PIC X(32).
       01  SQL-OLD-ROUTING             PIC X(9).
       01  SQL-OLD-EXT-ACCOUNT         PIC X(17).
       01  SQL-NEW-ROUTING             PIC X(9).
       01  SQL-NEW-EXT-ACCOUNT         PIC X(17).
       01  SQL-OLD-DESTINATION         PIC X(32).
       01  SQL-NEW-DESTINATION         PIC X(32).
       01  SQL-CHANGE-CODE             PIC X(3).
       01  SQL-NOTICE-TYPE             PIC X(16).
       01  SQL-NOTICE-REF              PIC X(64).
       01  SQL-NOTICE-MESSAGE          PIC X(128).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators for the receipt's TX_ID / RETURN_CODE
       01  SQL-TX-ID-NULL              PIC S9(4) COMP-5.
       01  SQL-RETURN-CODE-NULL        PIC S9(4) COMP-5.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           DISPLAY 'ACH_RECEIVE - Inbound Clearing Receipt File'.
           DISPLAY '============================================'.
           DISPLAY ' '.

           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO SQL-BUS-DATE.
           MOVE 'ACH_RECEIVE' TO WS-RC-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-RC-RUN-ID.
           PERFORM REGISTER-RUN-START.
           IF RUN-ALREADY-COMPLETED
               PERFORM DISCONNECT-DATABASE
               DISPLAY 'Step skipped by run-control'
               STOP RUN
           END-IF.

           PERFORM OPEN-EXCEPTIONS-FILE.
           PERFORM VERIFY-CONTROL-TOTALS.
           IF FILE-IS-VALID AND RECEIPT-FILE-PRESENT
               PERFORM APPLY-RECEIPT-ENTRIES
           END-IF.
           PERFORM CLOSE-EXCEPTIONS-FILE.

           IF WS-ENTRIES-POSTED > ZERO OR WS-ENTRIES-RETURNED > ZERO
               OR WS-NOC-APPLIED > ZERO
               PERFORM LOG-LINEAGE-EVENT
           END-IF.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.

           DISPLAY ' '.
           DISPLAY '============================================'.
           IF FILE-IS-VALID
               DISPLAY 'ACH_RECEIVE completed successfully'
           ELSE
               DISPLAY 'ACH_RECEIVE rejected the receipt file - '
                       FUNCTION TRIM(WS-FILE-REJECT-REASON)
      *        A warning, not a stop: the rest of the night runs
      *        while operations obtains a corrected file
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '============================================'.

           STOP RUN.

      ******************************************************************
      * INITIALIZE-PROGRAM: Set up working storage and run ID
      ******************************************************************
       INITIALIZE-PROGRAM SECTION.
           MOVE ZERO TO WS-RECORD-NUMBER.
           MOVE 'Y' TO WS-FILE-VALID.
           MOVE SPACES TO WS-FILE-REJECT-REASON.

      *    Allow the receipt file path to be overridden from the
      *    command line (or JCL PARM), the same convention the other
      *    ingesters use
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
      * OPEN-EXCEPTIONS-FILE: Create the exceptions CSV with header
      ******************************************************************
       OPEN-EXCEPTIONS-FILE SECTION.
           OPEN OUTPUT RECEIPT-EXCEPTIONS-CSV.
           IF NOT EXC-FILE-OK
               DISPLAY 'WARNING: Cannot create exceptions file'
               DISPLAY 'File status: ' WS-EXC-FILE-STATUS
               GO TO OPEN-EXCEPTIONS-FILE-EXIT
           END-IF.

           MOVE 'RECORD_NUMBER,TRACE_NUMBER,REASON' TO WS-EXC-LINE.
           WRITE EXC-CSV-RECORD FROM WS-EXC-LINE.
       OPEN-EXCEPTIONS-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-EXCEPTION-ROW: Record one record or entry that could be
      * neither applied nor returned, for operations to work
      ******************************************************************
       WRITE-EXCEPTION-ROW SECTION.
           ADD 1 TO WS-ENTRIES-EXCEPTION.
           MOVE WS-RECORD-NUMBER TO WS-RECORD-NUMBER-DISPLAY.

           MOVE 'ACH_RECEIVE' TO WS-ERR-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-ERR-RUN-ID.
           MOVE SPACES TO WS-ERR-CONTEXT.
           STRING 'RECORD ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECORD-NUMBER-DISPLAY)
                      DELIMITED BY SIZE
               INTO WS-ERR-CONTEXT
           END-STRING.
           MOVE WS-EXC-REASON TO WS-ERR-MESSAGE.
           PERFORM LOG-PROCESSING-ERROR.

           IF NOT EXC-FILE-OK
               GO TO WRITE-EXCEPTION-ROW-EXIT
           END-IF.

           MOVE SPACES TO WS-EXC-LINE.
           STRING FUNCTION TRIM(WS-RECORD-NUMBER-DISPLAY)
                      DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXC-TRACE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXC-REASON) DELIMITED BY SIZE
               INTO WS-EXC-LINE
           END-STRING.
           WRITE EXC-CSV-RECORD FROM WS-EXC-LINE.
       WRITE-EXCEPTION-ROW-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-EXCEPTIONS-FILE: Close the exceptions CSV
      ******************************************************************
       CLOSE-EXCEPTIONS-FILE SECTION.
           IF EXC-FILE-OK
               CLOSE RECEIPT-EXCEPTIONS-CSV
           END-IF.
       CLOSE-EXCEPTIONS-FILE-EXIT.
           EXIT.

      ******************************************************************
      * VERIFY-CONTROL-TOTALS: First pass over the receipt file.
      * Re-total every batch and the file from the entry details and
      * compare against the control records the network wrote. A
      * missing file is a night with nothing received
      ******************************************************************
       VERIFY-CONTROL-TOTALS SECTION.
           OPEN INPUT RECEIPT-FILE.
           IF NOT RECEIPT-FILE-OK
               DISPLAY 'No ACH receipt file tonight - status '
                       WS-RECEIPT-FILE-STATUS
               MOVE 'N' TO WS-RECEIPT-FILE-PRESENT
               GO TO VERIFY-CONTROL-TOTALS-EXIT
           END-IF.

           MOVE ZERO TO WS-RECORD-NUMBER.
           MOVE ZERO TO WS-BATCH-IDX.
           MOVE ALL 'N' TO WS-BATCH-TABLE.

           PERFORM VERIFY-ONE-RECORD
               UNTIL RECEIPT-END-OF-FILE OR NOT FILE-IS-VALID.

           CLOSE RECEIPT-FILE.

           IF FILE-IS-VALID AND INSIDE-BATCH
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'Batch left open at end of file'
                   TO WS-FILE-REJECT-REASON
           END-IF.
           IF FILE-IS-VALID AND NOT FILE-HEADER-WAS-SEEN
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'No file header record' TO WS-FILE-REJECT-REASON
           END-IF.
           IF FILE-IS-VALID AND NOT FILE-CONTROL-WAS-SEEN
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'No file control record - truncated delivery'
                   TO WS-FILE-REJECT-REASON
           END-IF.

           IF NOT FILE-IS-VALID
               DISPLAY 'ERROR: Receipt file rejected - '
                       FUNCTION TRIM(WS-FILE-REJECT-REASON)
               MOVE SPACES TO WS-EXC-TRACE
               MOVE WS-FILE-REJECT-REASON TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO VERIFY-CONTROL-TOTALS-EXIT
           END-IF.

           DISPLAY 'Receipt file controls verified: '
                   WS-FILE-BATCH-COUNT ' batch(es), '
                   WS-BATCHES-REJECTED ' out of balance'.
       VERIFY-CONTROL-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * VERIFY-ONE-RECORD: Accumulate or check one record
      ******************************************************************
       VERIFY-ONE-RECORD SECTION.
           READ RECEIPT-FILE INTO WS-NACHA-RECORD
               AT END
                   SET RECEIPT-END-OF-FILE TO TRUE
                   GO TO VERIFY-ONE-RECORD-EXIT
           END-READ.

           ADD 1 TO WS-RECORD-NUMBER.

           EVALUATE WS-NH-REC-TYPE
               WHEN '1'
                   IF FILE-HEADER-WAS-SEEN
                       MOVE 'N' TO WS-FILE-VALID
                       MOVE 'Second file header record'
                           TO WS-FILE-REJECT-REASON
                   END-IF
                   MOVE 'Y' TO WS-FILE-HEADER-SEEN
                   MOVE SPACES TO WS-FILE-ID
                   STRING WS-NH-CREATE-DATE WS-NH-CREATE-TIME
                          WS-NH-FILE-ID-MOD
                          DELIMITED BY SIZE
                       INTO WS-FILE-ID
                   END-STRING
               WHEN '5'
                   PERFORM VERIFY-BATCH-HEADER
               WHEN '6'
                   PERFORM VERIFY-ENTRY-DETAIL
               WHEN '7'
                   IF NOT INSIDE-BATCH
                       MOVE 'N' TO WS-FILE-VALID
                       MOVE 'Addenda record outside a batch'
                           TO WS-FILE-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-BATCH-ENTRY-COUNT
                   END-IF
               WHEN '8'
                   PERFORM VERIFY-BATCH-CONTROL
               WHEN '9'
      *            Block-fill records are all nines
                   IF WS-NACHA-RECORD (1:10) NOT = '9999999999'
                       PERFORM VERIFY-FILE-CONTROL
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-FILE-VALID
                   MOVE 'Unrecognised record type'
                       TO WS-FILE-REJECT-REASON
           END-EVALUATE.
       VERIFY-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * VERIFY-BATCH-HEADER: Open a batch's accumulators
      ******************************************************************
       VERIFY-BATCH-HEADER SECTION.
           IF INSIDE-BATCH OR NOT FILE-HEADER-WAS-SEEN
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'Batch header out of sequence'
                   TO WS-FILE-REJECT-REASON
               GO TO VERIFY-BATCH-HEADER-EXIT
           END-IF.

           ADD 1 TO WS-BATCH-IDX.
           IF WS-BATCH-IDX > WS-BATCH-MAX
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'More batches than one run can verify'
                   TO WS-FILE-REJECT-REASON
               GO TO VERIFY-BATCH-HEADER-EXIT
           END-IF.

           MOVE 'Y' TO WS-IN-BATCH.
           ADD 1 TO WS-FILE-BATCH-COUNT.
           MOVE WS-NB-SERVICE-CLASS TO WS-BATCH-SERVICE-CLASS.
           MOVE WS-NB-BATCH-NUMBER TO WS-BATCH-NUMBER-SAVED.
           MOVE ZERO TO WS-BATCH-ENTRY-COUNT.
           MOVE ZERO TO WS-BATCH-ENTRY-HASH.
           MOVE ZERO TO WS-BATCH-TOTAL-DEBIT.
           MOVE ZERO TO WS-BATCH-TOTAL-CREDIT.
           MOVE 'Y' TO WS-BATCH-NUMERIC-OK.
       VERIFY-BATCH-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * VERIFY-ENTRY-DETAIL: Add one entry into its batch's count,
      * entry hash (sum of the receiving routing numbers, kept to
      * ten digits) and debit or credit total
      ******************************************************************
       VERIFY-ENTRY-DETAIL SECTION.
           IF NOT INSIDE-BATCH
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'Entry detail record outside a batch'
                   TO WS-FILE-REJECT-REASON
               GO TO VERIFY-ENTRY-DETAIL-EXIT
           END-IF.

           ADD 1 TO WS-BATCH-ENTRY-COUNT.

           IF WS-NE-RDFI-ROUTING IS NOT NUMERIC
               OR WS-NE-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-BATCH-NUMERIC-OK
               GO TO VERIFY-ENTRY-DETAIL-EXIT
           END-IF.

           COMPUTE WS-BATCH-ENTRY-HASH =
               FUNCTION MOD(WS-BATCH-ENTRY-HASH
                            + WS-NE-RDFI-ROUTING-N,
                            10000000000).

           EVALUATE TRUE
               WHEN NE-DEBIT-SIDE
                   ADD WS-NE-AMOUNT-N TO WS-BATCH-TOTAL-DEBIT
               WHEN OTHER
                   ADD WS-NE-AMOUNT-N TO WS-BATCH-TOTAL-CREDIT
           END-EVALUATE.
       VERIFY-ENTRY-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * VERIFY-BATCH-CONTROL: Compare the batch's own totals with its
      * control record and roll them into the file's totals
      ******************************************************************
       VERIFY-BATCH-CONTROL SECTION.
           IF NOT INSIDE-BATCH
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'Batch control record outside a batch'
                   TO WS-FILE-REJECT-REASON
               GO TO VERIFY-BATCH-CONTROL-EXIT
           END-IF.

           MOVE 'N' TO WS-IN-BATCH.
           MOVE 'Y' TO WS-BATCH-OK (WS-BATCH-IDX).
           MOVE SPACES TO WS-EXC-REASON.

           EVALUATE TRUE
               WHEN NOT BATCH-NUMERICS-OK
                   MOVE 'Batch carries non-numeric routing or amount'
                       TO WS-EXC-REASON
               WHEN WS-NC-ENTRY-COUNT IS NOT NUMERIC
                   OR WS-NC-ENTRY-HASH IS NOT NUMERIC
                   OR WS-NC-TOTAL-DEBIT IS NOT NUMERIC
                   OR WS-NC-TOTAL-CREDIT IS NOT NUMERIC
                   MOVE 'Batch control record is not numeric'
                       TO WS-EXC-REASON
               WHEN WS-NC-SERVICE-CLASS NOT = WS-BATCH-SERVICE-CLASS
                   OR WS-NC-BATCH-NUMBER NOT = WS-BATCH-NUMBER-SAVED
                   MOVE 'Batch control does not match its header'
                       TO WS-EXC-REASON
               WHEN WS-NC-ENTRY-COUNT NOT = WS-BATCH-ENTRY-COUNT
                   MOVE 'Batch entry/addenda count out of balance'
                       TO WS-EXC-REASON
               WHEN WS-NC-ENTRY-HASH NOT = WS-BATCH-ENTRY-HASH
                   MOVE 'Batch entry hash out of balance'
                       TO WS-EXC-REASON
               WHEN WS-NC-TOTAL-DEBIT NOT = WS-BATCH-TOTAL-DEBIT
                   OR WS-NC-TOTAL-CREDIT NOT = WS-BATCH-TOTAL-CREDIT
                   MOVE 'Batch debit/credit totals out of balance'
                       TO WS-EXC-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-EXC-REASON NOT = SPACES
               MOVE 'N' TO WS-BATCH-OK (WS-BATCH-IDX)
               ADD 1 TO WS-BATCHES-REJECTED
               MOVE WS-BATCH-IDX TO WS-BATCH-IDX-DISPLAY
               DISPLAY 'WARNING: Batch '
                       FUNCTION TRIM(WS-BATCH-IDX-DISPLAY)
                       ' not applied - '
                       FUNCTION TRIM(WS-EXC-REASON)
               MOVE SPACES TO WS-EXC-TRACE
               PERFORM WRITE-EXCEPTION-ROW
           END-IF.

      *    The file control re-totals every batch, balanced or not
           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT.
           COMPUTE WS-FILE-ENTRY-HASH =
               FUNCTION MOD(WS-FILE-ENTRY-HASH + WS-BATCH-ENTRY-HASH,
                            10000000000).
           ADD WS-BATCH-TOTAL-DEBIT TO WS-FILE-TOTAL-DEBIT.
           ADD WS-BATCH-TOTAL-CREDIT TO WS-FILE-TOTAL-CREDIT.
       VERIFY-BATCH-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * VERIFY-FILE-CONTROL: Compare the file's totals with its
      * control record - any difference rejects the whole file
      ******************************************************************
       VERIFY-FILE-CONTROL SECTION.
           MOVE 'Y' TO WS-FILE-CONTROL-SEEN.

           EVALUATE TRUE
               WHEN INSIDE-BATCH
                   MOVE 'N' TO WS-FILE-VALID
                   MOVE 'File control record inside a batch'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-NF-BATCH-COUNT IS NOT NUMERIC
                   OR WS-NF-ENTRY-COUNT IS NOT NUMERIC
                   OR WS-NF-ENTRY-HASH IS NOT NUMERIC
                   OR WS-NF-TOTAL-DEBIT IS NOT NUMERIC
                   OR WS-NF-TOTAL-CREDIT IS NOT NUMERIC
                   MOVE 'N' TO WS-FILE-VALID
                   MOVE 'File control record is not numeric'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-NF-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
                   MOVE 'N' TO WS-FILE-VALID
                   MOVE 'File batch count out of balance'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-NF-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
                   MOVE 'N' TO WS-FILE-VALID
                   MOVE 'File entry/addenda count out of balance'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-NF-ENTRY-HASH NOT = WS-FILE-ENTRY-HASH
                   MOVE 'N' TO WS-FILE-VALID
                   MOVE 'File entry hash out of balance'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-NF-TOTAL-DEBIT NOT = WS-FILE-TOTAL-DEBIT
                   OR WS-NF-TOTAL-CREDIT NOT = WS-FILE-TOTAL-CREDIT
                   MOVE 'N' TO WS-FILE-VALID
                   MOVE 'File debit/credit totals out of balance'
                       TO WS-FILE-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       VERIFY-FILE-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-RECEIPT-ENTRIES: Second pass - apply or return every
      * entry of each balanced batch, writing the return file as we
      * go (always written, with zero totals on a night with no
      * returns, so the network always receives one)
      ******************************************************************
       APPLY-RECEIPT-ENTRIES SECTION.
           PERFORM OPEN-RETURN-FILE.

           OPEN INPUT RECEIPT-FILE.
           IF NOT RECEIPT-FILE-OK
               DISPLAY 'ERROR: Receipt file could not be reopened'
               DISPLAY 'File status: ' WS-RECEIPT-FILE-STATUS
               ADD 1 TO WS-ERRORS
               PERFORM CLOSE-RETURN-FILE
               GO TO APPLY-RECEIPT-ENTRIES-EXIT
           END-IF.

           MOVE ZERO TO WS-RECORD-NUMBER.
           MOVE ZERO TO WS-BATCH-IDX.
           MOVE '00' TO WS-RECEIPT-FILE-STATUS.

           PERFORM APPLY-ONE-RECORD UNTIL RECEIPT-END-OF-FILE.

           CLOSE RECEIPT-FILE.
           PERFORM CLOSE-RETURN-FILE.
           DISPLAY 'Receipt file processing complete'.
       APPLY-RECEIPT-ENTRIES-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ONE-RECORD: Track batch context and apply each entry
      ******************************************************************
       APPLY-ONE-RECORD SECTION.
           READ RECEIPT-FILE INTO WS-NACHA-RECORD
               AT END
                   SET RECEIPT-END-OF-FILE TO TRUE
                   GO TO APPLY-ONE-RECORD-EXIT
           END-READ.

           ADD 1 TO WS-RECORD-NUMBER.

           EVALUATE WS-NH-REC-TYPE
               WHEN '5'
                   ADD 1 TO WS-BATCH-IDX
                   PERFORM SAVE-BATCH-HEADER
               WHEN '6'
                   ADD 1 TO WS-ENTRIES-READ
                   MOVE 'N' TO WS-NOC-PENDING
                   EVALUATE TRUE
                       WHEN WS-BATCH-OK (WS-BATCH-IDX) NOT = 'Y'
                           CONTINUE
                       WHEN WS-CB-SEC-CODE = 'COR'
                           PERFORM HOLD-NOC-ENTRY
                       WHEN OTHER
                           PERFORM APPLY-ENTRY-DETAIL
                   END-EVALUATE
               WHEN '7'
                   IF NOC-ENTRY-PENDING
                       PERFORM APPLY-NOTIFICATION-OF-CHANGE
                   END-IF
               WHEN '8'
                   IF NOC-ENTRY-PENDING
                       MOVE 'N' TO WS-NOC-PENDING
                       MOVE WS-NOC-ENTRY-SAVE (80:15) TO WS-EXC-TRACE
                       MOVE 'Change notification without its addenda'
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION-ROW
                   END-IF
                   IF RET-BATCH-IS-OPEN
                       PERFORM WRITE-RETURN-BATCH-CONTROL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       APPLY-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * SAVE-BATCH-HEADER: Keep the batch header fields the entries
      * and any returns need. Treasury marks federal benefit batches
      * with 'XX' at the head of the company entry description
      * (positions 54-55)
      ******************************************************************
       SAVE-BATCH-HEADER SECTION.
           MOVE WS-NB-SERVICE-CLASS TO WS-CB-SERVICE-CLASS.
           MOVE WS-NB-COMPANY-NAME TO WS-CB-COMPANY-NAME.
           MOVE WS-NB-COMPANY-ID TO WS-CB-COMPANY-ID.
           MOVE WS-NB-SEC-CODE TO WS-CB-SEC-CODE.
           MOVE WS-NB-ENTRY-DESC TO WS-CB-ENTRY-DESC.
           MOVE WS-NB-EFF-DATE TO WS-CB-EFF-DATE.
           MOVE WS-NB-ODFI-ROUTING TO WS-CB-ODFI-ROUTING.
           MOVE WS-NB-BATCH-NUMBER TO WS-CB-BATCH-NUMBER.
           IF WS-NACHA-RECORD (54:2) = 'XX'
               MOVE 'Y' TO WS-CB-BENEFIT-FLAG
           ELSE
               MOVE 'N' TO WS-CB-BENEFIT-FLAG
           END-IF.

      *    Entries value-date to the batch's effective entry date;
      *    an unreadable one falls back to the business date
           MOVE WS-BUS-DATE TO WS-EFF-DATE-ISO.
           IF WS-CB-EFF-DATE IS NUMERIC
               MOVE SPACES TO WS-EFF-DATE-ISO
               STRING '20' WS-CB-EFF-DATE (1:2) '-'
                      WS-CB-EFF-DATE (3:2) '-'
                      WS-CB-EFF-DATE (5:2)
                      DELIMITED BY SIZE
                   INTO WS-EFF-DATE-ISO
               END-STRING
               COMPUTE WS-EFF-DATE-NUM =
                   20000000 + FUNCTION NUMVAL(WS-CB-EFF-DATE)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-NUM)
                   NOT = 0
                   MOVE WS-BUS-DATE TO WS-EFF-DATE-ISO
               END-IF
           END-IF.

           MOVE 'N' TO WS-RET-BATCH-OPEN.
       SAVE-BATCH-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-ENTRY-DETAIL: Classify one entry, then post it, return
      * it, or hold it out as an exception
      ******************************************************************
       APPLY-ENTRY-DETAIL SECTION.
           MOVE WS-NE-TRACE-NUMBER TO WS-EXC-TRACE.
           MOVE SPACES TO WS-RETURN-REASON-CODE.

           EVALUATE WS-NE-TRAN-CODE
               WHEN '22'
               WHEN '32'
                   MOVE 'C' TO WS-ENTRY-KIND
               WHEN '27'
               WHEN '37'
                   MOVE 'D' TO WS-ENTRY-KIND
               WHEN '23'
               WHEN '28'
               WHEN '33'
               WHEN '38'
                   MOVE 'N' TO WS-ENTRY-KIND
               WHEN OTHER
                   MOVE 'U' TO WS-ENTRY-KIND
           END-EVALUATE.

           IF ENTRY-IS-UNSUPPORTED
               MOVE 'Transaction code not accepted on deposit accounts'
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO APPLY-ENTRY-DETAIL-EXIT
           END-IF.

           IF WS-NE-RDFI-ROUTING NOT = WS-ACH-ORIGIN-ROUTING (1:8)
               MOVE 'Entry is not addressed to our routing number'
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO APPLY-ENTRY-DETAIL-EXIT
           END-IF.

           COMPUTE SQL-ENTRY-AMOUNT = WS-NE-AMOUNT-N / 100.
           IF NOT ENTRY-IS-PRENOTE AND SQL-ENTRY-AMOUNT = ZERO
               MOVE 'Zero-amount live entry' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO APPLY-ENTRY-DETAIL-EXIT
           END-IF.

           MOVE WS-NE-TRACE-NUMBER TO SQL-TRACE-NUMBER.
           MOVE WS-EFF-DATE-ISO TO SQL-VALUE-DATE.

      *    A re-delivered file must not post the same entry twice
           IF NOT ENTRY-IS-PRENOTE
               MOVE ZERO TO SQL-EXISTS-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
                   FROM dbo.AchReceipts
                   WHERE TRACE_NUMBER = :SQL-TRACE-NUMBER
                     AND EFFECTIVE_DATE = :SQL-VALUE-DATE
               END-EXEC
               IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
                   ADD 1 TO WS-ENTRIES-DUPLICATE
                   MOVE 'Entry already received - duplicate trace'
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-ROW
                   GO TO APPLY-ENTRY-DETAIL-EXIT
               END-IF
           END-IF.

           MOVE FUNCTION TRIM(WS-NE-DFI-ACCOUNT) TO SQL-ACC-ID.
           PERFORM DETERMINE-RETURN-REASON.

           IF WS-RETURN-REASON-CODE NOT = SPACES
               PERFORM RETURN-ENTRY
               GO TO APPLY-ENTRY-DETAIL-EXIT
           END-IF.

           IF ENTRY-IS-PRENOTE
               ADD 1 TO WS-PRENOTES-VERIFIED
               GO TO APPLY-ENTRY-DETAIL-EXIT
           END-IF.

           PERFORM POST-ENTRY.
       APPLY-ENTRY-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      * HOLD-NOC-ENTRY: A Notification of Change entry tells us
      * nothing until its '98' addenda arrives - keep it until then.
      * It is addressed to us as the original item's sender
      ******************************************************************
       HOLD-NOC-ENTRY SECTION.
           IF WS-NE-RDFI-ROUTING NOT = WS-ACH-ORIGIN-ROUTING (1:8)
               MOVE WS-NE-TRACE-NUMBER TO WS-EXC-TRACE
               MOVE 'Entry is not addressed to our routing number'
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO HOLD-NOC-ENTRY-EXIT
           END-IF.

           MOVE WS-NACHA-RECORD TO WS-NOC-ENTRY-SAVE.
           MOVE 'Y' TO WS-NOC-PENDING.
       HOLD-NOC-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-NOTIFICATION-OF-CHANGE: Match the held change entry to
      * the origination it corrects and carry the corrected routing
      * and/or account number onto every live payment instruction
      * still pointing at the old destination. Change codes that do
      * not alter the destination (transaction code, name, and so
      * on) are left to the payments team on the exceptions file
      ******************************************************************
       APPLY-NOTIFICATION-OF-CHANGE SECTION.
           MOVE 'N' TO WS-NOC-PENDING.
           MOVE WS-NA-ADDENDA-TYPE TO WS-NOC-ADDENDA-TYPE.
           MOVE WS-NA-CHANGE-CODE TO WS-NOC-CHANGE-CODE.
           MOVE WS-NA-ORIG-TRACE TO SQL-ORIG-TRACE.
           MOVE WS-NA-ORIG-RDFI TO SQL-ORIG-RDFI.
           MOVE WS-NA-CORRECTED-DATA TO WS-NOC-CORRECTED-DATA.

      *    Back to the entry's own view for the receipt record
           MOVE WS-NOC-ENTRY-SAVE TO WS-NACHA-RECORD.
           MOVE WS-NE-TRACE-NUMBER TO WS-EXC-TRACE.

           IF WS-NOC-ADDENDA-TYPE NOT = '98'
               MOVE 'Change notification without its addenda'
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO APPLY-NOTIFICATION-OF-CHANGE-EXIT
           END-IF.

           MOVE SPACES TO WS-NOC-NEW-ROUTING.
           MOVE SPACES TO WS-NOC-NEW-ACCOUNT.
           EVALUATE WS-NOC-CHANGE-CODE
               WHEN 'C01'
               WHEN 'C06'
                   MOVE WS-NOC-CORRECTED-DATA (1:17)
                       TO WS-NOC-NEW-ACCOUNT
               WHEN 'C02'
                   MOVE WS-NOC-CORRECTED-DATA (1:9)
                       TO WS-NOC-NEW-ROUTING
               WHEN 'C03'
                   MOVE WS-NOC-CORRECTED-DATA (1:9)
                       TO WS-NOC-NEW-ROUTING
                   MOVE WS-NOC-CORRECTED-DATA (13:17)
                       TO WS-NOC-NEW-ACCOUNT
               WHEN 'C07'
                   MOVE WS-NOC-CORRECTED-DATA (1:9)
                       TO WS-NOC-NEW-ROUTING
                   MOVE WS-NOC-CORRECTED-DATA (10:17)
                       TO WS-NOC-NEW-ACCOUNT
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-REASON
                   STRING 'Change code ' WS-NOC-CHANGE-CODE
                          ' needs manual correction'
                          DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
                   PERFORM WRITE-EXCEPTION-ROW
                   GO TO APPLY-NOTIFICATION-OF-CHANGE-EXIT
           END-EVALUATE.

           IF (WS-NOC-NEW-ROUTING NOT = SPACES
               AND WS-NOC-NEW-ROUTING IS NOT NUMERIC)
               OR (WS-NOC-CHANGE-CODE NOT = 'C02'
                   AND WS-NOC-NEW-ACCOUNT = SPACES)
               MOVE 'Corrected routing/account data is not valid'
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO APPLY-NOTIFICATION-OF-CHANGE-EXIT
           END-IF.

      *    A re-delivered notification is applied once
           MOVE WS-NE-TRACE-NUMBER TO SQL-TRACE-NUMBER.
           MOVE WS-EFF-DATE-ISO TO SQL-VALUE-DATE.
           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.AchReceipts
               WHERE TRACE_NUMBER = :SQL-TRACE-NUMBER
                 AND EFFECTIVE_DATE = :SQL-VALUE-DATE
           END-EXEC.
           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               ADD 1 TO WS-ENTRIES-DUPLICATE
               MOVE 'Entry already received - duplicate trace'
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO APPLY-NOTIFICATION-OF-CHANGE-EXIT
           END-IF.

      *    The item we sent: same trace, to the bank and account
      *    the change entry names, latest first (trace sequences
      *    restart with every origination file)
           MOVE FUNCTION TRIM(WS-NE-DFI-ACCOUNT) TO SQL-DFI-ACCOUNT.
           EXEC SQL
               SELECT TOP 1 TX_ID, ACC_ID, ROUTING_NUMBER,
                      EXT_ACCOUNT
               INTO :SQL-TX-ID, :SQL-NOC-ACC-ID, :SQL-OLD-ROUTING,
                    :SQL-OLD-EXT-ACCOUNT
               FROM dbo.AchOriginations
               WHERE TRACE_NUMBER = :SQL-ORIG-TRACE
                 AND SUBSTRING(ROUTING_NUMBER, 1, 8) = :SQL-ORIG-RDFI
                 AND RTRIM(EXT_ACCOUNT) = RTRIM(:SQL-DFI-ACCOUNT)
                 AND STATUS IN ('S', 'R')
               ORDER BY SENT_TS_UTC DESC
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Change notification matches no origination'
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO APPLY-NOTIFICATION-OF-CHANGE-EXIT
           END-IF.

           MOVE SQL-OLD-ROUTING TO SQL-NEW-ROUTING.
           MOVE SQL-OLD-EXT-ACCOUNT TO SQL-NEW-EXT-ACCOUNT.
           IF WS-NOC-NEW-ROUTING NOT = SPACES
               MOVE WS-NOC-NEW-ROUTING TO SQL-NEW-ROUTING
           END-IF.
           IF WS-NOC-NEW-ACCOUNT NOT = SPACES
               MOVE FUNCTION TRIM(WS-NOC-NEW-ACCOUNT)
                   TO SQL-NEW-EXT-ACCOUNT
           END-IF.

           MOVE SPACES TO SQL-OLD-DESTINATION.
           STRING 'EXT-' DELIMITED BY SIZE
                  SQL-OLD-ROUTING DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-OLD-EXT-ACCOUNT) DELIMITED BY SIZE
               INTO SQL-OLD-DESTINATION
           END-STRING.
           MOVE SPACES TO SQL-NEW-DESTINATION.
           STRING 'EXT-' DELIMITED BY SIZE
                  SQL-NEW-ROUTING DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-NEW-EXT-ACCOUNT) DELIMITED BY SIZE
               INTO SQL-NEW-DESTINATION
           END-STRING.
           MOVE WS-NOC-CHANGE-CODE TO SQL-CHANGE-CODE.

           IF SQL-NEW-DESTINATION NOT = SQL-OLD-DESTINATION
               PERFORM CORRECT-PAYMENT-DESTINATIONS
               IF WS-EXC-REASON NOT = SPACES
                   PERFORM WRITE-EXCEPTION-ROW
                   GO TO APPLY-NOTIFICATION-OF-CHANGE-EXIT
               END-IF
           END-IF.

           EXEC SQL
               UPDATE dbo.AchOriginations
               SET NOC_CODE = :SQL-CHANGE-CODE,
                   NOC_TS_UTC = SYSUTCDATETIME()
               WHERE TX_ID = :SQL-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not stamp change on TX_ID '
                       SQL-TX-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.

           PERFORM QUEUE-NOC-NOTICES.

           ADD 1 TO WS-NOC-APPLIED.
           DISPLAY 'Change ' WS-NOC-CHANGE-CODE ' applied: '
                   FUNCTION TRIM(SQL-OLD-DESTINATION) ' -> '
                   FUNCTION TRIM(SQL-NEW-DESTINATION).

           MOVE ZERO TO SQL-ENTRY-AMOUNT.
           MOVE 'N' TO SQL-RECEIPT-STATUS.
           MOVE 0 TO SQL-TX-ID-NULL.
           MOVE WS-NOC-CHANGE-CODE TO SQL-RETURN-CODE.
           MOVE 0 TO SQL-RETURN-CODE-NULL.
           PERFORM RECORD-RECEIPT.
       APPLY-NOTIFICATION-OF-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * CORRECT-PAYMENT-DESTINATIONS: Audit, then repoint, every
      * active standing order, active sweep order and not-yet-sent
      * origination on the old destination. WS-EXC-REASON comes back
      * non-blank if the change could not be made
      ******************************************************************
       CORRECT-PAYMENT-DESTINATIONS SECTION.
           MOVE SPACES TO WS-EXC-REASON.

           EXEC SQL
               INSERT INTO dbo.PaymentDestinationAudit (
                   ORDER_KIND, ORDER_ID, ACC_ID,
                   OLD_DESTINATION, NEW_DESTINATION,
                   CHANGE_CODE, ORIG_TRACE, RUN_ID, TS_UTC)
               SELECT 'STANDING', ORDER_ID, ACC_ID,
                      :SQL-OLD-DESTINATION, :SQL-NEW-DESTINATION,
                      :SQL-CHANGE-CODE, :SQL-ORIG-TRACE,
                      :WS-CURRENT-RUN-ID, SYSUTCDATETIME()
               FROM dbo.StandingOrders
               WHERE STATUS = 'A'
                 AND COUNTERPARTY_ACC_ID = :SQL-OLD-DESTINATION
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'Standing order destination audit failed'
                   TO WS-EXC-REASON
               GO TO CORRECT-PAYMENT-DESTINATIONS-EXIT
           END-IF.
           EXEC SQL
               UPDATE dbo.StandingOrders
               SET COUNTERPARTY_ACC_ID = :SQL-NEW-DESTINATION
               WHERE STATUS = 'A'
                 AND COUNTERPARTY_ACC_ID = :SQL-OLD-DESTINATION
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'Standing order destination update failed'
                   TO WS-EXC-REASON
               GO TO CORRECT-PAYMENT-DESTINATIONS-EXIT
           END-IF.
           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-NOC-ORDERS-CHANGED
           END-IF.

           EXEC SQL
               INSERT INTO dbo.PaymentDestinationAudit (
                   ORDER_KIND, ORDER_ID, ACC_ID,
                   OLD_DESTINATION, NEW_DESTINATION,
                   CHANGE_CODE, ORIG_TRACE, RUN_ID, TS_UTC)
               SELECT 'SWEEP', ORDER_ID, SOURCE_ACC_ID,
                      :SQL-OLD-DESTINATION, :SQL-NEW-DESTINATION,
                      :SQL-CHANGE-CODE, :SQL-ORIG-TRACE,
                      :WS-CURRENT-RUN-ID, SYSUTCDATETIME()
               FROM dbo.SweepOrders
               WHERE STATUS = 'A'
                 AND DEST_ACC_ID = :SQL-OLD-DESTINATION
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'Sweep order destination audit failed'
                   TO WS-EXC-REASON
               GO TO CORRECT-PAYMENT-DESTINATIONS-EXIT
           END-IF.
           EXEC SQL
               UPDATE dbo.SweepOrders
               SET DEST_ACC_ID = :SQL-NEW-DESTINATION
               WHERE STATUS = 'A'
                 AND DEST_ACC_ID = :SQL-OLD-DESTINATION
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'Sweep order destination update failed'
                   TO WS-EXC-REASON
               GO TO CORRECT-PAYMENT-DESTINATIONS-EXIT
           END-IF.
           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-NOC-ORDERS-CHANGED
           END-IF.

      *    Transfers already posted but not yet written to an
      *    origination file go out to the corrected destination
           EXEC SQL
               INSERT INTO dbo.PaymentDestinationAudit (
                   ORDER_KIND, ORDER_ID, ACC_ID,
                   OLD_DESTINATION, NEW_DESTINATION,
                   CHANGE_CODE, ORIG_TRACE, RUN_ID, TS_UTC)
               SELECT 'ORIGINATION', TX_ID, ACC_ID,
                      :SQL-OLD-DESTINATION, :SQL-NEW-DESTINATION,
                      :SQL-CHANGE-CODE, :SQL-ORIG-TRACE,
                      :WS-CURRENT-RUN-ID, SYSUTCDATETIME()
               FROM dbo.AchOriginations
               WHERE STATUS = 'P'
                 AND ROUTING_NUMBER = :SQL-OLD-ROUTING
                 AND RTRIM(EXT_ACCOUNT) = RTRIM(:SQL-OLD-EXT-ACCOUNT)
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'Pending origination audit failed'
                   TO WS-EXC-REASON
               GO TO CORRECT-PAYMENT-DESTINATIONS-EXIT
           END-IF.
           EXEC SQL
               UPDATE dbo.AchOriginations
               SET ROUTING_NUMBER = :SQL-NEW-ROUTING,
                   EXT_ACCOUNT = :SQL-NEW-EXT-ACCOUNT
               WHERE STATUS = 'P'
                 AND ROUTING_NUMBER = :SQL-OLD-ROUTING
                 AND RTRIM(EXT_ACCOUNT) = RTRIM(:SQL-OLD-EXT-ACCOUNT)
           END-EXEC.
           IF SQLCODE < 0
               MOVE 'Pending origination update failed'
                   TO WS-EXC-REASON
               GO TO CORRECT-PAYMENT-DESTINATIONS-EXIT
           END-IF.
           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-NOC-ORDERS-CHANGED
           END-IF.
       CORRECT-PAYMENT-DESTINATIONS-EXIT.
           EXIT.

      ******************************************************************
      * QUEUE-NOC-NOTICES: Tell the account that sent the original
      * item, and every account whose instructions were repointed,
      * that the payee's bank details changed
      ******************************************************************
       QUEUE-NOC-NOTICES SECTION.
           MOVE 'ACH-NOC' TO SQL-NOTICE-TYPE.
           MOVE SPACES TO SQL-NOTICE-REF.
           STRING 'NOC ' SQL-CHANGE-CODE ' ' SQL-ORIG-TRACE
                  DELIMITED BY SIZE
               INTO SQL-NOTICE-REF
           END-STRING.
           MOVE SPACES TO SQL-NOTICE-MESSAGE.
           STRING 'Payee bank details corrected by the receiving '
                      DELIMITED BY SIZE
                  'bank; payments now go to ' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-NEW-DESTINATION) DELIMITED BY SIZE
               INTO SQL-NOTICE-MESSAGE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.CustomerNotifications (
                   ACC_ID,
                   EVENT_TYPE,
                   EVENT_REF,
                   MESSAGE,
                   QUEUED_FLAG,
                   RUN_ID,
                   TS_UTC
               )
               SELECT N.ACC_ID, :SQL-NOTICE-TYPE, :SQL-NOTICE-REF,
                      :SQL-NOTICE-MESSAGE, 'N', :WS-CURRENT-RUN-ID,
                      SYSUTCDATETIME()
               FROM (SELECT ACC_ID
                     FROM dbo.PaymentDestinationAudit
                     WHERE ORIG_TRACE = :SQL-ORIG-TRACE
                       AND RUN_ID = :WS-CURRENT-RUN-ID
                     UNION
                     SELECT ACC_ID
                     FROM dbo.AchOriginations
                     WHERE TX_ID = :SQL-TX-ID) N
           END-EXEC.

           IF SQLCODE < 0
               DISPLAY 'WARNING: Change notice insert failed for '
                       'trace ' SQL-ORIG-TRACE
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       QUEUE-NOC-NOTICES-EXIT.
           EXIT.

      ******************************************************************
      * DETERMINE-RETURN-REASON: The return reason code for an entry
      * we cannot accept, or spaces if it can be posted:
      *   R03 no account / unable to locate account
      *   R02 account closed
      *   R15 beneficiary or account holder deceased (frozen on the
      *       owner's recorded death)
      *   R16 account frozen
      *   R08 payment stopped (debits matching a stop order)
      ******************************************************************
       DETERMINE-RETURN-REASON SECTION.
           MOVE SPACES TO SQL-ACCT-STATUS.
           MOVE SPACES TO SQL-CUST-STATUS.
           EXEC SQL
               SELECT A.STATUS, COALESCE(C.STATUS, ' ')
               INTO :SQL-ACCT-STATUS, :SQL-CUST-STATUS
               FROM dbo.Accounts A
               LEFT JOIN dbo.Customers C
                   ON C.CUSTOMER_ID = A.CUSTOMER_ID
               WHERE A.ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR SQL-ACC-ID = SPACES
               MOVE 'R03' TO WS-RETURN-REASON-CODE
               GO TO DETERMINE-RETURN-REASON-EXIT
           END-IF.

           EVALUATE SQL-ACCT-STATUS
               WHEN 'O'
               WHEN 'P'
                   CONTINUE
               WHEN 'C'
                   MOVE 'R02' TO WS-RETURN-REASON-CODE
               WHEN 'F'
                   IF SQL-CUST-STATUS = 'D'
                       MOVE 'R15' TO WS-RETURN-REASON-CODE
                   ELSE
                       MOVE 'R16' TO WS-RETURN-REASON-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'R16' TO WS-RETURN-REASON-CODE
           END-EVALUATE.

           IF WS-RETURN-REASON-CODE NOT = SPACES
               OR NOT ENTRY-IS-DEBIT
               GO TO DETERMINE-RETURN-REASON-EXIT
           END-IF.

      *    A stop naming a counterparty matches the originating
      *    company's identification
           MOVE WS-BASE-CURRENCY TO SQL-CURRENCY.
           MOVE SPACES TO SQL-STOP-MATCH-CP.
           MOVE FUNCTION TRIM(WS-CB-COMPANY-ID) TO SQL-STOP-MATCH-CP.
           MOVE ZERO TO SQL-STOP-ID.
           EXEC SQL
               SELECT TOP 1 STOP_ID
               INTO :SQL-STOP-ID
               FROM dbo.StopPayments
               WHERE ACC_ID = :SQL-ACC-ID
                 AND CURRENCY = :SQL-CURRENCY
                 AND EFF_FROM_DATE <= :SQL-BUS-DATE
                 AND (EFF_TO_DATE IS NULL
                      OR EFF_TO_DATE >= :SQL-BUS-DATE)
                 AND (AMOUNT_MIN IS NULL
                      OR AMOUNT_MIN <= :SQL-ENTRY-AMOUNT)
                 AND (AMOUNT_MAX IS NULL
                      OR AMOUNT_MAX >= :SQL-ENTRY-AMOUNT)
                 AND (COUNTERPARTY_ACC_ID IS NULL
                      OR COUNTERPARTY_ACC_ID = :SQL-STOP-MATCH-CP)
                 AND CHECK_SERIAL IS NULL
               ORDER BY STOP_ID
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'R08' TO WS-RETURN-REASON-CODE
           END-IF.
       DETERMINE-RETURN-REASON-EXIT.
           EXIT.

      ******************************************************************
      * POST-ENTRY: Raise the entry as an unposted DEPOSIT (credit)
      * or WITHDRAWAL (debit), value-dated to its effective date so
      * POST_LEDGER settles it on the right night, and record the
      * receipt against its trace number
      ******************************************************************
       POST-ENTRY SECTION.
           MOVE WS-BASE-CURRENCY TO SQL-CURRENCY.
           MOVE WS-ACH-RECEIVE-CHANNEL TO SQL-CHANNEL.
           IF ENTRY-IS-DEBIT
               MOVE 'WITHDRAWAL' TO SQL-TX-TYPE
               COMPUTE SQL-AMOUNT = 0 - SQL-ENTRY-AMOUNT
           ELSE
               MOVE 'DEPOSIT' TO SQL-TX-TYPE
               MOVE SQL-ENTRY-AMOUNT TO SQL-AMOUNT
           END-IF.

      *    Federal benefit credits carry the narrative tag
      *    LEGAL_ORDERS looks for when protecting exempt funds
           MOVE SPACES TO SQL-NARRATIVE.
           IF CB-FEDERAL-BENEFIT AND ENTRY-IS-CREDIT
               STRING FUNCTION TRIM(WS-BENEFIT-NARRATIVE-TAG)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CB-COMPANY-NAME)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CB-ENTRY-DESC)
                          DELIMITED BY SIZE
                   INTO SQL-NARRATIVE
               END-STRING
               ADD 1 TO WS-BENEFIT-ENTRIES
           ELSE
               STRING FUNCTION TRIM(WS-CB-COMPANY-NAME)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CB-ENTRY-DESC)
                          DELIMITED BY SIZE
                   INTO SQL-NARRATIVE
               END-STRING
           END-IF.

           EXEC SQL
               INSERT INTO dbo.Transactions (
                   ACC_ID,
                   AMOUNT,
                   CURRENCY,
                   TX_TS_UTC,
                   TX_TYPE,
                   VALUE_DATE,
                   NARRATIVE,
                   CHANNEL
               ) VALUES (
                   :SQL-ACC-ID,
                   :SQL-AMOUNT,
                   :SQL-CURRENCY,
                   SYSUTCDATETIME(),
                   :SQL-TX-TYPE,
                   :SQL-VALUE-DATE,
                   :SQL-NARRATIVE,
                   :SQL-CHANNEL
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Record ' WS-RECORD-NUMBER
                       ' - Transaction insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               MOVE 'Transaction insert failed' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-ROW
               GO TO POST-ENTRY-EXIT
           END-IF.

           EXEC SQL
               SELECT SCOPE_IDENTITY() INTO :SQL-TX-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-TX-ID
           END-IF.

           ADD 1 TO WS-ENTRIES-POSTED.
           MOVE 'P' TO SQL-RECEIPT-STATUS.
           MOVE 0 TO SQL-TX-ID-NULL.
           MOVE SPACES TO SQL-RETURN-CODE.
           MOVE -1 TO SQL-RETURN-CODE-NULL.
           PERFORM RECORD-RECEIPT.
       POST-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * RETURN-ENTRY: Send the entry back to its originator on the
      * return file with the reason code. A returned prenote is not
      * recorded as a receipt - it carried no money
      ******************************************************************
       RETURN-ENTRY SECTION.
           IF NOT RET-BATCH-IS-OPEN
               PERFORM WRITE-RETURN-BATCH-HEADER
           END-IF.

           ADD 1 TO WS-RET-TRACE-SEQ.

      *    Return transaction code is the original's less one
      *    (22 -> 21, 27 -> 26, and so on); it goes back to the
      *    originating bank's routing number
           COMPUTE WS-RE-TRAN-CODE =
               FUNCTION NUMVAL(WS-NE-TRAN-CODE) - 1.
           MOVE WS-CB-ODFI-ROUTING TO WS-RE-RDFI-ROUTING.
           PERFORM COMPUTE-ROUTING-CHECK-DIGIT.
           MOVE WS-CHECK-RESULT TO WS-RE-CHECK-DIGIT.
           MOVE WS-NE-DFI-ACCOUNT TO WS-RE-DFI-ACCOUNT.
           MOVE WS-NE-AMOUNT TO WS-RE-AMOUNT.
           MOVE WS-NE-INDIVIDUAL-ID TO WS-RE-INDIVIDUAL-ID.
           MOVE WS-NE-INDIVIDUAL-NAME TO WS-RE-INDIVIDUAL-NAME.
           MOVE WS-NE-DISCRETIONARY TO WS-RE-DISCRETIONARY.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO WS-RE-TRACE-ROUTING.
           MOVE WS-RET-TRACE-SEQ TO WS-RE-TRACE-SEQ.
           WRITE RETURN-FILE-RECORD FROM WS-RET-ENTRY-REC.
           ADD 1 TO WS-RET-RECORD-COUNT.

           MOVE WS-RETURN-REASON-CODE TO WS-RA-RETURN-CODE.
           MOVE WS-NE-TRACE-NUMBER TO WS-RA-ORIG-TRACE.
           MOVE WS-NE-RDFI-ROUTING TO WS-RA-ORIG-RDFI.
           MOVE SPACES TO WS-RA-ADDENDA-INFO.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO WS-RA-TRACE-ROUTING.
           MOVE WS-RET-TRACE-SEQ TO WS-RA-TRACE-SEQ.
           WRITE RETURN-FILE-RECORD FROM WS-RET-ADDENDA-REC.
           ADD 1 TO WS-RET-RECORD-COUNT.

      *    Return batch totals, classified like any other entry
           ADD 2 TO WS-RET-BATCH-ENTRIES.
           MOVE WS-CB-ODFI-ROUTING TO WS-CHECK-ROUTING.
           COMPUTE WS-RET-BATCH-HASH =
               FUNCTION MOD(WS-RET-BATCH-HASH + WS-CHECK-ROUTING,
                            10000000000).
           IF ENTRY-IS-DEBIT
               ADD WS-NE-AMOUNT-N TO WS-RET-BATCH-DEBIT
           ELSE
               ADD WS-NE-AMOUNT-N TO WS-RET-BATCH-CREDIT
           END-IF.

           ADD 1 TO WS-ENTRIES-RETURNED.
           DISPLAY 'Entry returned ' WS-RETURN-REASON-CODE
                   ': trace ' WS-NE-TRACE-NUMBER
                   ' account ' FUNCTION TRIM(WS-NE-DFI-ACCOUNT).

           IF ENTRY-IS-PRENOTE
               GO TO RETURN-ENTRY-EXIT
           END-IF.

           MOVE 'R' TO SQL-RECEIPT-STATUS.
           MOVE ZERO TO SQL-TX-ID.
           MOVE -1 TO SQL-TX-ID-NULL.
           MOVE WS-RETURN-REASON-CODE TO SQL-RETURN-CODE.
           MOVE 0 TO SQL-RETURN-CODE-NULL.
           PERFORM RECORD-RECEIPT.
       RETURN-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * COMPUTE-ROUTING-CHECK-DIGIT: Check digit for the 8-digit
      * routing number in WS-CB-ODFI-ROUTING (weights 3,7,1 repeating;
      * the digit brings the weighted sum to a multiple of ten)
      ******************************************************************
       COMPUTE-ROUTING-CHECK-DIGIT SECTION.
           MOVE ZERO TO WS-CHECK-RESULT.
           IF WS-CB-ODFI-ROUTING IS NOT NUMERIC
               GO TO COMPUTE-ROUTING-CHECK-DIGIT-EXIT
           END-IF.

           MOVE WS-CB-ODFI-ROUTING TO WS-CHECK-ROUTING.
           MOVE ZERO TO WS-CHECK-SUM.
           MOVE 1 TO WS-CHECK-IDX.
           PERFORM ADD-ONE-CHECK-WEIGHT UNTIL WS-CHECK-IDX > 8.
           COMPUTE WS-CHECK-RESULT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CHECK-SUM, 10), 10).
       COMPUTE-ROUTING-CHECK-DIGIT-EXIT.
           EXIT.

      ******************************************************************
      * ADD-ONE-CHECK-WEIGHT: Weight one routing digit into the sum
      ******************************************************************
       ADD-ONE-CHECK-WEIGHT SECTION.
           COMPUTE WS-CHECK-SUM = WS-CHECK-SUM
               + WS-CHECK-DIGIT-IN (WS-CHECK-IDX)
                 * WS-CHECK-WEIGHT (WS-CHECK-IDX).
           ADD 1 TO WS-CHECK-IDX.
       ADD-ONE-CHECK-WEIGHT-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-RECEIPT: One dbo.AchReceipts row per entry applied or
      * returned, keyed by trace number and effective date
      ******************************************************************
       RECORD-RECEIPT SECTION.
           MOVE WS-CB-ODFI-ROUTING TO SQL-ODFI-ROUTING.
           MOVE WS-CB-COMPANY-ID TO SQL-COMPANY-ID.
           MOVE WS-CB-COMPANY-NAME TO SQL-COMPANY-NAME.
           MOVE WS-CB-SEC-CODE TO SQL-SEC-CODE.
           MOVE WS-NE-TRAN-CODE TO SQL-TRAN-CODE.
           MOVE WS-NE-DFI-ACCOUNT TO SQL-DFI-ACCOUNT.
           MOVE WS-NE-INDIVIDUAL-NAME TO SQL-INDIVIDUAL-NAME.
           MOVE WS-FILE-ID TO SQL-FILE-ID.

           EXEC SQL
               INSERT INTO dbo.AchReceipts (
                   TRACE_NUMBER,
                   EFFECTIVE_DATE,
                   ODFI_ROUTING,
                   COMPANY_ID,
                   COMPANY_NAME,
                   SEC_CODE,
                   TRAN_CODE,
                   DFI_ACCOUNT,
                   AMOUNT,
                   INDIVIDUAL_NAME,
                   STATUS,
                   TX_ID,
                   RETURN_CODE,
                   FILE_ID,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-TRACE-NUMBER,
                   :SQL-VALUE-DATE,
                   :SQL-ODFI-ROUTING,
                   :SQL-COMPANY-ID,
                   :SQL-COMPANY-NAME,
                   :SQL-SEC-CODE,
                   :SQL-TRAN-CODE,
                   :SQL-DFI-ACCOUNT,
                   :SQL-ENTRY-AMOUNT,
                   :SQL-INDIVIDUAL-NAME,
                   :SQL-RECEIPT-STATUS,
                   :SQL-TX-ID:SQL-TX-ID-NULL,
                   :SQL-RETURN-CODE:SQL-RETURN-CODE-NULL,
                   :SQL-FILE-ID,
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Receipt record insert failed for '
                       'trace ' SQL-TRACE-NUMBER
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.
       RECORD-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * OPEN-RETURN-FILE: Create the return file and its header
      ******************************************************************
       OPEN-RETURN-FILE SECTION.
           OPEN OUTPUT RETURN-FILE.
           IF NOT RETURN-FILE-OK
               DISPLAY 'ERROR: Could not open return file'
               DISPLAY 'File status: ' WS-RETURN-FILE-STATUS
               ADD 1 TO WS-ERRORS
               GO TO OPEN-RETURN-FILE-EXIT
           END-IF.

           MOVE 'Y' TO WS-RET-FILE-OPEN.
           ACCEPT WS-CREATE-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-CREATE-DATE-YYYYMMDD (3:6) TO WS-RH-CREATE-DATE.
           ACCEPT WS-RH-CREATE-TIME FROM TIME.
           MOVE SPACES TO WS-RH-DEST-ROUTING.
           STRING ' ' WS-ACH-ORIGIN-ROUTING DELIMITED BY SIZE
               INTO WS-RH-DEST-ROUTING
           END-STRING.
           MOVE WS-RH-DEST-ROUTING TO WS-RH-ORIGIN-ROUTING.
           WRITE RETURN-FILE-RECORD FROM WS-RET-FILE-HEADER-REC.
           ADD 1 TO WS-RET-RECORD-COUNT.
       OPEN-RETURN-FILE-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-RETURN-BATCH-HEADER: Open a return batch mirroring the
      * original batch's company and class, on the first return
      * out of that batch
      ******************************************************************
       WRITE-RETURN-BATCH-HEADER SECTION.
           MOVE 'Y' TO WS-RET-BATCH-OPEN.
           ADD 1 TO WS-RET-BATCH-COUNT.
           MOVE ZERO TO WS-RET-BATCH-ENTRIES.
           MOVE ZERO TO WS-RET-BATCH-HASH.
           MOVE ZERO TO WS-RET-BATCH-DEBIT.
           MOVE ZERO TO WS-RET-BATCH-CREDIT.

           MOVE WS-CB-SERVICE-CLASS TO WS-RB-SERVICE-CLASS.
           MOVE WS-CB-COMPANY-NAME TO WS-RB-COMPANY-NAME.
           MOVE WS-CB-COMPANY-ID TO WS-RB-COMPANY-ID.
           MOVE WS-CB-SEC-CODE TO WS-RB-SEC-CODE.
           MOVE WS-CB-ENTRY-DESC TO WS-RB-ENTRY-DESC.
           MOVE WS-BUS-DATE (3:2) TO WS-RB-EFF-DATE (1:2).
           MOVE WS-BUS-DATE (6:2) TO WS-RB-EFF-DATE (3:2).
           MOVE WS-BUS-DATE (9:2) TO WS-RB-EFF-DATE (5:2).
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO WS-RB-ODFI-ROUTING.
           MOVE WS-RET-BATCH-COUNT TO WS-RB-BATCH-NUMBER.
           IF RET-FILE-IS-OPEN
               WRITE RETURN-FILE-RECORD FROM WS-RET-BATCH-HEADER-REC
               ADD 1 TO WS-RET-RECORD-COUNT
           END-IF.
       WRITE-RETURN-BATCH-HEADER-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-RETURN-BATCH-CONTROL: Close the open return batch and
      * roll its totals into the return file's
      ******************************************************************
       WRITE-RETURN-BATCH-CONTROL SECTION.
           MOVE 'N' TO WS-RET-BATCH-OPEN.
           MOVE WS-CB-SERVICE-CLASS TO WS-RCB-SERVICE-CLASS.
           MOVE WS-RET-BATCH-ENTRIES TO WS-RCB-ENTRY-COUNT.
           MOVE WS-RET-BATCH-HASH TO WS-RCB-ENTRY-HASH.
           MOVE WS-RET-BATCH-DEBIT TO WS-RCB-TOTAL-DEBIT.
           MOVE WS-RET-BATCH-CREDIT TO WS-RCB-TOTAL-CREDIT.
           MOVE WS-CB-COMPANY-ID TO WS-RCB-COMPANY-ID.
           MOVE WS-ACH-ORIGIN-ROUTING (1:8) TO WS-RCB-ODFI-ROUTING.
           MOVE WS-RET-BATCH-COUNT TO WS-RCB-BATCH-NUMBER.
           IF RET-FILE-IS-OPEN
               WRITE RETURN-FILE-RECORD FROM WS-RET-BATCH-CONTROL-REC
               ADD 1 TO WS-RET-RECORD-COUNT
           END-IF.

           ADD WS-RET-BATCH-ENTRIES TO WS-RET-FILE-ENTRIES.
           COMPUTE WS-RET-FILE-HASH =
               FUNCTION MOD(WS-RET-FILE-HASH + WS-RET-BATCH-HASH,
                            10000000000).
           ADD WS-RET-BATCH-DEBIT TO WS-RET-FILE-DEBIT.
           ADD WS-RET-BATCH-CREDIT TO WS-RET-FILE-CREDIT.
       WRITE-RETURN-BATCH-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-RETURN-FILE: The '9' file control record, then close
      ******************************************************************
       CLOSE-RETURN-FILE SECTION.
           IF NOT RET-FILE-IS-OPEN
               GO TO CLOSE-RETURN-FILE-EXIT
           END-IF.

           MOVE WS-RET-BATCH-COUNT TO WS-RF-BATCH-COUNT.
           ADD 1 TO WS-RET-RECORD-COUNT.
           COMPUTE WS-RF-BLOCK-COUNT =
               (WS-RET-RECORD-COUNT + 9) / 10.
           MOVE WS-RET-FILE-ENTRIES TO WS-RF-ENTRY-COUNT.
           MOVE WS-RET-FILE-HASH TO WS-RF-ENTRY-HASH.
           MOVE WS-RET-FILE-DEBIT TO WS-RF-TOTAL-DEBIT.
           MOVE WS-RET-FILE-CREDIT TO WS-RF-TOTAL-CREDIT.
           WRITE RETURN-FILE-RECORD FROM WS-RET-FILE-CONTROL-REC.

           CLOSE RETURN-FILE.
           MOVE 'N' TO WS-RET-FILE-OPEN.
           DISPLAY 'Return file written to '
                   '"data/out/ach_receipt_returns.dat"'.
       CLOSE-RETURN-FILE-EXIT.
           EXIT.

      ******************************************************************
      * LOG-LINEAGE-EVENT: Record transformation metadata
      ******************************************************************
       LOG-LINEAGE-EVENT SECTION.
           MOVE 'ACH_RECEIVE' TO WS-LIN-PROGRAM.
           MOVE 'file' TO WS-LIN-SRC-ENGINE.
           MOVE 'filesystem' TO WS-LIN-SRC-SCHEMA.
           MOVE 'ach_receipt.dat' TO WS-LIN-SRC-TABLE.
           MOVE 'TRAN_CODE,DFI_ACCOUNT,AMOUNT,TRACE_NUMBER'
               TO WS-LIN-SRC-COLS.
           MOVE 'sqlserver' TO WS-LIN-TGT-ENGINE.
           MOVE 'dbo' TO WS-LIN-TGT-SCHEMA.
           MOVE 'Transactions,AchReceipts' TO WS-LIN-TGT-TABLE.
           MOVE 'ACC_ID,AMOUNT,TX_TYPE,VALUE_DATE,RETURN_CODE'
               TO WS-LIN-TGT-COLS.
           MOVE 'ingest' TO WS-LIN-TRANSFORM-KIND.
           MOVE 'Control-verified entries posted or returned'
               TO WS-LIN-TRANSFORM-EXPR.
           MOVE WS-CURRENT-RUN-ID TO WS-LIN-RUN-ID.

           PERFORM ADD-LINEAGE-EVENT.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.

      ******************************************************************
      * DISCONNECT-DATABASE: Commit transaction and disconnect. A
      * rejected file leaves the run-control record open so the
      * corrected file can be run the same business date
      ******************************************************************
       DISCONNECT-DATABASE SECTION.
           IF NOT SQLSERVER-IS-CONNECTED
               GO TO DISCONNECT-DATABASE-EXIT
           END-IF.

      *    Close the run-control record before disconnecting
           IF FILE-IS-VALID
               MOVE ZERO TO WS-RC-RETURN-CODE
               PERFORM RECORD-RUN-END
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
           DISPLAY '  Entries read:           ' WS-ENTRIES-READ.
           DISPLAY '  Entries posted:         ' WS-ENTRIES-POSTED.
           DISPLAY '  Federal benefit credits:' WS-BENEFIT-ENTRIES.
           DISPLAY '  Entries returned:       ' WS-ENTRIES-RETURNED.
           DISPLAY '  Prenotes verified:      ' WS-PRENOTES-VERIFIED.
           DISPLAY '  Change notices applied: ' WS-NOC-APPLIED.
           DISPLAY '  Orders/items corrected: ' WS-NOC-ORDERS-CHANGED.
           DISPLAY '  Duplicate entries:      ' WS-ENTRIES-DUPLICATE.
           DISPLAY '  Exceptions:             ' WS-ENTRIES-EXCEPTION.
           DISPLAY '  Batches out of balance: ' WS-BATCHES-REJECTED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

       END PROGRAM ACH-RECEIVE.
