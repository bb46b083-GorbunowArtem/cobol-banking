      *          that address - and queues an address-research work
      *          item on dbo.AddressResearchQueue instead of paying
      *          to print mail that bounces every month.
      *          The e-statement bounce file lists portal documents
      *          whose email-available message could not be
      *          delivered: the customer is switched back to print
      *          (EDELIVERY_FLAG 'N' on dbo.Customers), an
      *          ESTMT-BOUNCE notice is queued for the print batch,
      *          and the bounced document is copied from the portal
      *          directory to the print statement directory - so a
      *          failed email never leaves a customer without their
      *          statement.
      * Input:   data/in/print_vendor_ack.csv
      *          (NOTIFICATION_ID,RUN_ID,STATUS,REASON)
      *          data/in/returned_mail.csv (ACC_ID,REASON)
      *          data/in/estatement_bounces.csv
      *          (CUSTOMER_ID,DOCUMENT_NAME,REASON)
      *          data/out/portal/<DOCUMENT_NAME>
      * Output:  dbo.CustomerNotifications (confirmed / re-queued,
      *          ESTMT-BOUNCE notices)
      *          dbo.Customers (ADDRESS_UNDELIVERABLE_FLAG,
      *          EDELIVERY_FLAG)
      *          dbo.AddressResearchQueue
      *          data/out/statements/<DOCUMENT_NAME>
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=VENDOR_ACK
      * LINEAGE: TGT=sqlserver.dbo.CustomerNotifications(QUEUED_FLAG)
      * LINEAGE: MAP=STATUS -> QUEUED_FLAG [PRINTED -> P,
      *               REJECTED -> N]
      * LINEAGE: SRC=csv.filesystem.estatement_bounces.csv(
      *               CUSTOMER_ID,DOCUMENT_NAME,REASON)
      * LINEAGE: TGT=sqlserver.dbo.Customers(EDELIVERY_FLAG)
      * LINEAGE: MAP=BOUNCE -> EDELIVERY_FLAG [Y -> N, REPRINT]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.

           SELECT BOUNCE-CSV
               ASSIGN TO WS-BOUNCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNC-FILE-STATUS.

           SELECT PORTAL-DOC-FILE
               ASSIGN TO WS-PORTAL-DOC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTAL-DOC-STATUS.

           SELECT REPRINT-DOC-FILE
               ASSIGN TO WS-REPRINT-DOC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-DOC-STATUS.

           SELECT VERSION-FILE
               ASSIGN TO WS-VERSION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
       FD  RETURNED-CSV.
       01  RETURNED-CSV-RECORD         PIC X(512).

       FD  BOUNCE-CSV.
       01  BOUNCE-CSV-RECORD           PIC X(512).

       FD  PORTAL-DOC-FILE.
       01  PORTAL-DOC-RECORD           PIC X(132).

       FD  REPRINT-DOC-FILE.
       01  REPRINT-DOC-RECORD          PIC X(132).

       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).

       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY ERROR-LOGGER.
       COPY MASTER-HISTORY.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
       01  WS-RET-FILE-STATUS          PIC XX.
           88  RET-FILE-OK             VALUE '00'.
           88  RET-END-OF-FILE         VALUE '10'.
       01  WS-BNC-FILE-STATUS          PIC XX.
           88  BNC-FILE-OK             VALUE '00'.
           88  BNC-END-OF-FILE         VALUE '10'.
       01  WS-PORTAL-DOC-STATUS        PIC XX.
           88  PORTAL-DOC-OK           VALUE '00'.
           88  PORTAL-DOC-END-OF-FILE  VALUE '10'.
       01  WS-REPRINT-DOC-STATUS       PIC XX.
           88  REPRINT-DOC-OK          VALUE '00'.
       01  WS-VERSION-FILE-STATUS      PIC XX.
           88  VERSION-FILE-OK         VALUE '00'.

               VALUE 'data/in/print_vendor_ack.csv'.
       01  WS-RETURNED-FILE-NAME       PIC X(256)
               VALUE 'data/in/returned_mail.csv'.
       01  WS-BOUNCE-FILE-NAME         PIC X(256)
               VALUE 'data/in/estatement_bounces.csv'.
       01  WS-COMMAND-LINE             PIC X(256).

      * CSV parsing fields
       01  WS-CSV-ACC-ID               PIC X(32).
       01  WS-CSV-RET-REASON           PIC X(80).

      * Parsed e-statement bounce fields, and the portal and print
      * paths of the bounced document
       01  WS-CSV-BNC-CUSTOMER-ID      PIC X(32).
       01  WS-CSV-BNC-DOCUMENT         PIC X(64).
       01  WS-CSV-BNC-REASON           PIC X(80).
       01  WS-PORTAL-DOC-NAME          PIC X(256).
       01  WS-REPRINT-DOC-NAME         PIC X(256).
       01  WS-DOC-NAME-BAD-CHARS       PIC 9(4) COMP-5.
       01  WS-DOC-LINE                 PIC X(132).

      * Row counters
       01  WS-ACKS-CONFIRMED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACKS-REQUEUED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACKS-UNMATCHED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ADDRESSES-FLAGGED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RESEARCH-QUEUED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EDELIVERY-REVERTED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-BOUNCE-NOTICES           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-DOCUMENTS-REPRINTED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

       01  SQL-CUSTOMER-ID             PIC X(32).
       01  SQL-RET-REASON              PIC X(80).
       01  SQL-PENDING-COUNT           PIC S9(9) COMP-3.
       01  SQL-EDELIVERY-FLAG          PIC X(1).
       01  SQL-BNC-DOCUMENT            PIC X(64).
       01  SQL-BNC-MESSAGE             PIC X(128).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
           PERFORM CONNECT-DATABASE.
           PERFORM PROCESS-ACK-FILE.
           PERFORM PROCESS-RETURNED-FILE.
           PERFORM PROCESS-BOUNCE-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           PERFORM DISPLAY-SUMMARY.
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO WS-ACK-FILE-NAME
                        WS-RETURNED-FILE-NAME
                        WS-BOUNCE-FILE-NAME
               END-UNSTRING
           END-IF.
           IF WS-BOUNCE-FILE-NAME = SPACES
               MOVE 'data/in/estatement_bounces.csv'
                   TO WS-BOUNCE-FILE-NAME
           END-IF.
           DISPLAY 'Acknowledgment file: '
                   FUNCTION TRIM(WS-ACK-FILE-NAME).
           DISPLAY 'Returned-mail file:  '
                   FUNCTION TRIM(WS-RETURNED-FILE-NAME).
           DISPLAY 'E-statement bounces: '
                   FUNCTION TRIM(WS-BOUNCE-FILE-NAME).

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'VENDOR_ACK' TO WS-MH-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-MH-RUN-ID.
           MOVE SPACES TO WS-MH-REQUESTED-BY WS-MH-APPROVED-BY.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

           END-IF.

      *    Stop printing to the bouncing address
           MOVE 'UNDELIVERABLE' TO WS-MH-ACTION.
           PERFORM START-MASTER-CHANGE.
           MOVE SQL-CUSTOMER-ID TO WS-MH-CUSTOMER-ID.
           PERFORM CAPTURE-CUSTOMER-BEFORE.
           EXEC SQL
               UPDATE dbo.Customers
               SET ADDRESS_UNDELIVERABLE_FLAG = 'Y'
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.
           PERFORM COMPLETE-MASTER-CHANGE.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Undeliverable flag update failed for '
       QUEUE-RESEARCH-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-BOUNCE-FILE: Put customers whose e-statement email
      * bounced back on print and reprint the documents they missed
      ******************************************************************
       PROCESS-BOUNCE-FILE SECTION.
           OPEN INPUT BOUNCE-CSV.
           IF NOT BNC-FILE-OK
               DISPLAY 'No e-statement bounce file - nothing to revert'
               GO TO PROCESS-BOUNCE-FILE-EXIT
           END-IF.

           READ BOUNCE-CSV INTO WS-CSV-HEADER
               AT END
                   DISPLAY 'ERROR: Empty e-statement bounce file'
                   CLOSE BOUNCE-CSV
                   GO TO PROCESS-BOUNCE-FILE-EXIT
           END-READ.
           DISPLAY 'Bounce header: ' WS-CSV-HEADER.

           PERFORM PROCESS-ONE-BOUNCE-ROW UNTIL BNC-END-OF-FILE.

           CLOSE BOUNCE-CSV.
           DISPLAY 'E-statement bounce processing complete'.
       PROCESS-BOUNCE-FILE-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-ONE-BOUNCE-ROW: Revert one customer to print - the
      * first bounce queues the notice telling them so; a further
      * bounce for another document only reprints that document
      ******************************************************************
       PROCESS-ONE-BOUNCE-ROW SECTION.
           READ BOUNCE-CSV INTO WS-CSV-LINE
               AT END
                   SET BNC-END-OF-FILE TO TRUE
                   GO TO PROCESS-ONE-BOUNCE-ROW-EXIT
           END-READ.

           PERFORM SPLIT-CSV-LINE.
           MOVE WS-CSV-FIELD (1) TO WS-CSV-BNC-CUSTOMER-ID.
           MOVE WS-CSV-FIELD (2) TO WS-CSV-BNC-DOCUMENT.
           MOVE WS-CSV-FIELD (3) TO WS-CSV-BNC-REASON.

           IF WS-CSV-BNC-CUSTOMER-ID = SPACES
               ADD 1 TO WS-ROWS-INVALID
               GO TO PROCESS-ONE-BOUNCE-ROW-EXIT
           END-IF.

           MOVE WS-CSV-BNC-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE SPACES TO SQL-EDELIVERY-FLAG.
           EXEC SQL
               SELECT COALESCE(EDELIVERY_FLAG, 'N')
               INTO :SQL-EDELIVERY-FLAG
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: E-statement bounce for unknown '
                       'CUSTOMER_ID: '
                       FUNCTION TRIM(WS-CSV-BNC-CUSTOMER-ID)
               ADD 1 TO WS-ROWS-INVALID
               GO TO PROCESS-ONE-BOUNCE-ROW-EXIT
           END-IF.

           IF SQL-EDELIVERY-FLAG = 'Y'
               PERFORM REVERT-TO-PRINT-DELIVERY
           END-IF.

           IF WS-CSV-BNC-DOCUMENT NOT = SPACES
               PERFORM REPRINT-BOUNCED-DOCUMENT
           END-IF.
       PROCESS-ONE-BOUNCE-ROW-EXIT.
           EXIT.

      ******************************************************************
      * REVERT-TO-PRINT-DELIVERY: Clear the e-delivery election and
      * queue the ESTMT-BOUNCE notice on the customer's lowest open
      * account - NOTIFY_EXTRACT prints it, since the email address
      * is the thing that failed
      ******************************************************************
       REVERT-TO-PRINT-DELIVERY SECTION.
           MOVE 'EDELIVREVERT' TO WS-MH-ACTION.
           PERFORM START-MASTER-CHANGE.
           MOVE SQL-CUSTOMER-ID TO WS-MH-CUSTOMER-ID.
           PERFORM CAPTURE-CUSTOMER-BEFORE.
           EXEC SQL
               UPDATE dbo.Customers
               SET EDELIVERY_FLAG = 'N'
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND EDELIVERY_FLAG = 'Y'
           END-EXEC.
           PERFORM COMPLETE-MASTER-CHANGE.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: E-delivery revert failed for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REVERT-TO-PRINT-DELIVERY-EXIT
           END-IF.

           ADD 1 TO WS-EDELIVERY-REVERTED.
           DISPLAY 'Reverted to print delivery: '
                   FUNCTION TRIM(SQL-CUSTOMER-ID) ' - '
                   FUNCTION TRIM(WS-CSV-BNC-REASON).

           MOVE WS-CSV-BNC-DOCUMENT TO SQL-BNC-DOCUMENT.
           MOVE SPACES TO SQL-BNC-MESSAGE.
           STRING 'Statement email undeliverable - statements '
                  DELIMITED BY SIZE
                  'will be mailed until e-delivery is re-elected'
                  DELIMITED BY SIZE
               INTO SQL-BNC-MESSAGE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.CustomerNotifications (
                   ACC_ID, EVENT_TYPE, EVENT_REF, MESSAGE,
                   QUEUED_FLAG, RUN_ID, TS_UTC)
               SELECT MIN(A.ACC_ID), 'ESTMT-BOUNCE',
                      :SQL-BNC-DOCUMENT, :SQL-BNC-MESSAGE,
                      'N', :WS-CURRENT-RUN-ID, SYSUTCDATETIME()
               FROM dbo.Accounts A
               WHERE A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND A.STATUS IN ('O', 'F')
               HAVING MIN(A.ACC_ID) IS NOT NULL
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'WARNING: No open account to queue the '
                       'bounce notice on for '
                       FUNCTION TRIM(SQL-CUSTOMER-ID)
               GO TO REVERT-TO-PRINT-DELIVERY-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Bounce notice insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO REVERT-TO-PRINT-DELIVERY-EXIT
           END-IF.

           ADD 1 TO WS-BOUNCE-NOTICES.
       REVERT-TO-PRINT-DELIVERY-EXIT.
           EXIT.

      ******************************************************************
      * REPRINT-BOUNCED-DOCUMENT: Copy the bounced document from the
      * portal directory into the print statement directory, line
      * for line. Only a bare file name is accepted - the bounce file
      * cannot point the copy anywhere else. A document no longer on
      * the portal counts as an error, since that customer has not
      * had their statement
      ******************************************************************
       REPRINT-BOUNCED-DOCUMENT SECTION.
           MOVE ZERO TO WS-DOC-NAME-BAD-CHARS.
           INSPECT WS-CSV-BNC-DOCUMENT TALLYING WS-DOC-NAME-BAD-CHARS
               FOR ALL '/' ALL '\' ALL '..'.
           IF WS-DOC-NAME-BAD-CHARS > 0
               DISPLAY 'ERROR: Invalid bounced document name: '
                       FUNCTION TRIM(WS-CSV-BNC-DOCUMENT)
               ADD 1 TO WS-ROWS-INVALID
               GO TO REPRINT-BOUNCED-DOCUMENT-EXIT
           END-IF.

           MOVE SPACES TO WS-PORTAL-DOC-NAME.
           STRING 'data/out/portal/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-BNC-DOCUMENT) DELIMITED BY SIZE
               INTO WS-PORTAL-DOC-NAME
           END-STRING.
           MOVE SPACES TO WS-REPRINT-DOC-NAME.
           STRING 'data/out/statements/' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-BNC-DOCUMENT) DELIMITED BY SIZE
               INTO WS-REPRINT-DOC-NAME
           END-STRING.

           OPEN INPUT PORTAL-DOC-FILE.
           IF NOT PORTAL-DOC-OK
               DISPLAY 'ERROR: Bounced document not on the portal: '
                       FUNCTION TRIM(WS-PORTAL-DOC-NAME)
               DISPLAY 'File status: ' WS-PORTAL-DOC-STATUS
               ADD 1 TO WS-ERRORS
               GO TO REPRINT-BOUNCED-DOCUMENT-EXIT
           END-IF.

           OPEN OUTPUT REPRINT-DOC-FILE.
           IF NOT REPRINT-DOC-OK
               DISPLAY 'ERROR: Could not open reprint file: '
                       FUNCTION TRIM(WS-REPRINT-DOC-NAME)
               DISPLAY 'File status: ' WS-REPRINT-DOC-STATUS
               ADD 1 TO WS-ERRORS
               CLOSE PORTAL-DOC-FILE
               GO TO REPRINT-BOUNCED-DOCUMENT-EXIT
           END-IF.

           PERFORM COPY-ONE-DOCUMENT-LINE
               UNTIL PORTAL-DOC-END-OF-FILE.

           CLOSE PORTAL-DOC-FILE.
           CLOSE REPRINT-DOC-FILE.
           ADD 1 TO WS-DOCUMENTS-REPRINTED.
           DISPLAY 'Reprinted for mailing: '
                   FUNCTION TRIM(WS-REPRINT-DOC-NAME).
       REPRINT-BOUNCED-DOCUMENT-EXIT.
           EXIT.

      ******************************************************************
      * COPY-ONE-DOCUMENT-LINE: One line of the bounced document
      ******************************************************************
       COPY-ONE-DOCUMENT-LINE SECTION.
           READ PORTAL-DOC-FILE INTO WS-DOC-LINE
               AT END
                   SET PORTAL-DOC-END-OF-FILE TO TRUE
                   GO TO COPY-ONE-DOCUMENT-LINE-EXIT
           END-READ.

           WRITE REPRINT-DOC-RECORD FROM WS-DOC-LINE.
       COPY-ONE-DOCUMENT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * SPLIT-CSV-LINE: RFC 4180 quote-aware field splitter
      ******************************************************************
      *    Only log if we applied at least one vendor outcome
           IF WS-ACKS-CONFIRMED = ZERO AND WS-ACKS-REQUEUED = ZERO
               AND WS-ADDRESSES-FLAGGED = ZERO
               AND WS-EDELIVERY-REVERTED = ZERO
               AND WS-DOCUMENTS-REPRINTED = ZERO
               GO TO LOG-LINEAGE-EVENT-EXIT
           END-IF.


           PERFORM ADD-LINEAGE-EVENT.

      *    E-statement bounces reverted to print
           IF WS-EDELIVERY-REVERTED > 0 OR WS-DOCUMENTS-REPRINTED > 0
               MOVE 'estatement_bounces.csv' TO WS-LIN-SRC-TABLE
               MOVE 'CUSTOMER_ID,DOCUMENT_NAME,REASON'
                   TO WS-LIN-SRC-COLS
               MOVE 'Customers' TO WS-LIN-TGT-TABLE
               MOVE 'EDELIVERY_FLAG' TO WS-LIN-TGT-COLS
               MOVE 'BOUNCE -> EDELIVERY_FLAG N; document reprinted'
                   TO WS-LIN-TRANSFORM-EXPR
               PERFORM ADD-LINEAGE-EVENT
           END-IF.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.
           DISPLAY '  Acks unmatched:      ' WS-ACKS-UNMATCHED.
           DISPLAY '  Addresses flagged:   ' WS-ADDRESSES-FLAGGED.
           DISPLAY '  Research items:      ' WS-RESEARCH-QUEUED.
           DISPLAY '  Reverted to print:   ' WS-EDELIVERY-REVERTED.
           DISPLAY '  Bounce notices:      ' WS-BOUNCE-NOTICES.
           DISPLAY '  Documents reprinted: ' WS-DOCUMENTS-REPRINTED.
           DISPLAY '  Master history rows: ' WS-MH-CHANGES-RECORDED.
           DISPLAY '  Invalid rows:        ' WS-ROWS-INVALID.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
