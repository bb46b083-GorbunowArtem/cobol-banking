      ******************************************************************
      * PORTAL-DELIVERY.cpy - Document Portal Statement Delivery
      ******************************************************************
      * Purpose: Reusable sections for the electronic statement
      *          delivery election CUSTOMER_MASTER records on
      *          dbo.Customers (EDELIVERY_FLAG, with the consent date
      *          in EDELIVERY_CONSENT_DATE). A customer who has elected
      *          e-delivery, still has an email address on file and
      *          is neither deceased nor closed has their statements
      *          published to the document portal directory
      *          (data/out/portal/) instead of printed. Every
      *          published document gets a row on the business day's
      *          portal index file the portal loads from -
      *            data/out/portal/portal_index_<YYYYMMDD>.csv
      *            CUSTOMER_ID,ACC_ID,PERIOD_FROM,PERIOD_TO,
      *            DOCUMENT_NAME,DOCUMENT_TYPE,RUN_ID
      *          (ACC_ID is blank on a consolidated document) - and
      *          an ESTMT-READY notification NOTIFY_EXTRACT renders as
      *          the email-available message. A document the email
      *          delivery bounces for is handled by VENDOR_ACK.
      * Usage: COPY PORTAL-DELIVERY.  (requires COPY BUSDATE)
      *        PERFORM GET-BUSINESS-DATE once connected and
      *        PERFORM BUILD-PORTAL-INDEX-NAME for the index file the
      *        caller SELECTs on WS-PTL-INDEX-FILE-NAME. Per statement
      *        set WS-PTL-CUSTOMER-ID and PERFORM
      *        CHECK-EDELIVERY-ELECTION; when CUSTOMER-ON-EDELIVERY,
      *        write the document to the portal directory, set the
      *        rest of WS-PORTAL-DELIVERY-PARAMS, PERFORM
      *        BUILD-PORTAL-INDEX-LINE, write WS-PTL-INDEX-LINE to the
      *        index file and PERFORM QUEUE-ESTMT-READY-NOTICE
      ******************************************************************

      * Portal delivery parameters (WS-PTL-ENROLLED-FLAG is returned
      * by CHECK-EDELIVERY-ELECTION; the notice is queued against
      * WS-PTL-NOTICE-ACC-ID, which for a single-account statement is
      * the same as WS-PTL-ACC-ID)
       01  WS-PORTAL-DELIVERY-PARAMS.
           05  WS-PTL-PROGRAM          PIC X(32).
           05  WS-PTL-RUN-ID           PIC X(64).
           05  WS-PTL-CUSTOMER-ID      PIC X(32).
           05  WS-PTL-ACC-ID           PIC X(32).
           05  WS-PTL-NOTICE-ACC-ID    PIC X(32).
           05  WS-PTL-PERIOD-FROM      PIC X(10).
           05  WS-PTL-PERIOD-TO        PIC X(10).
           05  WS-PTL-DOCUMENT-NAME    PIC X(64).
           05  WS-PTL-DOCUMENT-TYPE    PIC X(12).
           05  WS-PTL-ENROLLED-FLAG    PIC X(1).
               88  CUSTOMER-ON-EDELIVERY   VALUE 'Y'.

      * Portal directory, index file name and index row
       01  WS-PTL-PORTAL-DIR           PIC X(16)
                                        VALUE 'data/out/portal/'.
       01  WS-PTL-INDEX-FILE-NAME      PIC X(256).
       01  WS-PTL-INDEX-HEADER         PIC X(80).
       01  WS-PTL-INDEX-LINE           PIC X(400).
       01  WS-PTL-BUS-DATE-YYYYMMDD    PIC X(8).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-PTL-CUSTOMER-ID         PIC X(32).
       01  SQL-PTL-ACC-ID              PIC X(32).
       01  SQL-PTL-ENROLLED            PIC X(1).
       01  SQL-PTL-DOCUMENT-NAME       PIC X(64).
       01  SQL-PTL-MESSAGE             PIC X(128).
       01  SQL-PTL-RUN-ID              PIC X(64).
       EXEC SQL END DECLARE SECTION END-EXEC.

      ******************************************************************
      * Procedure: CHECK-EDELIVERY-ELECTION
      * Description: Sets WS-PTL-ENROLLED-FLAG for WS-PTL-CUSTOMER-ID.
      *   The election only counts while an email address is on file
      *   to tell the customer the document is there, and never for
      *   a deceased or closed customer - their statements go to the
      *   estate or the last mailing address on paper. A failed
      *   lookup leaves the customer on print, so nobody goes
      *   without a statement.
      * Prerequisites:
      *   - SQL Server connection established
      ******************************************************************
       CHECK-EDELIVERY-ELECTION SECTION.
           MOVE 'N' TO WS-PTL-ENROLLED-FLAG.
           MOVE WS-PTL-CUSTOMER-ID TO SQL-PTL-CUSTOMER-ID.
           MOVE 'N' TO SQL-PTL-ENROLLED.

           EXEC SQL
               SELECT CASE WHEN COALESCE(EDELIVERY_FLAG, 'N') = 'Y'
                             AND COALESCE(EMAIL, ' ') <> ' '
                             AND STATUS NOT IN ('D', 'C')
                           THEN 'Y'
                           ELSE 'N'
                      END
               INTO :SQL-PTL-ENROLLED
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-PTL-CUSTOMER-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: E-delivery election lookup failed '
                       'for ' FUNCTION TRIM(WS-PTL-CUSTOMER-ID)
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO CHECK-EDELIVERY-ELECTION-EXIT
           END-IF.

           IF SQLCODE = 0 AND SQL-PTL-ENROLLED = 'Y'
               MOVE 'Y' TO WS-PTL-ENROLLED-FLAG
           END-IF.
       CHECK-EDELIVERY-ELECTION-EXIT.
           EXIT.

      ******************************************************************
      * Procedure: BUILD-PORTAL-INDEX-NAME
      * Description: Builds the business day's index file name into
      *   WS-PTL-INDEX-FILE-NAME, and the header row the caller writes
      *   when it creates the file into WS-PTL-INDEX-HEADER. Every
      *   statement program run that day appends to the same file.
      * Prerequisites:
      *   - GET-BUSINESS-DATE performed
      ******************************************************************
       BUILD-PORTAL-INDEX-NAME SECTION.
           MOVE SPACES TO WS-PTL-BUS-DATE-YYYYMMDD.
           STRING WS-BUS-DATE(1:4) WS-BUS-DATE(6:2) WS-BUS-DATE(9:2)
               DELIMITED BY SIZE
               INTO WS-PTL-BUS-DATE-YYYYMMDD
           END-STRING.

           MOVE SPACES TO WS-PTL-INDEX-FILE-NAME.
           STRING WS-PTL-PORTAL-DIR DELIMITED BY SIZE
                  'portal_index_' DELIMITED BY SIZE
                  WS-PTL-BUS-DATE-YYYYMMDD DELIMITED BY SIZE
                  '.csv' DELIMITED BY SIZE
               INTO WS-PTL-INDEX-FILE-NAME
           END-STRING.

           MOVE SPACES TO WS-PTL-INDEX-HEADER.
           STRING 'CUSTOMER_ID,ACC_ID,PERIOD_FROM,PERIOD_TO,'
                  DELIMITED BY SIZE
                  'DOCUMENT_NAME,DOCUMENT_TYPE,RUN_ID'
                  DELIMITED BY SIZE
               INTO WS-PTL-INDEX-HEADER
           END-STRING.
       BUILD-PORTAL-INDEX-NAME-EXIT.
           EXIT.

      ******************************************************************
      * Procedure: BUILD-PORTAL-INDEX-LINE
      * Description: Formats WS-PORTAL-DELIVERY-PARAMS as one portal
      *   index row in WS-PTL-INDEX-LINE.
      ******************************************************************
       BUILD-PORTAL-INDEX-LINE SECTION.
           MOVE SPACES TO WS-PTL-INDEX-LINE.
           STRING FUNCTION TRIM(WS-PTL-CUSTOMER-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTL-ACC-ID) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PTL-PERIOD-FROM DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-PTL-PERIOD-TO DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTL-DOCUMENT-NAME) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTL-DOCUMENT-TYPE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTL-RUN-ID) DELIMITED BY SIZE
               INTO WS-PTL-INDEX-LINE
           END-STRING.
       BUILD-PORTAL-INDEX-LINE-EXIT.
           EXIT.

      ******************************************************************
      * Procedure: QUEUE-ESTMT-READY-NOTICE
      * Description: Queues the ESTMT-READY notification - the email
      *   telling the customer the document is on the portal, sent in
      *   place of the printed statement. EVENT_REF carries the
      *   document name, so a re-run republishing the same document
      *   does not tell the customer twice.
      * Prerequisites:
      *   - WS-PORTAL-DELIVERY-PARAMS populated
      ******************************************************************
       QUEUE-ESTMT-READY-NOTICE SECTION.
           MOVE WS-PTL-NOTICE-ACC-ID TO SQL-PTL-ACC-ID.
           MOVE WS-PTL-DOCUMENT-NAME TO SQL-PTL-DOCUMENT-NAME.
           MOVE WS-PTL-RUN-ID TO SQL-PTL-RUN-ID.
           MOVE SPACES TO SQL-PTL-MESSAGE.
           STRING 'Statement for ' DELIMITED BY SIZE
                  WS-PTL-PERIOD-FROM DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  WS-PTL-PERIOD-TO DELIMITED BY SIZE
                  ' available on the document portal'
                  DELIMITED BY SIZE
               INTO SQL-PTL-MESSAGE
           END-STRING.

           EXEC SQL
               INSERT INTO dbo.CustomerNotifications (
                   ACC_ID, EVENT_TYPE, EVENT_REF, MESSAGE,
                   QUEUED_FLAG, RUN_ID, TS_UTC)
               SELECT :SQL-PTL-ACC-ID, 'ESTMT-READY',
                      :SQL-PTL-DOCUMENT-NAME, :SQL-PTL-MESSAGE,
                      'N', :SQL-PTL-RUN-ID, SYSUTCDATETIME()
               WHERE NOT EXISTS
                     (SELECT 1 FROM dbo.CustomerNotifications N
                      WHERE N.ACC_ID = :SQL-PTL-ACC-ID
                        AND N.EVENT_TYPE = 'ESTMT-READY'
                        AND N.EVENT_REF = :SQL-PTL-DOCUMENT-NAME)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: E-statement notice queueing failed '
                       'for ' FUNCTION TRIM(WS-PTL-DOCUMENT-NAME)
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       QUEUE-ESTMT-READY-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * End of PORTAL-DELIVERY.cpy
      ******************************************************************
