      *          the same lines the per-account statement carries.
      *          The statement period is the calendar month through
      *          the business date.
      *          A customer who has elected electronic delivery on
      *          dbo.Customers gets the document published to the
      *          document portal instead of printed, indexed on the
      *          day's portal index file with an ESTMT-READY
      *          notification queued (PORTAL-DELIVERY.cpy).
      * Input:   dbo.Customers, dbo.Accounts, dbo.AccountBalances,
      *          dbo.LedgerEntries
      * Output:  data/out/statements/consolidated_<customer>.txt
      *          data/out/portal/consolidated_<customer>_<date>.txt
      *          data/out/portal/portal_index_<YYYYMMDD>.csv
      * Lineage: transform_kind=extract
      ******************************************************************
      * LINEAGE: PROGRAM=CONSOL_STMT
      * LINEAGE: TGT=file.filesystem.consolidated_statements(
      *               SUMMARY,ACCOUNT_SECTIONS)
      * LINEAGE: MAP=ACC_ID -> CUSTOMER_ID [GROUP BY HOLDER]
      * LINEAGE: TGT=file.filesystem.portal_index_<YYYYMMDD>.csv(
      *               CUSTOMER_ID,PERIOD_FROM,PERIOD_TO,DOCUMENT_NAME)
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

               ASSIGN TO WS-OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT PORTAL-INDEX-FILE
               ASSIGN TO WS-PTL-INDEX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTAL-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  CONSOL-STMT-FILE.
       01  STMT-FILE-RECORD            PIC X(132).
       FD  PORTAL-INDEX-FILE.
       01  PORTAL-INDEX-RECORD         PIC X(400).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY ERROR-LOGGER.
       COPY BUSDATE.
       COPY RUN-CONTROL.
       COPY PORTAL-DELIVERY.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           88  VERSION-FILE-OK         VALUE '00'.
       01  WS-STMT-FILE-STATUS         PIC XX.
           88  STMT-FILE-OK            VALUE '00'.
       01  WS-PORTAL-INDEX-STATUS      PIC XX.
           88  PORTAL-INDEX-OK         VALUE '00'.

      * One output document per customer
       01  WS-OUTPUT-FILE-NAME         PIC X(128).
      * Row counters
       01  WS-CUSTOMERS-WRITTEN        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCOUNTS-LISTED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CUSTOMERS-PUBLISHED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'CONSOL_STMT' TO WS-PTL-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-PTL-RUN-ID.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

                  DELIMITED BY SIZE
               INTO SQL-RANGE-END-TS
           END-STRING.
           PERFORM BUILD-PORTAL-INDEX-NAME.
       CONNECT-DATABASE-EXIT.
           EXIT.

               GO TO WRITE-ONE-CUSTOMER-STMT-EXIT
           END-IF.

           MOVE SQL-CUSTOMER-ID TO WS-PTL-CUSTOMER-ID.
           PERFORM CHECK-EDELIVERY-ELECTION.

      *    An e-delivery customer's document goes to the portal
      *    under a name carrying the business date, so each
      *    month's document stands on its own there
           MOVE SPACES TO WS-OUTPUT-FILE-NAME.
           IF CUSTOMER-ON-EDELIVERY
               MOVE SPACES TO WS-PTL-DOCUMENT-NAME
               STRING 'consolidated_' DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                      '_' DELIMITED BY SIZE
                      WS-PTL-BUS-DATE-YYYYMMDD DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-PTL-DOCUMENT-NAME
               END-STRING
               STRING WS-PTL-PORTAL-DIR DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PTL-DOCUMENT-NAME)
                      DELIMITED BY SIZE
                   INTO WS-OUTPUT-FILE-NAME
               END-STRING
           ELSE
               STRING 'data/out/statements/consolidated_'
                      DELIMITED BY SIZE
                      FUNCTION TRIM(SQL-CUSTOMER-ID) DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-OUTPUT-FILE-NAME
               END-STRING
           END-IF.

           OPEN OUTPUT CONSOL-STMT-FILE.
           IF NOT STMT-FILE-OK
           CLOSE CONSOL-STMT-FILE.
           ADD 1 TO WS-CUSTOMERS-WRITTEN.

           IF CUSTOMER-ON-EDELIVERY
               PERFORM PUBLISH-PORTAL-DOCUMENT
           END-IF.

       WRITE-ONE-CUSTOMER-STMT-NEXT.
      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       WRITE-ONE-CUSTOMER-STMT-EXIT.
           EXIT.

      ******************************************************************
      * PUBLISH-PORTAL-DOCUMENT: Index the consolidated document just
      * written to the portal - it covers every account, so the
      * index row carries no ACC_ID - and queue the email telling
      * the customer it is there against their first listed account
      ******************************************************************
       PUBLISH-PORTAL-DOCUMENT SECTION.
           MOVE SPACES TO WS-PTL-ACC-ID.
           MOVE 'CONSOLIDATED' TO WS-PTL-DOCUMENT-TYPE.
           MOVE SPACES TO WS-PTL-PERIOD-FROM.
           STRING WS-BUS-DATE (1:8) '01' DELIMITED BY SIZE
               INTO WS-PTL-PERIOD-FROM
           END-STRING.
           MOVE WS-BUS-DATE TO WS-PTL-PERIOD-TO.

           PERFORM BUILD-PORTAL-INDEX-LINE.
           PERFORM WRITE-PORTAL-INDEX-ROW.

           IF WS-AL-ENTRIES > 0
               MOVE WS-AL-ACC-ID OF WS-ACCT-LIST-TABLE (1)
                   TO WS-PTL-NOTICE-ACC-ID
               PERFORM QUEUE-ESTMT-READY-NOTICE
           END-IF.

           ADD 1 TO WS-CUSTOMERS-PUBLISHED.
       PUBLISH-PORTAL-DOCUMENT-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-PORTAL-INDEX-ROW: Append WS-PTL-INDEX-LINE to the day's
      * portal index file, creating it with its header row on the
      * first document of the business day
      ******************************************************************
       WRITE-PORTAL-INDEX-ROW SECTION.
           OPEN EXTEND PORTAL-INDEX-FILE.
           IF WS-PORTAL-INDEX-STATUS = '35'
               OPEN OUTPUT PORTAL-INDEX-FILE
               IF PORTAL-INDEX-OK
                   WRITE PORTAL-INDEX-RECORD FROM WS-PTL-INDEX-HEADER
               END-IF
           END-IF.

           IF NOT PORTAL-INDEX-OK
               DISPLAY 'ERROR: Could not open portal index file'
               DISPLAY 'File status: ' WS-PORTAL-INDEX-STATUS
               ADD 1 TO WS-ERRORS
               GO TO WRITE-PORTAL-INDEX-ROW-EXIT
           END-IF.

           WRITE PORTAL-INDEX-RECORD FROM WS-PTL-INDEX-LINE.
           CLOSE PORTAL-INDEX-FILE.
       WRITE-PORTAL-INDEX-ROW-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-SUMMARY-PAGE: Header, one line per open account with
      * its opening and closing balances, and the combined
      *    Stash for the detail sections
           IF WS-AL-ENTRIES < WS-AL-MAX
               ADD 1 TO WS-AL-ENTRIES
               MOVE SQL-ACC-ID
                   TO WS-AL-ACC-ID OF WS-ACCT-LIST-TABLE
                       (WS-AL-ENTRIES)
               MOVE SQL-CURRENCY
                   TO WS-AL-CURRENCY OF WS-ACCT-LIST-TABLE
                       (WS-AL-ENTRIES)
               MOVE WS-OPENING-BALANCE
                   TO WS-AL-OPENING (WS-AL-ENTRIES)
           END-IF.
      * lines with a running balance from its opening position
      ******************************************************************
       WRITE-ONE-ACCOUNT-SECTION SECTION.
           MOVE WS-AL-ACC-ID OF WS-ACCT-LIST-TABLE (WS-AL-IDX)
               TO SQL-ACC-ID.
           MOVE WS-AL-CURRENCY OF WS-ACCT-LIST-TABLE (WS-AL-IDX)
               TO SQL-CURRENCY.
           MOVE WS-AL-OPENING (WS-AL-IDX) TO WS-RUNNING-BALANCE.

           MOVE SPACES TO WS-STMT-LINE.

           PERFORM ADD-LINEAGE-EVENT.

      *    Portal publication, when any document went that way
           IF WS-CUSTOMERS-PUBLISHED > 0
               MOVE 'LedgerEntries,Accounts,Customers'
                   TO WS-LIN-SRC-TABLE
               MOVE WS-PTL-INDEX-FILE-NAME TO WS-LIN-TGT-TABLE
               MOVE SPACES TO WS-LIN-TGT-COLS
               STRING 'CUSTOMER_ID,PERIOD_FROM,PERIOD_TO,'
                      'DOCUMENT_NAME' DELIMITED BY SIZE
                   INTO WS-LIN-TGT-COLS
               END-STRING
               MOVE 'publish' TO WS-LIN-TRANSFORM-KIND
               MOVE 'ONE INDEX ROW PER PORTAL DOCUMENT'
                   TO WS-LIN-TRANSFORM-EXPR
               PERFORM ADD-LINEAGE-EVENT
           END-IF.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.
           DISPLAY 'Processing Summary:'.
           DISPLAY '  Customers written:   ' WS-CUSTOMERS-WRITTEN.
           DISPLAY '  Accounts listed:     ' WS-ACCOUNTS-LISTED.
           DISPLAY '  Published to portal: ' WS-CUSTOMERS-PUBLISHED.
           DISPLAY '  Errors encountered:  ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
