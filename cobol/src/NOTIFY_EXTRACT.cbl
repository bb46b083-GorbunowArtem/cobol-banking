      *          sent with this run's ID - dbo.CustomerNotifications
      *          doubles as the permanent correspondence history
      *          customer service reads. Runs late in BANKBAT.
      *          Change-of-address confirmations logged by
      *          CUSTOMER_MASTER on dbo.AddressChangeLog ride the same
      *          batch as address-bearing 'A' records - one to the old
      *          address, one to the new - since a letter to the
      *          address being replaced cannot be sent from the
      *          vendor's copy of the customer file.
      *          ESTMT-READY notices queued by STATEMENT_GEN and
      *          CONSOL_STMT for e-delivery customers go out as
      *          email 'E' records carrying the customer's email
      *          address in place of a printed letter (falling back
      *          to print should the address have been removed);
      *          ESTMT-BOUNCE notices from VENDOR_ACK are printed.
      *          A notice carrying its own addressee (CUSTOMER_ID on
      *          dbo.CustomerNotifications - MAJORITY_REVIEW's
      *          notices to a custodial account's custodian and
      *          beneficiary, SDB_BILLING's safe deposit box rent
      *          notices to the box renter) goes to that customer
      *          rather than the account's.
      * Input:   dbo.OverdraftExceptions, dbo.Accounts,
      *          dbo.FraudReviewQueue, dbo.CustomerNotifications,
      *          dbo.AddressChangeLog
      * Output:  dbo.CustomerNotifications, dbo.AddressChangeLog
      *          data/out/correspondence_batch.dat
      * Lineage: transform_kind=extract
      ******************************************************************
      *               DISPOSITION,DISPOSITION_TS_UTC)
      * LINEAGE: TGT=file.filesystem.correspondence_batch.dat(
      *               CORR_CODE,CUSTOMER_ID,NAME,EVENT_COUNT)
      * LINEAGE: SRC=sqlserver.dbo.AddressChangeLog(CUSTOMER_ID,NAME,
      *               OLD_ADDRESS_LINE1,OLD_ADDRESS_LINE2,
      *               NEW_ADDRESS_LINE1,NEW_ADDRESS_LINE2)
      * LINEAGE: MAP=EVENT_TYPE -> CORR_CODE [TYPE MAP, DEDUPED PER
      *               CUSTOMER]
      * LINEAGE: MAP=OLD/NEW ADDRESS -> 'A' RECORDS [C029 OLD,
      *               C030 NEW]
      * LINEAGE: MAP=ESTMT-READY -> 'E' RECORD [C031, EMAIL]
      * LINEAGE: MAP=COALESCE(N.CUSTOMER_ID, A.CUSTOMER_ID) ->
      *               CUSTOMER_ID [ADDRESSEE]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).
       FD  CORRESPONDENCE-FILE.
       01  CORR-FILE-RECORD            PIC X(250).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
           05  WS-CD-EVENT-COUNT       PIC 9(5).
           05  FILLER                  PIC X(54) VALUE SPACES.

      * Change-of-address letter record (fixed width): the vendor
      * mails it to the address it carries, not the one on file
       01  WS-CORR-ADDRESS-REC.
           05  FILLER                  PIC X(1) VALUE 'A'.
           05  WS-CA-CORR-CODE         PIC X(4).
           05  WS-CA-CUSTOMER-ID       PIC X(32).
           05  WS-CA-NAME              PIC X(64).
           05  WS-CA-ADDR1             PIC X(64).
           05  WS-CA-ADDR2             PIC X(64).
           05  WS-CA-CHANGE-DATE       PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.

      * E-statement available record (fixed width): the vendor
      * emails it to the address it carries instead of printing
       01  WS-CORR-EMAIL-REC.
           05  FILLER                  PIC X(1) VALUE 'E'.
           05  WS-CE-CORR-CODE         PIC X(4).
           05  WS-CE-CUSTOMER-ID       PIC X(32).
           05  WS-CE-NAME              PIC X(64).
           05  WS-CE-EMAIL             PIC X(64).
           05  WS-CE-EVENT-COUNT       PIC 9(5).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CORR-LINE                PIC X(250).
       01  WS-RENDERED-DISP            PIC Z(8)9.

      * Counters
       01  WS-EVENTS-SWEPT             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RECORDS-RENDERED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-COA-LETTERS-RENDERED     PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EMAILS-RENDERED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.

      * EXEC SQL working variables
       01  SQL-EVENT-TYPE              PIC X(16).
       01  SQL-EVENT-COUNT             PIC S9(9) COMP-3.
       01  SQL-CUST-NAME               PIC X(64).
       01  SQL-CUST-EMAIL              PIC X(64).
       01  SQL-COA-CHANGE-ID           PIC 9(18) COMP-5.
       01  SQL-COA-OLD-ADDR1           PIC X(64).
       01  SQL-COA-OLD-ADDR2           PIC X(64).
       01  SQL-COA-NEW-ADDR1           PIC X(64).
       01  SQL-COA-NEW-ADDR2           PIC X(64).
       01  SQL-COA-BUS-DATE            PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Queued notifications grouped per customer and event type -
      * the dedupe the vendor interface requires. A notice naming
      * its own addressee goes to them, otherwise to the account's
      * customer
       EXEC SQL
           DECLARE RENDER_CURSOR CURSOR FOR
           SELECT COALESCE(N.CUSTOMER_ID, A.CUSTOMER_ID),
                  N.EVENT_TYPE, COUNT(*)
           FROM dbo.CustomerNotifications N
           JOIN dbo.Accounts A ON A.ACC_ID = N.ACC_ID
           WHERE N.QUEUED_FLAG = 'N'
           GROUP BY COALESCE(N.CUSTOMER_ID, A.CUSTOMER_ID),
                    N.EVENT_TYPE
           ORDER BY 1, N.EVENT_TYPE
       END-EXEC.

      * Address changes whose confirmation letters have not gone out
       EXEC SQL
           DECLARE COA_LETTER_CURSOR CURSOR FOR
           SELECT CHANGE_ID,
                  CUSTOMER_ID,
                  COALESCE(NAME, ' '),
                  COALESCE(OLD_ADDRESS_LINE1, ' '),
                  COALESCE(OLD_ADDRESS_LINE2, ' '),
                  COALESCE(NEW_ADDRESS_LINE1, ' '),
                  COALESCE(NEW_ADDRESS_LINE2, ' '),
                  CONVERT(CHAR(10), BUS_DATE, 120)
           FROM dbo.AddressChangeLog
           WHERE LETTER_STATUS = 'N'
           ORDER BY CHANGE_ID
       END-EXEC.

       PROCEDURE DIVISION.
               CLOSE RENDER_CURSOR
           END-EXEC.

           PERFORM RENDER-ADDRESS-LETTERS.

           MOVE WS-RECORDS-RENDERED TO WS-RENDERED-DISP.
           MOVE SPACES TO WS-CORR-LINE.
           STRING 'T|' DELIMITED BY SIZE
                   MOVE 'C004' TO WS-CD-CORR-CODE
               WHEN 'NSF-REJECT'
                   MOVE 'C005' TO WS-CD-CORR-CODE
               WHEN 'LEGAL-ORDER'
                   MOVE 'C006' TO WS-CD-CORR-CODE
               WHEN 'LEGAL-NO-FUNDS'
                   MOVE 'C007' TO WS-CD-CORR-CODE
               WHEN 'LEGAL-REMIT'
                   MOVE 'C008' TO WS-CD-CORR-CODE
               WHEN 'LEGAL-RELEASE'
                   MOVE 'C009' TO WS-CD-CORR-CODE
               WHEN 'DISPUTE-ACK'
                   MOVE 'C010' TO WS-CD-CORR-CODE
               WHEN 'DISPUTE-PROVCR'
                   MOVE 'C011' TO WS-CD-CORR-CODE
               WHEN 'DISPUTE-CREDIT'
                   MOVE 'C012' TO WS-CD-CORR-CODE
               WHEN 'DISPUTE-DENIED'
                   MOVE 'C013' TO WS-CD-CORR-CODE
               WHEN 'POSPAY-EXCEPTION'
                   MOVE 'C014' TO WS-CD-CORR-CODE
               WHEN 'CHECK-RETURNED'
                   MOVE 'C015' TO WS-CD-CORR-CODE
               WHEN 'CHECK-HOLD'
                   MOVE 'C016' TO WS-CD-CORR-CODE
               WHEN 'WIRE-REJECTED'
                   MOVE 'C017' TO WS-CD-CORR-CODE
               WHEN 'ACH-NOC'
                   MOVE 'C018' TO WS-CD-CORR-CODE
               WHEN 'LOAN-PAIDOFF'
                   MOVE 'C019' TO WS-CD-CORR-CODE
               WHEN 'LOAN-PREPAY'
                   MOVE 'C020' TO WS-CD-CORR-CODE
               WHEN 'LOAN-1098'
                   MOVE 'C021' TO WS-CD-CORR-CODE
               WHEN 'LOAN-1098-CORR'
                   MOVE 'C022' TO WS-CD-CORR-CODE
               WHEN 'OD-AGING'
                   MOVE 'C023' TO WS-CD-CORR-CODE
               WHEN 'OD-BLOCKED'
                   MOVE 'C024' TO WS-CD-CORR-CODE
               WHEN 'OD-CHARGEOFF'
                   MOVE 'C025' TO WS-CD-CORR-CODE
               WHEN 'OD-PROTECT'
                   MOVE 'C026' TO WS-CD-CORR-CODE
               WHEN 'OD-OPTIN'
                   MOVE 'C027' TO WS-CD-CORR-CODE
               WHEN 'OD-DECLINE'
                   MOVE 'C028' TO WS-CD-CORR-CODE
               WHEN 'ESTMT-READY'
                   MOVE 'C031' TO WS-CD-CORR-CODE
               WHEN 'ESTMT-BOUNCE'
                   MOVE 'C032' TO WS-CD-CORR-CODE
               WHEN 'MAJORITY-NOTICE'
                   MOVE 'C033' TO WS-CD-CORR-CODE
               WHEN 'SDB-PASTDUE'
                   MOVE 'C034' TO WS-CD-CORR-CODE
               WHEN 'SDB-FINAL'
                   MOVE 'C035' TO WS-CD-CORR-CODE
               WHEN 'SDB-DRILL'
                   MOVE 'C036' TO WS-CD-CORR-CODE
               WHEN OTHER
                   MOVE 'C999' TO WS-CD-CORR-CODE
           END-EVALUATE.

           MOVE SPACES TO SQL-CUST-NAME.
           MOVE SPACES TO SQL-CUST-EMAIL.
           EXEC SQL
               SELECT NAME, COALESCE(EMAIL, ' ')
               INTO :SQL-CUST-NAME, :SQL-CUST-EMAIL
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO SQL-CUST-NAME
               MOVE SPACES TO SQL-CUST-EMAIL
           END-IF.

      *    The e-statement notice is an email, not a letter
           IF SQL-EVENT-TYPE = 'ESTMT-READY'
               AND SQL-CUST-EMAIL NOT = SPACES
               MOVE WS-CD-CORR-CODE TO WS-CE-CORR-CODE
               MOVE SQL-CUSTOMER-ID TO WS-CE-CUSTOMER-ID
               MOVE SQL-CUST-NAME TO WS-CE-NAME
               MOVE SQL-CUST-EMAIL TO WS-CE-EMAIL
               MOVE SQL-EVENT-COUNT TO WS-CE-EVENT-COUNT
               WRITE CORR-FILE-RECORD FROM WS-CORR-EMAIL-REC
               ADD 1 TO WS-RECORDS-RENDERED
               ADD 1 TO WS-EMAILS-RENDERED
               MOVE 0 TO SQLCODE
               GO TO RENDER-ONE-RECORD-EXIT
           END-IF.

           MOVE SQL-CUSTOMER-ID TO WS-CD-CUSTOMER-ID.
       RENDER-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * RENDER-ADDRESS-LETTERS: Two change-of-address confirmation
      * records per logged address change - C029 to the old address,
      * so a customer whose address was changed without their say
      * hears of it, and C030 to the new one
      ******************************************************************
       RENDER-ADDRESS-LETTERS SECTION.
           EXEC SQL
               OPEN COA_LETTER_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Failed to open address letter cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RENDER-ADDRESS-LETTERS-EXIT
           END-IF.

           PERFORM RENDER-ONE-ADDRESS-CHANGE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE COA_LETTER_CURSOR
           END-EXEC.
       RENDER-ADDRESS-LETTERS-EXIT.
           EXIT.

      ******************************************************************
      * RENDER-ONE-ADDRESS-CHANGE: Both letters for one change, then
      * mark the change's letters sent with this run's ID
      ******************************************************************
       RENDER-ONE-ADDRESS-CHANGE SECTION.
           EXEC SQL
               FETCH COA_LETTER_CURSOR INTO
                   :SQL-COA-CHANGE-ID,
                   :SQL-CUSTOMER-ID,
                   :SQL-CUST-NAME,
                   :SQL-COA-OLD-ADDR1,
                   :SQL-COA-OLD-ADDR2,
                   :SQL-COA-NEW-ADDR1,
                   :SQL-COA-NEW-ADDR2,
                   :SQL-COA-BUS-DATE
           END-EXEC.

           IF SQLCODE = 100
               GO TO RENDER-ONE-ADDRESS-CHANGE-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Address letter cursor fetch failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO RENDER-ONE-ADDRESS-CHANGE-EXIT
           END-IF.

           MOVE SQL-CUSTOMER-ID TO WS-CA-CUSTOMER-ID.
           MOVE SQL-CUST-NAME TO WS-CA-NAME.
           MOVE SQL-COA-BUS-DATE TO WS-CA-CHANGE-DATE.

           MOVE 'C029' TO WS-CA-CORR-CODE.
           MOVE SQL-COA-OLD-ADDR1 TO WS-CA-ADDR1.
           MOVE SQL-COA-OLD-ADDR2 TO WS-CA-ADDR2.
           WRITE CORR-FILE-RECORD FROM WS-CORR-ADDRESS-REC.

           MOVE 'C030' TO WS-CA-CORR-CODE.
           MOVE SQL-COA-NEW-ADDR1 TO WS-CA-ADDR1.
           MOVE SQL-COA-NEW-ADDR2 TO WS-CA-ADDR2.
           WRITE CORR-FILE-RECORD FROM WS-CORR-ADDRESS-REC.

           ADD 2 TO WS-RECORDS-RENDERED.
           ADD 2 TO WS-COA-LETTERS-RENDERED.

           EXEC SQL
               UPDATE dbo.AddressChangeLog
               SET LETTER_STATUS = 'Y',
                   LETTER_RUN_ID = :WS-CURRENT-RUN-ID
               WHERE CHANGE_ID = :SQL-COA-CHANGE-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Could not mark address letters sent '
                       'for change ' SQL-COA-CHANGE-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       RENDER-ONE-ADDRESS-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * MARK-NOTIFICATIONS-SENT: Everything rendered this run goes on
      * the permanent correspondence history as sent

           PERFORM ADD-LINEAGE-EVENT.

           IF WS-COA-LETTERS-RENDERED > ZERO
               MOVE 'AddressChangeLog' TO WS-LIN-SRC-TABLE
               MOVE SPACES TO WS-LIN-SRC-COLS
               STRING 'CUSTOMER_ID,NAME,OLD_ADDRESS_LINE1,'
                      DELIMITED BY SIZE
                      'OLD_ADDRESS_LINE2,NEW_ADDRESS_LINE1,'
                      DELIMITED BY SIZE
                      'NEW_ADDRESS_LINE2' DELIMITED BY SIZE
                   INTO WS-LIN-SRC-COLS
               END-STRING
               MOVE 'CORR_CODE,CUSTOMER_ID,NAME,ADDRESS'
                   TO WS-LIN-TGT-COLS
               MOVE 'Change-of-address letters to old and new address'
                   TO WS-LIN-TRANSFORM-EXPR
               PERFORM ADD-LINEAGE-EVENT
           END-IF.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.
           DISPLAY '  Events swept to queue:  ' WS-EVENTS-SWEPT.
           DISPLAY '  Vendor records rendered: '
                   WS-RECORDS-RENDERED.
           DISPLAY '  Address letters rendered: '
                   WS-COA-LETTERS-RENDERED.
           DISPLAY '  E-statement emails:     ' WS-EMAILS-RENDERED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
       DISPLAY-SUMMARY-EXIT.
           EXIT.
