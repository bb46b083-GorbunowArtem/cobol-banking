      ******************************************************************
      * CUSTOMER_MASTER - Customer Maintenance Ingestion Program
      ******************************************************************
      * Purpose: Apply customer-maintenance actions (ADD/UPDATE/
      *          ADDRESS/CLOSE) from a CSV file to the dbo.Customers
      *          master table, so
      *          the CUSTOMER_ID that dbo.Accounts carries finally
      *          points at a real record - statements can print a
      *          name and address, and compliance can answer "list
      *          every account this person holds" with one join.
      *          Modeled on ACCOUNT_MASTER's CSV-driven action pattern.
      *          A reported death (ACTION=DECEASED) travels the same
      *          maker-checker flow ACCOUNT_MASTER uses: the row loads
      *          into dbo.PendingCustomerChanges - NAME/ADDRESS_LINE1/
      *          ADDRESS_LINE2 carry the estate mailing address, with
      *          DATE_OF_DEATH and MAKER_ID in trailing columns - and
      *          only a second operator's approval
      *          (data/in/customer_approvals.csv) applies it. The
      *          approved death cancels the customer's standing and
      *          sweep orders, suspends their alert preferences,
      *          redirects statements to the estate address, passes
      *          joint accounts to the surviving holder and freezes
      *          sole-owner accounts, recording any payable-on-death
      *          beneficiaries for ACCOUNT_MASTER's settlement run.
      *          ACTION=ADDRESS changes only the mailing address
      *          (ADDRESS_LINE1/ADDRESS_LINE2; the other columns may
      *          be blank) of an active customer - MOVE_UPDATE writes
      *          these rows from the postal move-update return file -
      *          clearing any undeliverable flag and closing the
      *          customer's open address-research items. Every UPDATE
      *          or ADDRESS row that changes the address is logged on
      *          dbo.AddressChangeLog with the old and new address, and
      *          NOTIFY_EXTRACT sends a change-of-address confirmation
      *          letter to both as a fraud control.
      *          ADD and UPDATE rows may also carry the customer's
      *          electronic statement delivery election in two
      *          trailing columns (E_DELIVERY Y/N, with the consent
      *          date, defaulting to the business date); blank
      *          leaves the election as it stands. An elected
      *          customer must have an email address on file.
      *          STATEMENT_GEN and CONSOL_STMT publish an elected
      *          customer's statements to the document portal.
      * Input:   data/in/customers.csv (CSV format)
      *          data/in/customer_approvals.csv (CSV format, optional)
      * Output:  dbo.Customers table (SQL Server)
      *          dbo.PendingCustomerChanges, dbo.AccountHolders,
      *          dbo.Accounts, dbo.StandingOrders, dbo.SweepOrders,
      *          dbo.AlertPreferences, dbo.PodSettlements,
      *          dbo.AddressChangeLog, dbo.AddressResearchQueue
      * Lineage: transform_kind=ingest
      ******************************************************************
      * LINEAGE: PROGRAM=CUSTOMER_MASTER
      * LINEAGE: SRC=csv.filesystem.customers.csv(CUSTOMER_ID,NAME,
      *               ADDRESS_LINE1,ADDRESS_LINE2,TAX_ID,
      *               DATE_OF_BIRTH,PHONE,EMAIL,ACTION,
      *               DATE_OF_DEATH,MAKER_ID,E_DELIVERY,
      *               E_DELIVERY_CONSENT_DATE)
      * LINEAGE: TGT=sqlserver.dbo.Customers(CUSTOMER_ID,NAME,
      *               ADDRESS_LINE1,ADDRESS_LINE2,TAX_ID,
      *               DATE_OF_BIRTH,PHONE,EMAIL,STATUS,DATE_OF_DEATH,
      *               ESTATE_NAME,ESTATE_ADDRESS_LINE1,
      *               ESTATE_ADDRESS_LINE2,CLOSED_DATE,
      *               EDELIVERY_FLAG,EDELIVERY_CONSENT_DATE)
      * LINEAGE: MAP=CUSTOMER_ID -> CUSTOMER_ID [COPY]
      * LINEAGE: TGT=sqlserver.dbo.AddressChangeLog(CUSTOMER_ID,
      *               OLD_ADDRESS_LINE1,OLD_ADDRESS_LINE2,
      *               NEW_ADDRESS_LINE1,NEW_ADDRESS_LINE2)
      * LINEAGE: MAP=ACTION -> STATUS [ADD/UPDATE=A, CLOSE=C,
      *               DECEASED=D ON APPROVAL]
      * LINEAGE: MAP=NAME,ADDRESS_LINE1,ADDRESS_LINE2 -> ESTATE_NAME,
      *               ESTATE_ADDRESS_LINE1,ESTATE_ADDRESS_LINE2
      *               [DECEASED]
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FILE-STATUS.

           SELECT APPROVAL-CSV
               ASSIGN TO "data/in/customer_approvals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-CSV.
       FD  VERSION-FILE.
       01  VERSION-FILE-RECORD         PIC X(40).

       FD  APPROVAL-CSV.
       01  APPROVAL-CSV-RECORD         PIC X(256).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY BUSDATE.
       COPY MASTER-HISTORY.

      * File status
       01  WS-CSV-FILE-STATUS          PIC XX.

      * Quote-aware CSV field splitting working storage (RFC 4180)
       01  WS-CSV-FIELD-TABLE.
           05  WS-CSV-FIELD            PIC X(512) OCCURS 15 TIMES.
       01  WS-CSV-FIELD-IDX            PIC 9(2) COMP-5.
       01  WS-CSV-FIELD-LEN            PIC 9(4) COMP-5.
       01  WS-CSV-CHAR-IDX             PIC 9(4) COMP-5.
      * withholding order on file
       01  WS-CSV-WITHHOLD-FLAG        PIC X(8).
       01  WS-CSV-WITHHOLD-RATE-STR    PIC X(10).
      * Trailing DECEASED columns - the date of death and the
      * submitting operator
       01  WS-CSV-DATE-OF-DEATH        PIC X(10).
       01  WS-CSV-MAKER-ID             PIC X(32).
      * Optional trailing e-delivery columns on ADD/UPDATE - the
      * election (Y/N, blank for no change) and its consent date
       01  WS-CSV-EDELIVERY            PIC X(8).
       01  WS-CSV-EDELIV-CONSENT       PIC X(10).
       01  WS-TODAY-YYYYMMDD           PIC X(8).
       01  WS-TODAY-ISO                PIC X(10).

      * Maker-checker working storage. The submitting operator comes
      * from the CSV row or, when blank, BANK_OPERATOR_ID; the
      * approval file's decisions are applied before new submissions
      * load, and pending changes expire after the configured days
       01  WS-DEFAULT-MAKER-ID         PIC X(32).
       01  WS-APPROVAL-FILE-STATUS     PIC XX.
           88  APPROVAL-FILE-OK        VALUE '00'.
           88  APPROVAL-END-OF-FILE    VALUE '10'.
       01  WS-APPROVAL-LINE            PIC X(256).
       01  WS-APR-CHANGE-ID-STR        PIC X(18).
       01  WS-APR-DECISION             PIC X(16).
       01  WS-APR-CHECKER-ID           PIC X(32).
       01  WS-APR-REASON               PIC X(80).
       01  WS-ROWS-PENDING-LOADED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHANGES-APPLIED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHANGES-REJECTED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-CHANGES-EXPIRED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SELF-APPROVALS-BLOCKED   PIC 9(9) COMP-5 VALUE ZERO.

      * Deceased-customer settlement counters
       01  WS-ORDERS-CANCELLED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-SWEEPS-CANCELLED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ALERTS-SUSPENDED         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCTS-SURVIVED           PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ACCTS-FROZEN             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-POD-RECORDED             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ESTATE-FAILED            PIC X VALUE 'N'.
           88  ESTATE-STEP-FAILED      VALUE 'Y'.

      * Validation flags
       01  WS-VALIDATION-FLAGS.
       01  WS-ROWS-INVALID             PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-ADDED               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-CLOSED              PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ROWS-DECEASED            PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ADDRESSES-CHANGED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ADDRESSES-UNCHANGED      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-RESEARCH-CLOSED          PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EDELIVERY-ENROLLED       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-EDELIVERY-WITHDRAWN      PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-TOTAL-ROWS-PROCESSED     PIC 9(9) COMP-5 VALUE ZERO.

      * Run identifier (timestamp-based)
       01  SQL-STATUS                  PIC X(1).
       01  SQL-WITHHOLDING-FLAG        PIC X(1).
       01  SQL-WITHHOLDING-RATE        PIC S9(1)V9(4) COMP-3.
       01  SQL-EDELIV-CONSENT          PIC X(10).
       01  SQL-EXISTS-COUNT            PIC S9(9) COMP-3.
       01  SQL-OPEN-ACCT-COUNT         PIC S9(9) COMP-3.
       01  SQL-CUST-STATUS             PIC X(1).
       01  SQL-DATE-OF-DEATH           PIC X(10).
       01  SQL-CHANGE-ID               PIC 9(18) COMP-5.
       01  SQL-PC-CUSTOMER-ID          PIC X(32).
       01  SQL-PC-ACTION               PIC X(16).
       01  SQL-PC-ESTATE-NAME          PIC X(64).
       01  SQL-PC-ESTATE-ADDR1         PIC X(64).
       01  SQL-PC-ESTATE-ADDR2         PIC X(64).
       01  SQL-PC-DATE-OF-DEATH        PIC X(10).
       01  SQL-PC-MAKER-ID             PIC X(32).
       01  SQL-PC-CHECKER-ID           PIC X(32).
       01  SQL-PC-REASON               PIC X(80).
       01  SQL-EXPIRY-DAYS             PIC S9(4) COMP-5.
       01  SQL-DEC-ACC-ID              PIC X(32).
       01  SQL-DEC-OWNER-ID            PIC X(32).
       01  SQL-SURVIVOR-ID             PIC X(32).
       01  SQL-SURVIVOR-COUNT          PIC S9(9) COMP-3.
       01  SQL-COA-NAME                PIC X(64).
       01  SQL-OLD-ADDR1               PIC X(64).
       01  SQL-OLD-ADDR2               PIC X(64).
       01  SQL-COA-SOURCE              PIC X(16).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * SQL communication area
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * The deceased customer's open accounts - those they own on the
      * account master and those they hold jointly on
      * dbo.AccountHolders
       EXEC SQL
           DECLARE DECEASED_ACCT_CURSOR CURSOR FOR
           SELECT A.ACC_ID, A.CUSTOMER_ID
           FROM dbo.Accounts A
           WHERE A.STATUS = 'O'
             AND (A.CUSTOMER_ID = :SQL-CUSTOMER-ID
                  OR EXISTS
                     (SELECT 1 FROM dbo.AccountHolders H
                      WHERE H.ACC_ID = A.ACC_ID
                        AND H.CUSTOMER_ID = :SQL-CUSTOMER-ID
                        AND H.STATUS = 'A'
                        AND H.HOLDER_ROLE IN ('PRIMARY', 'JOINT')))
           ORDER BY A.ACC_ID
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM EXPIRE-STALE-CHANGES.
           PERFORM PROCESS-APPROVALS.
           PERFORM PROCESS-CSV-FILE.
           PERFORM LOG-LINEAGE-EVENT.
           PERFORM DISCONNECT-DATABASE.
           END-IF.
           DISPLAY 'Input file: ' WS-INPUT-FILE-NAME.

      *    Fallback maker identity for CSV rows carrying none
           MOVE SPACES TO WS-DEFAULT-MAKER-ID.
           ACCEPT WS-DEFAULT-MAKER-ID FROM ENVIRONMENT
               "BANK_OPERATOR_ID".

      *    Today, for the date-of-death sanity check
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           STRING WS-TODAY-YYYYMMDD (1:4) '-'
                  WS-TODAY-YYYYMMDD (5:2) '-'
                  WS-TODAY-YYYYMMDD (7:2)
                  DELIMITED BY SIZE
               INTO WS-TODAY-ISO
           END-STRING.

      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TIMESTAMP FROM TIME.
           MOVE WS-RUN-ID-TIMESTAMP TO WS-RUN-ID-TS.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'CUSTOMER_MASTER' TO WS-MH-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-MH-RUN-ID.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

           MOVE WS-CSV-FIELD (9) TO WS-CSV-ACTION.
           MOVE WS-CSV-FIELD (10) TO WS-CSV-WITHHOLD-FLAG.
           MOVE WS-CSV-FIELD (11) TO WS-CSV-WITHHOLD-RATE-STR.
           MOVE WS-CSV-FIELD (12) TO WS-CSV-DATE-OF-DEATH.
           MOVE WS-CSV-FIELD (13) TO WS-CSV-MAKER-ID.
           MOVE WS-CSV-FIELD (14) TO WS-CSV-EDELIVERY.
           MOVE WS-CSV-FIELD (15) TO WS-CSV-EDELIV-CONSENT.
       SPLIT-CSV-LINE-EXIT.
           EXIT.

      * APPEND-CSV-CHAR: Add the current character to the active field
      ******************************************************************
       APPEND-CSV-CHAR SECTION.
           IF WS-CSV-FIELD-IDX > 15
               GO TO APPEND-CSV-CHAR-EXIT
           END-IF.

               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    Validate ACTION (ADD, UPDATE, ADDRESS, CLOSE or DECEASED)
           MOVE FUNCTION UPPER-CASE(WS-CSV-ACTION) TO WS-CSV-ACTION.
           IF WS-CSV-ACTION NOT = 'ADD'
               AND WS-CSV-ACTION NOT = 'UPDATE'
               AND WS-CSV-ACTION NOT = 'ADDRESS'
               AND WS-CSV-ACTION NOT = 'CLOSE'
               AND WS-CSV-ACTION NOT = 'DECEASED'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - ACTION must be ADD, UPDATE, ADDRESS, '
                       'CLOSE or DECEASED: ' WS-CSV-ACTION
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ACTION not ADD, UPDATE, ADDRESS, CLOSE or DECEASED'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    An address change needs only the CUSTOMER_ID and the new
      *    first address line
           IF WS-CSV-ACTION = 'ADDRESS'
               IF WS-CSV-ADDRESS-LINE1 = SPACES
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - ADDRESS_LINE1 is empty'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'ADDRESS_LINE1 is empty' TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               PERFORM CHECK-CUSTOMER-EXISTS
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    A reported death carries the estate mailing address and
      *    the date of death, and is checked on its own
           IF WS-CSV-ACTION = 'DECEASED'
               PERFORM VALIDATE-DECEASED-FIELDS
               GO TO VALIDATE-CSV-FIELDS-EXIT
           END-IF.

      *    ADD/UPDATE carry the full customer detail; a CLOSE needs
      *    only the CUSTOMER_ID
           IF WS-CSV-ACTION NOT = 'CLOSE'
               END-IF
           END-IF.

      *    The optional e-delivery election: Y or N, an email address
      *    to send the document-available message to when electing,
      *    and a consent date no later than today
           IF WS-CSV-ACTION NOT = 'CLOSE'
               MOVE FUNCTION UPPER-CASE(WS-CSV-EDELIVERY)
                   TO WS-CSV-EDELIVERY
               IF WS-CSV-EDELIVERY NOT = SPACES
                   AND WS-CSV-EDELIVERY (1:1) NOT = 'Y'
                   AND WS-CSV-EDELIVERY (1:1) NOT = 'N'
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - E_DELIVERY must be Y or N'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'E_DELIVERY must be Y or N' TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               IF WS-CSV-EDELIVERY (1:1) = 'Y'
                   AND WS-CSV-EMAIL = SPACES
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - E_DELIVERY needs an EMAIL address'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'E_DELIVERY needs an EMAIL address'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
               IF WS-CSV-EDELIV-CONSENT NOT = SPACES
                   AND (WS-CSV-EDELIV-CONSENT (5:1) NOT = '-'
                     OR WS-CSV-EDELIV-CONSENT (8:1) NOT = '-'
                     OR WS-CSV-EDELIV-CONSENT (1:4) IS NOT NUMERIC
                     OR WS-CSV-EDELIV-CONSENT (6:2) IS NOT NUMERIC
                     OR WS-CSV-EDELIV-CONSENT (9:2) IS NOT NUMERIC
                     OR WS-CSV-EDELIV-CONSENT > WS-TODAY-ISO)
                   DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                           ' - E_DELIVERY_CONSENT_DATE must be a '
                           'YYYY-MM-DD date no later than today'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'E_DELIVERY_CONSENT_DATE invalid'
                       TO WS-REJECT-REASON
                   GO TO VALIDATE-CSV-FIELDS-EXIT
               END-IF
           END-IF.

      *    ADD must not collide with a CUSTOMER_ID already on file;
      *    UPDATE/CLOSE apply to a customer that must already exist
           IF WS-CSV-ACTION = 'ADD'
       VALIDATE-CSV-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * VALIDATE-DECEASED-FIELDS: A DECEASED row names a customer on
      * file and still living, the estate mailing name and address
      * (NAME/ADDRESS_LINE1 required), a date of death no later than
      * today, and an identified maker
      ******************************************************************
       VALIDATE-DECEASED-FIELDS SECTION.
           PERFORM CHECK-CUSTOMER-EXISTS.
           IF ROW-IS-INVALID
               GO TO VALIDATE-DECEASED-FIELDS-EXIT
           END-IF.

           MOVE SPACES TO SQL-CUST-STATUS.
           EXEC SQL
               SELECT STATUS INTO :SQL-CUST-STATUS
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.
           IF SQLCODE = 0 AND SQL-CUST-STATUS = 'D'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer is already recorded deceased: '
                       WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer already recorded deceased'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-DECEASED-FIELDS-EXIT
           END-IF.
           IF SQLCODE = 0 AND SQL-CUST-STATUS NOT = 'A'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer is not active: '
                       WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer is not active' TO WS-REJECT-REASON
               GO TO VALIDATE-DECEASED-FIELDS-EXIT
           END-IF.

           IF WS-CSV-NAME = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - estate mailing NAME is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Estate mailing NAME is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-DECEASED-FIELDS-EXIT
           END-IF.

           IF WS-CSV-ADDRESS-LINE1 = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - estate ADDRESS_LINE1 is empty'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Estate ADDRESS_LINE1 is empty' TO WS-REJECT-REASON
               GO TO VALIDATE-DECEASED-FIELDS-EXIT
           END-IF.

           IF WS-CSV-DATE-OF-DEATH = SPACES
               OR WS-CSV-DATE-OF-DEATH (5:1) NOT = '-'
               OR WS-CSV-DATE-OF-DEATH (8:1) NOT = '-'
               OR WS-CSV-DATE-OF-DEATH (1:4) IS NOT NUMERIC
               OR WS-CSV-DATE-OF-DEATH (6:2) IS NOT NUMERIC
               OR WS-CSV-DATE-OF-DEATH (9:2) IS NOT NUMERIC
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - DATE_OF_DEATH must be YYYY-MM-DD: '
                       WS-CSV-DATE-OF-DEATH
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'DATE_OF_DEATH must be YYYY-MM-DD'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-DECEASED-FIELDS-EXIT
           END-IF.

           IF WS-CSV-DATE-OF-DEATH > WS-TODAY-ISO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - DATE_OF_DEATH is in the future'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'DATE_OF_DEATH is in the future'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-DECEASED-FIELDS-EXIT
           END-IF.

      *    Every submission needs an identified maker - the CSV
      *    field, or the run's operator identity as the fallback
           IF WS-CSV-MAKER-ID = SPACES
               MOVE WS-DEFAULT-MAKER-ID TO WS-CSV-MAKER-ID
           END-IF.
           IF WS-CSV-MAKER-ID = SPACES
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - no MAKER_ID and no BANK_OPERATOR_ID set'
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Submitting operator not identified'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-DECEASED-FIELDS-EXIT
           END-IF.
       VALIDATE-DECEASED-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-CUSTOMER-EXISTS: Verify an UPDATE/CLOSE targets a real
      * customer already on file, rather than a typo'd CUSTOMER_ID

      ******************************************************************
      * APPLY-CUSTOMER-ACTION: Insert or update dbo.Customers per
      * ACTION; a DECEASED row only stages for the checker. A direct
      * action needs no approval; the customer is imaged either side
      * of it for the master history
      ******************************************************************
       APPLY-CUSTOMER-ACTION SECTION.
           IF WS-CSV-ACTION NOT = 'DECEASED'
               MOVE WS-CSV-ACTION TO WS-MH-ACTION
               MOVE WS-CSV-MAKER-ID TO WS-MH-REQUESTED-BY
               IF WS-MH-REQUESTED-BY = SPACES
                   MOVE WS-DEFAULT-MAKER-ID TO WS-MH-REQUESTED-BY
               END-IF
               MOVE SPACES TO WS-MH-APPROVED-BY
               PERFORM START-MASTER-CHANGE
               MOVE WS-CSV-CUSTOMER-ID TO WS-MH-CUSTOMER-ID
               PERFORM CAPTURE-CUSTOMER-BEFORE
           END-IF.

           EVALUATE WS-CSV-ACTION
               WHEN 'ADD'
                   PERFORM ADD-CUSTOMER
               WHEN 'UPDATE'
                   PERFORM UPDATE-CUSTOMER
               WHEN 'ADDRESS'
                   PERFORM CHANGE-CUSTOMER-ADDRESS
               WHEN 'CLOSE'
                   PERFORM CLOSE-CUSTOMER
               WHEN 'DECEASED'
                   PERFORM INSERT-PENDING-CHANGE
           END-EVALUATE.

           IF ROW-IS-VALID
               AND (WS-CSV-ACTION = 'ADD' OR WS-CSV-ACTION = 'UPDATE')
               AND WS-CSV-EDELIVERY NOT = SPACES
               PERFORM SET-EDELIVERY-ELECTION
           END-IF.

           IF WS-CSV-ACTION NOT = 'DECEASED'
               PERFORM COMPLETE-MASTER-CHANGE
           END-IF.
       APPLY-CUSTOMER-ACTION-EXIT.
           EXIT.


      ******************************************************************
      * UPDATE-CUSTOMER: Update the detail columns on an existing
      * customer. A record pseudonymized after retention is never
      * re-identified. A changed address is logged for the
      * change-of-address letters
      ******************************************************************
       UPDATE-CUSTOMER SECTION.
           PERFORM MOVE-CSV-TO-SQL-FIELDS.
           PERFORM READ-CURRENT-ADDRESS.

           EXEC SQL
               UPDATE dbo.Customers
                   WITHHOLDING_FLAG = :SQL-WITHHOLDING-FLAG,
                   WITHHOLDING_RATE = :SQL-WITHHOLDING-RATE
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND ANONYMIZED_DATE IS NULL
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer record has been anonymized: '
                       WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer record has been anonymized'
                   TO WS-REJECT-REASON
               GO TO UPDATE-CUSTOMER-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer update failed'
               DISPLAY 'CUSTOMER_ID: ' SQL-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer update failed' TO WS-REJECT-REASON
               GO TO UPDATE-CUSTOMER-EXIT
           END-IF.

           IF SQL-ADDRESS-LINE1 NOT = SQL-OLD-ADDR1
               OR SQL-ADDRESS-LINE2 NOT = SQL-OLD-ADDR2
               MOVE SQL-NAME TO SQL-COA-NAME
               MOVE 'UPDATE' TO SQL-COA-SOURCE
               PERFORM RECORD-ADDRESS-CHANGE
           END-IF.
       UPDATE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * CHANGE-CUSTOMER-ADDRESS: Apply an address-only change to an
      * active customer. The postal service or the branch has
      * confirmed the new address, so an undeliverable flag is
      * cleared and any open address-research item is closed
      ******************************************************************
       CHANGE-CUSTOMER-ADDRESS SECTION.
           PERFORM MOVE-CSV-TO-SQL-FIELDS.
           PERFORM READ-CURRENT-ADDRESS.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer lookup failed, SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer lookup failed' TO WS-REJECT-REASON
               GO TO CHANGE-CUSTOMER-ADDRESS-EXIT
           END-IF.

           IF SQL-CUST-STATUS NOT = 'A'
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer is not active: '
                       WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer is not active' TO WS-REJECT-REASON
               GO TO CHANGE-CUSTOMER-ADDRESS-EXIT
           END-IF.

           IF SQL-ADDRESS-LINE1 = SQL-OLD-ADDR1
               AND SQL-ADDRESS-LINE2 = SQL-OLD-ADDR2
               DISPLAY 'Row ' WS-ROW-NUMBER
                       ' - address already current for '
                       FUNCTION TRIM(WS-CSV-CUSTOMER-ID)
               ADD 1 TO WS-ADDRESSES-UNCHANGED
               GO TO CHANGE-CUSTOMER-ADDRESS-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.Customers
               SET ADDRESS_LINE1 = :SQL-ADDRESS-LINE1,
                   ADDRESS_LINE2 = :SQL-ADDRESS-LINE2,
                   ADDRESS_UNDELIVERABLE_FLAG = 'N'
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND ANONYMIZED_DATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Customer address update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer address update failed'
                   TO WS-REJECT-REASON
               GO TO CHANGE-CUSTOMER-ADDRESS-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.AddressResearchQueue
               SET STATUS = 'C'
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND STATUS = 'P'
           END-EXEC.
           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-RESEARCH-CLOSED
           END-IF.

           MOVE 'ADDRESS' TO SQL-COA-SOURCE.
           PERFORM RECORD-ADDRESS-CHANGE.
       CHANGE-CUSTOMER-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * READ-CURRENT-ADDRESS: The address on file before the change,
      * with the customer's name and status
      ******************************************************************
       READ-CURRENT-ADDRESS SECTION.
           MOVE SPACES TO SQL-COA-NAME.
           MOVE SPACES TO SQL-OLD-ADDR1.
           MOVE SPACES TO SQL-OLD-ADDR2.
           MOVE SPACES TO SQL-CUST-STATUS.
           EXEC SQL
               SELECT NAME,
                      COALESCE(ADDRESS_LINE1, ' '),
                      COALESCE(ADDRESS_LINE2, ' '),
                      STATUS
               INTO :SQL-COA-NAME,
                    :SQL-OLD-ADDR1,
                    :SQL-OLD-ADDR2,
                    :SQL-CUST-STATUS
               FROM dbo.Customers
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.
       READ-CURRENT-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * RECORD-ADDRESS-CHANGE: Log the old and new address; the
      * confirmation letters to both go out with NOTIFY_EXTRACT's
      * next correspondence batch
      ******************************************************************
       RECORD-ADDRESS-CHANGE SECTION.
           EXEC SQL
               INSERT INTO dbo.AddressChangeLog (
                   CUSTOMER_ID,
                   NAME,
                   OLD_ADDRESS_LINE1,
                   OLD_ADDRESS_LINE2,
                   NEW_ADDRESS_LINE1,
                   NEW_ADDRESS_LINE2,
                   SOURCE_ACTION,
                   BUS_DATE,
                   LETTER_STATUS,
                   RUN_ID,
                   TS_UTC
               ) VALUES (
                   :SQL-CUSTOMER-ID,
                   :SQL-COA-NAME,
                   :SQL-OLD-ADDR1,
                   :SQL-OLD-ADDR2,
                   :SQL-ADDRESS-LINE1,
                   :SQL-ADDRESS-LINE2,
                   :SQL-COA-SOURCE,
                   :SQL-BUS-DATE,
                   'N',
                   :WS-CURRENT-RUN-ID,
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Address change log insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Address change log insert failed'
                   TO WS-REJECT-REASON
               GO TO RECORD-ADDRESS-CHANGE-EXIT
           END-IF.

           ADD 1 TO WS-ADDRESSES-CHANGED.
       RECORD-ADDRESS-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-CUSTOMER: Mark a customer record closed. A customer who
      * still holds an open account cannot be closed - the account
      * master would be left pointing at a dead customer record. An
      * estate's frozen or pending-close account counts as held. The
      * close date starts the personal-data retention period
      ******************************************************************
       CLOSE-CUSTOMER SECTION.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
               SELECT COUNT(*) INTO :SQL-OPEN-ACCT-COUNT
               FROM dbo.Accounts
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND STATUS IN ('O', 'F', 'P')
           END-EXEC.

           IF SQLCODE = 0 AND SQL-OPEN-ACCT-COUNT > ZERO

           EXEC SQL
               UPDATE dbo.Customers
               SET STATUS = 'C',
                   CLOSED_DATE = :SQL-BUS-DATE
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.

       CLOSE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * INSERT-PENDING-CHANGE: Stage a validated death report for the
      * second pair of eyes - nothing touches the customer's
      * accounts until a different operator approves it. A second
      * report against a customer already awaiting a decision is
      * refused rather than queued twice
      ******************************************************************
       INSERT-PENDING-CHANGE SECTION.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-PC-CUSTOMER-ID.
           MOVE WS-CSV-ACTION TO SQL-PC-ACTION.
           MOVE WS-CSV-NAME TO SQL-PC-ESTATE-NAME.
           MOVE WS-CSV-ADDRESS-LINE1 TO SQL-PC-ESTATE-ADDR1.
           MOVE WS-CSV-ADDRESS-LINE2 TO SQL-PC-ESTATE-ADDR2.
           MOVE WS-CSV-DATE-OF-DEATH TO SQL-PC-DATE-OF-DEATH.
           MOVE WS-CSV-MAKER-ID TO SQL-PC-MAKER-ID.

           MOVE ZERO TO SQL-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-EXISTS-COUNT
               FROM dbo.PendingCustomerChanges
               WHERE CUSTOMER_ID = :SQL-PC-CUSTOMER-ID
                 AND ACTION = :SQL-PC-ACTION
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 0 AND SQL-EXISTS-COUNT > ZERO
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Change already pending for customer: '
                       WS-CSV-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Change already pending approval'
                   TO WS-REJECT-REASON
               GO TO INSERT-PENDING-CHANGE-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO dbo.PendingCustomerChanges (
                   CUSTOMER_ID,
                   ACTION,
                   ESTATE_NAME,
                   ESTATE_ADDRESS_LINE1,
                   ESTATE_ADDRESS_LINE2,
                   DATE_OF_DEATH,
                   MAKER_ID,
                   STATUS,
                   SUBMITTED_TS_UTC
               ) VALUES (
                   :SQL-PC-CUSTOMER-ID,
                   :SQL-PC-ACTION,
                   :SQL-PC-ESTATE-NAME,
                   :SQL-PC-ESTATE-ADDR1,
                   :SQL-PC-ESTATE-ADDR2,
                   :SQL-PC-DATE-OF-DEATH,
                   :SQL-PC-MAKER-ID,
                   'P',
                   SYSUTCDATETIME()
               )
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - Pending change insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Pending change insert failed'
                   TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-ROWS-PENDING-LOADED
           END-IF.
       INSERT-PENDING-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * EXPIRE-STALE-CHANGES: Pending changes nobody decided within
      * the configured window lapse - permanently on record as
      * expired, never silently applied
      ******************************************************************
       EXPIRE-STALE-CHANGES SECTION.
           MOVE WS-APPROVAL-EXPIRY-DAYS TO SQL-EXPIRY-DAYS.

           EXEC SQL
               UPDATE dbo.PendingCustomerChanges
               SET STATUS = 'X',
                   DECIDED_TS_UTC = SYSUTCDATETIME()
               WHERE STATUS = 'P'
                 AND SUBMITTED_TS_UTC <
                     DATEADD(DAY, - :SQL-EXPIRY-DAYS,
                             SYSUTCDATETIME())
           END-EXEC.

           IF SQLCODE = 0
               MOVE SQLERRD (3) TO WS-CHANGES-EXPIRED
           END-IF.

           IF WS-CHANGES-EXPIRED > ZERO
               DISPLAY 'Stale pending changes expired: '
                       WS-CHANGES-EXPIRED
           END-IF.
       EXPIRE-STALE-CHANGES-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-APPROVALS: Apply the checker's decision file. A
      * missing file just means nothing was decided today
      ******************************************************************
       PROCESS-APPROVALS SECTION.
           OPEN INPUT APPROVAL-CSV.
           IF NOT APPROVAL-FILE-OK
               DISPLAY 'No approval file present - nothing decided '
                       'this run'
               GO TO PROCESS-APPROVALS-EXIT
           END-IF.

      *    Skip the header row
           READ APPROVAL-CSV INTO WS-APPROVAL-LINE
               AT END
                   CLOSE APPROVAL-CSV
                   GO TO PROCESS-APPROVALS-EXIT
           END-READ.

           PERFORM PROCESS-ONE-APPROVAL
               UNTIL APPROVAL-END-OF-FILE.

           CLOSE APPROVAL-CSV.
       PROCESS-APPROVALS-EXIT.
           EXIT.

      ******************************************************************
      * PROCESS-ONE-APPROVAL: One checker decision - self-approval
      * is blocked outright, APPROVE executes the staged action
      * through the normal validations, REJECT closes the change out
      * with its reason
      ******************************************************************
       PROCESS-ONE-APPROVAL SECTION.
           READ APPROVAL-CSV INTO WS-APPROVAL-LINE
               AT END
                   SET APPROVAL-END-OF-FILE TO TRUE
                   GO TO PROCESS-ONE-APPROVAL-EXIT
           END-READ.

           MOVE SPACES TO WS-APR-CHANGE-ID-STR.
           MOVE SPACES TO WS-APR-DECISION.
           MOVE SPACES TO WS-APR-CHECKER-ID.
           MOVE SPACES TO WS-APR-REASON.
           UNSTRING WS-APPROVAL-LINE DELIMITED BY ','
               INTO WS-APR-CHANGE-ID-STR
                    WS-APR-DECISION
                    WS-APR-CHECKER-ID
                    WS-APR-REASON
           END-UNSTRING.

           IF WS-APR-CHANGE-ID-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-APR-CHANGE-ID-STR) NOT = 0
               OR WS-APR-CHECKER-ID = SPACES
               DISPLAY 'WARNING: Malformed approval line skipped'
               GO TO PROCESS-ONE-APPROVAL-EXIT
           END-IF.

           COMPUTE SQL-CHANGE-ID =
               FUNCTION NUMVAL(WS-APR-CHANGE-ID-STR).
           MOVE FUNCTION UPPER-CASE(WS-APR-DECISION)
               TO WS-APR-DECISION.

      *    Fetch the still-pending change
           EXEC SQL
               SELECT CUSTOMER_ID, ACTION,
                      COALESCE(ESTATE_NAME, ' '),
                      COALESCE(ESTATE_ADDRESS_LINE1, ' '),
                      COALESCE(ESTATE_ADDRESS_LINE2, ' '),
                      COALESCE(DATE_OF_DEATH, ' '),
                      MAKER_ID
               INTO :SQL-PC-CUSTOMER-ID, :SQL-PC-ACTION,
                    :SQL-PC-ESTATE-NAME, :SQL-PC-ESTATE-ADDR1,
                    :SQL-PC-ESTATE-ADDR2, :SQL-PC-DATE-OF-DEATH,
                    :SQL-PC-MAKER-ID
               FROM dbo.PendingCustomerChanges
               WHERE CHANGE_ID = :SQL-CHANGE-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'WARNING: CHANGE_ID ' SQL-CHANGE-ID
                       ' is not pending - decision skipped'
               GO TO PROCESS-ONE-APPROVAL-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Pending change lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO PROCESS-ONE-APPROVAL-EXIT
           END-IF.

      *    Segregation of duties: nobody checks their own work
           IF WS-APR-CHECKER-ID = SQL-PC-MAKER-ID
               DISPLAY 'WARNING: Self-approval blocked for '
                       'CHANGE_ID ' SQL-CHANGE-ID
               ADD 1 TO WS-SELF-APPROVALS-BLOCKED
               GO TO PROCESS-ONE-APPROVAL-EXIT
           END-IF.

           MOVE WS-APR-CHECKER-ID TO SQL-PC-CHECKER-ID.
           MOVE WS-APR-REASON TO SQL-PC-REASON.

           IF WS-APR-DECISION = 'APPROVE'
               PERFORM APPLY-APPROVED-CHANGE
           ELSE
               EXEC SQL
                   UPDATE dbo.PendingCustomerChanges
                   SET STATUS = 'R',
                       CHECKER_ID = :SQL-PC-CHECKER-ID,
                       DECISION_REASON = :SQL-PC-REASON,
                       DECIDED_TS_UTC = SYSUTCDATETIME()
                   WHERE CHANGE_ID = :SQL-CHANGE-ID
                     AND STATUS = 'P'
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-CHANGES-REJECTED
               END-IF
           END-IF.
       PROCESS-ONE-APPROVAL-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-APPROVED-CHANGE: Execute the staged action through the
      * same validations a direct row takes, re-checked at approval
      * time since the world may have moved since submission
      ******************************************************************
       APPLY-APPROVED-CHANGE SECTION.
           MOVE SQL-PC-CUSTOMER-ID TO WS-CSV-CUSTOMER-ID.
           MOVE SQL-PC-ACTION TO WS-CSV-ACTION.
           MOVE SQL-PC-ESTATE-NAME TO WS-CSV-NAME.
           MOVE SQL-PC-ESTATE-ADDR1 TO WS-CSV-ADDRESS-LINE1.
           MOVE SQL-PC-ESTATE-ADDR2 TO WS-CSV-ADDRESS-LINE2.
           MOVE SQL-PC-DATE-OF-DEATH TO WS-CSV-DATE-OF-DEATH.
           MOVE SQL-PC-MAKER-ID TO WS-CSV-MAKER-ID.
           MOVE 'Y' TO WS-ROW-VALID.

           PERFORM VALIDATE-CSV-FIELDS.
           IF ROW-IS-INVALID
               DISPLAY 'WARNING: CHANGE_ID ' SQL-CHANGE-ID
                       ' no longer passes validation: '
                       FUNCTION TRIM(WS-REJECT-REASON)
               MOVE WS-REJECT-REASON TO SQL-PC-REASON
               EXEC SQL
                   UPDATE dbo.PendingCustomerChanges
                   SET DECISION_REASON = :SQL-PC-REASON
                   WHERE CHANGE_ID = :SQL-CHANGE-ID
               END-EXEC
               GO TO APPLY-APPROVED-CHANGE-EXIT
           END-IF.

      *    A death reaches every account the customer owns or holds,
      *    so all of them are imaged with the customer
           IF WS-CSV-ACTION = 'DECEASED'
               MOVE WS-CSV-ACTION TO WS-MH-ACTION
               MOVE WS-CSV-MAKER-ID TO WS-MH-REQUESTED-BY
               MOVE SQL-PC-CHECKER-ID TO WS-MH-APPROVED-BY
               PERFORM START-MASTER-CHANGE
               MOVE WS-CSV-CUSTOMER-ID TO WS-MH-CUSTOMER-ID
               PERFORM CAPTURE-CUSTOMER-BEFORE
               PERFORM CAPTURE-CUSTOMER-ACCTS
               PERFORM APPLY-DECEASED
               PERFORM COMPLETE-MASTER-CHANGE
           END-IF.
           IF ROW-IS-INVALID
               DISPLAY 'WARNING: CHANGE_ID ' SQL-CHANGE-ID
                       ' failed to apply: '
                       FUNCTION TRIM(WS-REJECT-REASON)
               MOVE WS-REJECT-REASON TO SQL-PC-REASON
               EXEC SQL
                   UPDATE dbo.PendingCustomerChanges
                   SET DECISION_REASON = :SQL-PC-REASON
                   WHERE CHANGE_ID = :SQL-CHANGE-ID
               END-EXEC
               GO TO APPLY-APPROVED-CHANGE-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.PendingCustomerChanges
               SET STATUS = 'A',
                   CHECKER_ID = :SQL-PC-CHECKER-ID,
                   DECISION_REASON = :SQL-PC-REASON,
                   DECIDED_TS_UTC = SYSUTCDATETIME()
               WHERE CHANGE_ID = :SQL-CHANGE-ID
                 AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.
       APPLY-APPROVED-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      * APPLY-DECEASED: Settle an approved death. Scheduled money
      * movement on the customer's own accounts stops, their alerts
      * are suspended, each open account they hold passes to its
      * surviving holders or - held alone - is frozen with its
      * payable-on-death beneficiaries recorded for ACCOUNT_MASTER's
      * settlement run, and the customer record carries the estate
      * mailing address that statements go to from now on
      ******************************************************************
       APPLY-DECEASED SECTION.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.
           MOVE 'N' TO WS-ESTATE-FAILED.

      *    Standing orders drawn on the customer's accounts
           EXEC SQL
               UPDATE dbo.StandingOrders
               SET STATUS = 'X'
               WHERE STATUS = 'A'
                 AND ACC_ID IN
                     (SELECT ACC_ID FROM dbo.Accounts
                      WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID)
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'ERROR: Standing order cancellation failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Standing order cancellation failed'
                   TO WS-REJECT-REASON
               GO TO APPLY-DECEASED-EXIT
           END-IF.
           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-ORDERS-CANCELLED
           END-IF.

      *    Sweep orders into or out of the customer's accounts
           EXEC SQL
               UPDATE dbo.SweepOrders
               SET STATUS = 'X'
               WHERE STATUS = 'A'
                 AND (SOURCE_ACC_ID IN
                         (SELECT ACC_ID FROM dbo.Accounts
                          WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID)
                      OR DEST_ACC_ID IN
                         (SELECT ACC_ID FROM dbo.Accounts
                          WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID))
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'ERROR: Sweep order cancellation failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Sweep order cancellation failed'
                   TO WS-REJECT-REASON
               GO TO APPLY-DECEASED-EXIT
           END-IF.
           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-SWEEPS-CANCELLED
           END-IF.

      *    Alert preferences go quiet ('S' - suspended) rather than
      *    being deleted, so the estate can have them reinstated
           EXEC SQL
               UPDATE dbo.AlertPreferences
               SET STATUS = 'S'
               WHERE STATUS = 'A'
                 AND ACC_ID IN
                     (SELECT ACC_ID FROM dbo.Accounts
                      WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID)
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'ERROR: Alert preference suspension failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Alert preference suspension failed'
                   TO WS-REJECT-REASON
               GO TO APPLY-DECEASED-EXIT
           END-IF.
           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-ALERTS-SUSPENDED
           END-IF.

      *    Each open account passes to its survivors or is frozen
           EXEC SQL
               OPEN DECEASED_ACCT_CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Could not open deceased-account cursor'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Deceased account lookup failed'
                   TO WS-REJECT-REASON
               GO TO APPLY-DECEASED-EXIT
           END-IF.

           PERFORM SETTLE-ONE-DECEASED-ACCOUNT
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE DECEASED_ACCT_CURSOR
           END-EXEC.

           IF ESTATE-STEP-FAILED
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Deceased account settlement failed'
                   TO WS-REJECT-REASON
               GO TO APPLY-DECEASED-EXIT
           END-IF.

      *    The deceased's own holder rows lapse ('D') on every account
           EXEC SQL
               UPDATE dbo.AccountHolders
               SET STATUS = 'D'
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                 AND STATUS = 'A'
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'ERROR: Account holder lapse failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Account holder lapse failed' TO WS-REJECT-REASON
               GO TO APPLY-DECEASED-EXIT
           END-IF.

      *    Record the death and the estate mailing address
           MOVE WS-CSV-NAME TO SQL-NAME.
           MOVE WS-CSV-ADDRESS-LINE1 TO SQL-ADDRESS-LINE1.
           MOVE WS-CSV-ADDRESS-LINE2 TO SQL-ADDRESS-LINE2.
           MOVE WS-CSV-DATE-OF-DEATH TO SQL-DATE-OF-DEATH.
           EXEC SQL
               UPDATE dbo.Customers
               SET STATUS = 'D',
                   DATE_OF_DEATH = :SQL-DATE-OF-DEATH,
                   ESTATE_NAME = :SQL-NAME,
                   ESTATE_ADDRESS_LINE1 = :SQL-ADDRESS-LINE1,
                   ESTATE_ADDRESS_LINE2 = :SQL-ADDRESS-LINE2
               WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Customer deceased update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               DISPLAY 'CUSTOMER_ID: ' SQL-CUSTOMER-ID
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'Customer deceased update failed'
                   TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-ROWS-DECEASED
           END-IF.
       APPLY-DECEASED-EXIT.
           EXIT.

      ******************************************************************
      * SETTLE-ONE-DECEASED-ACCOUNT: An account with a surviving
      * PRIMARY/JOINT holder passes to the survivor - who becomes
      * the account's owner where the deceased was. An account the
      * deceased held alone is frozen ('F'), refusing all postings,
      * and its payable-on-death beneficiaries are recorded against
      * it for settlement
      ******************************************************************
       SETTLE-ONE-DECEASED-ACCOUNT SECTION.
           EXEC SQL
               FETCH DECEASED_ACCT_CURSOR INTO
                   :SQL-DEC-ACC-ID,
                   :SQL-DEC-OWNER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO SETTLE-ONE-DECEASED-ACCOUNT-EXIT
           END-IF.

           MOVE ZERO TO SQL-SURVIVOR-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-SURVIVOR-COUNT
               FROM dbo.AccountHolders
               WHERE ACC_ID = :SQL-DEC-ACC-ID
                 AND CUSTOMER_ID <> :SQL-CUSTOMER-ID
                 AND STATUS = 'A'
                 AND HOLDER_ROLE IN ('PRIMARY', 'JOINT')
           END-EXEC.

           IF SQL-SURVIVOR-COUNT > ZERO
               PERFORM PASS-ACCOUNT-TO-SURVIVOR
           ELSE
               PERFORM FREEZE-SOLE-OWNER-ACCOUNT
           END-IF.

      *    Restore SQLCODE's cursor meaning for the UNTIL test
           MOVE 0 TO SQLCODE.
       SETTLE-ONE-DECEASED-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * PASS-ACCOUNT-TO-SURVIVOR: Where the deceased owned the
      * account, ownership moves to a surviving holder - an existing
      * PRIMARY if there is one, otherwise the first JOINT holder -
      * who is promoted to PRIMARY
      ******************************************************************
       PASS-ACCOUNT-TO-SURVIVOR SECTION.
           ADD 1 TO WS-ACCTS-SURVIVED.

           IF SQL-DEC-OWNER-ID NOT = SQL-CUSTOMER-ID
               GO TO PASS-ACCOUNT-TO-SURVIVOR-EXIT
           END-IF.

           MOVE SPACES TO SQL-SURVIVOR-ID.
           EXEC SQL
               SELECT TOP 1 CUSTOMER_ID INTO :SQL-SURVIVOR-ID
               FROM dbo.AccountHolders
               WHERE ACC_ID = :SQL-DEC-ACC-ID
                 AND CUSTOMER_ID <> :SQL-CUSTOMER-ID
                 AND STATUS = 'A'
                 AND HOLDER_ROLE IN ('PRIMARY', 'JOINT')
               ORDER BY CASE WHEN HOLDER_ROLE = 'PRIMARY'
                             THEN 0 ELSE 1 END,
                        CUSTOMER_ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Survivor lookup failed for '
                       SQL-DEC-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ESTATE-FAILED
               GO TO PASS-ACCOUNT-TO-SURVIVOR-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.AccountHolders
               SET HOLDER_ROLE = 'PRIMARY'
               WHERE ACC_ID = :SQL-DEC-ACC-ID
                 AND CUSTOMER_ID = :SQL-SURVIVOR-ID
                 AND STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Survivor promotion failed for '
                       SQL-DEC-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ESTATE-FAILED
               GO TO PASS-ACCOUNT-TO-SURVIVOR-EXIT
           END-IF.

           EXEC SQL
               UPDATE dbo.Accounts
               SET CUSTOMER_ID = :SQL-SURVIVOR-ID
               WHERE ACC_ID = :SQL-DEC-ACC-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Ownership transfer failed for '
                       SQL-DEC-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ESTATE-FAILED
           END-IF.
       PASS-ACCOUNT-TO-SURVIVOR-EXIT.
           EXIT.

      ******************************************************************
      * FREEZE-SOLE-OWNER-ACCOUNT: Freeze an account the deceased
      * held alone and record its payable-on-death beneficiaries
      * (dbo.AccountHolders role POD) for the settlement run. With
      * none on file the account waits frozen for the estate's
      * instructions
      ******************************************************************
       FREEZE-SOLE-OWNER-ACCOUNT SECTION.
           EXEC SQL
               UPDATE dbo.Accounts
               SET STATUS = 'F'
               WHERE ACC_ID = :SQL-DEC-ACC-ID
                 AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR: Account freeze failed for '
                       SQL-DEC-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ESTATE-FAILED
               GO TO FREEZE-SOLE-OWNER-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-ACCTS-FROZEN.

           EXEC SQL
               INSERT INTO dbo.PodSettlements (
                   ACC_ID,
                   DECEASED_CUSTOMER_ID,
                   BENEFICIARY_ID,
                   PAYOUT_ACC_ID,
                   STATUS,
                   RECORDED_TS_UTC
               )
               SELECT H.ACC_ID,
                      :SQL-CUSTOMER-ID,
                      H.CUSTOMER_ID,
                      H.PAYOUT_ACC_ID,
                      'P',
                      SYSUTCDATETIME()
               FROM dbo.AccountHolders H
               WHERE H.ACC_ID = :SQL-DEC-ACC-ID
                 AND H.HOLDER_ROLE = 'POD'
                 AND H.STATUS = 'A'
           END-EXEC.
           IF SQLCODE < 0
               DISPLAY 'ERROR: POD beneficiary recording failed for '
                       SQL-DEC-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-ESTATE-FAILED
               GO TO FREEZE-SOLE-OWNER-ACCOUNT-EXIT
           END-IF.
           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-POD-RECORDED
           END-IF.
       FREEZE-SOLE-OWNER-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * SET-EDELIVERY-ELECTION: Record the customer's electronic
      * statement delivery election. Electing records the consent
      * date given, or the business date - a repeated Y without a
      * date keeps the consent already on file. Withdrawing clears
      * the consent date, and statements print again from the next
      * cycle
      ******************************************************************
       SET-EDELIVERY-ELECTION SECTION.
           MOVE WS-CSV-CUSTOMER-ID TO SQL-CUSTOMER-ID.

           IF WS-CSV-EDELIVERY (1:1) = 'N'
               EXEC SQL
                   UPDATE dbo.Customers
                   SET EDELIVERY_FLAG = 'N',
                       EDELIVERY_CONSENT_DATE = NULL
                   WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
                     AND EDELIVERY_FLAG = 'Y'
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-EDELIVERY-WITHDRAWN
               END-IF
           ELSE
               IF WS-CSV-EDELIV-CONSENT = SPACES
                   MOVE SPACES TO SQL-EDELIV-CONSENT
               ELSE
                   MOVE WS-CSV-EDELIV-CONSENT TO SQL-EDELIV-CONSENT
               END-IF
               EXEC SQL
                   UPDATE dbo.Customers
                   SET EDELIVERY_CONSENT_DATE =
                           CASE WHEN :SQL-EDELIV-CONSENT <> ' '
                                THEN :SQL-EDELIV-CONSENT
                                WHEN EDELIVERY_FLAG = 'Y'
                                 AND EDELIVERY_CONSENT_DATE IS NOT NULL
                                THEN EDELIVERY_CONSENT_DATE
                                ELSE :SQL-BUS-DATE
                           END,
                       EDELIVERY_FLAG = 'Y'
                   WHERE CUSTOMER_ID = :SQL-CUSTOMER-ID
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-EDELIVERY-ENROLLED
               END-IF
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR: Row ' WS-ROW-NUMBER
                       ' - E-delivery election update failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'E-delivery election update failed'
                   TO WS-REJECT-REASON
           END-IF.
       SET-EDELIVERY-ELECTION-EXIT.
           EXIT.

      ******************************************************************
      * MOVE-CSV-TO-SQL-FIELDS: Stage the parsed customer detail into
      * the SQL host variables shared by ADD and UPDATE
           DISPLAY '  Invalid rows skipped: ' WS-ROWS-INVALID.
           DISPLAY '  Customers added:      ' WS-ROWS-ADDED.
           DISPLAY '  Customers closed:     ' WS-ROWS-CLOSED.
           DISPLAY '  Addresses changed:    ' WS-ADDRESSES-CHANGED.
           DISPLAY '  Addresses unchanged:  ' WS-ADDRESSES-UNCHANGED.
           DISPLAY '  Research items closed: ' WS-RESEARCH-CLOSED.
           DISPLAY '  E-delivery elected:   ' WS-EDELIVERY-ENROLLED.
           DISPLAY '  E-delivery withdrawn: ' WS-EDELIVERY-WITHDRAWN.
           DISPLAY '  Deaths submitted:     ' WS-ROWS-PENDING-LOADED.
           DISPLAY '  Changes approved:     ' WS-CHANGES-APPLIED.
           DISPLAY '  Changes rejected:     ' WS-CHANGES-REJECTED.
           DISPLAY '  Changes expired:      ' WS-CHANGES-EXPIRED.
           DISPLAY '  Self-approvals blocked: '
                   WS-SELF-APPROVALS-BLOCKED.
           DISPLAY '  Customers deceased:   ' WS-ROWS-DECEASED.
           DISPLAY '  Standing orders cancelled: ' WS-ORDERS-CANCELLED.
           DISPLAY '  Sweep orders cancelled:    ' WS-SWEEPS-CANCELLED.
           DISPLAY '  Alert prefs suspended:     ' WS-ALERTS-SUSPENDED.
           DISPLAY '  Accounts to survivors:     ' WS-ACCTS-SURVIVED.
           DISPLAY '  Accounts frozen:           ' WS-ACCTS-FROZEN.
           DISPLAY '  POD beneficiaries recorded: ' WS-POD-RECORDED.
           DISPLAY '  Master history rows:        '
                   WS-MH-CHANGES-RECORDED.
       DISPLAY-SUMMARY-EXIT.
           EXIT.

