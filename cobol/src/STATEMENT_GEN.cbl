      *                date through the cycle date) and writes one
      *                statement per account/currency held.
      *                CYCLE_DATE is YYYYMMDD, defaulting to today.
      *                An account frozen on its owner's death keeps
      *                cycling, and a deceased owner's statements
      *                carry the estate mailing address recorded on
      *                dbo.Customers.
      *          A loan account's statement also lists the late
      *          charges assessed on it in the period (waived ones
      *          marked) and the late charges still due.
      *          A statement covers one currency at a time, since
      *          debits/credits in different currencies cannot be
      *          netted into one balance.
      *          STMT_FORMAT attribute on dbo.Accounts: 'T' (text,
      *          the default), 'E' (SWIFT MT940 electronic, for
      *          commercial treasury systems), or 'B' (both)
      *          An owner who has elected electronic delivery on
      *          dbo.Customers gets the text statement published to
      *          the document portal instead of printed:
      *          data/out/portal/statement_<ACC_ID>_<CCY>_<END>.txt,
      *          a row on the day's portal index file and an
      *          ESTMT-READY notification (PORTAL-DELIVERY.cpy)
      * Lineage: transform_kind=format
      ******************************************************************
      * LINEAGE: PROGRAM=STATEMENT_GEN
      *               OPENING_BALANCE,TRANSACTION_LINES,CLOSING_BALANCE)
      * LINEAGE: MAP=DEBIT,CREDIT -> TRANSACTION_LINES [FORMAT]
      * LINEAGE: MAP=DEBIT,CREDIT -> CLOSING_BALANCE [RUNNING TOTAL]
      * LINEAGE: TGT=file.filesystem.portal_index_<YYYYMMDD>.csv(
      *               CUSTOMER_ID,ACC_ID,PERIOD_FROM,PERIOD_TO,
      *               DOCUMENT_NAME)
      * LINEAGE: REF={git_commit_sha}
      ******************************************************************

               ASSIGN TO WS-MT940-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MT940-STATUS.
           SELECT PORTAL-INDEX-FILE
               ASSIGN TO WS-PTL-INDEX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTAL-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  STMT-RPT-RECORD             PIC X(120).
       FD  STATEMENT-MT940.
       01  MT940-RECORD                PIC X(80).
       FD  PORTAL-INDEX-FILE.
       01  PORTAL-INDEX-RECORD         PIC X(400).

       WORKING-STORAGE SECTION.
      * Include shared copybooks
       COPY DB-CONFIG.
       COPY RECORD-DEFS.
       COPY LINEAGE-LOGGER.
       COPY BUSDATE.
       COPY PORTAL-DELIVERY.

      * Run identifier (timestamp-based)
       01  WS-CURRENT-RUN-ID.
           88  STMT-RPT-OK             VALUE '00'.
       01  WS-MT940-STATUS             PIC XX.
           88  MT940-FILE-OK           VALUE '00'.
       01  WS-PORTAL-INDEX-STATUS      PIC XX.
           88  PORTAL-INDEX-OK         VALUE '00'.

      * Command-line / PARM parsing: ACC_ID START_DATE END_DATE CURRENCY
       01  WS-COMMAND-LINE             PIC X(256).
       01  WS-MONTH-END-DAY            PIC 9(2).
       01  WS-STATEMENTS-WRITTEN       PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-PRINTS-SUPPRESSED        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-STATEMENTS-PUBLISHED     PIC 9(9) COMP-5 VALUE ZERO.

      * Set when the account holder's address is flagged
      * undeliverable (returned mail processed by VENDOR_ACK) - the
       01  SQL-REQUEST-ID              PIC 9(18) COMP-5.
       01  SQL-CTD-AVG-BALANCE         PIC S9(16)V99 COMP-3.
       01  SQL-BRANCH-ID               PIC X(8).
       01  SQL-ESTATE-NAME             PIC X(64).
       01  SQL-ESTATE-ADDR1            PIC X(64).
       01  SQL-ESTATE-ADDR2            PIC X(64).
       01  SQL-LOAN-FEES-DUE           PIC S9(13)V99 COMP-3.
       01  SQL-LATE-INSTALLMENT-NO     PIC S9(4) COMP-5.
       01  SQL-LATE-ASSESSED-DATE      PIC X(10).
       01  SQL-LATE-CHARGE-AMT         PIC S9(7)V99 COMP-3.
       01  SQL-LATE-CHARGE-STATUS      PIC X(1).
       01  SQL-PERIOD-FROM-DATE        PIC X(10).
       01  SQL-PERIOD-TO-DATE          PIC X(10).
       01  SQL-OWNER-CUSTOMER-ID       PIC X(32).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Loan late-charge footer rendering
       01  WS-LATE-INST-DISP           PIC Z(4)9.

      * Estate mailing address for a deceased owner's statements
       01  WS-ESTATE-MAIL-FLAG         PIC X VALUE 'N'.
           88  MAIL-TO-ESTATE          VALUE 'Y'.

      * Null indicators
       01  SQL-NULL-INDICATORS.
           05  SQL-OPENING-DEBIT-NULL  PIC S9(4) COMP-5.
           ORDER BY R.REQUEST_ID, AB.CURRENCY
       END-EXEC.

      * Cycle cursor - every open (or estate-frozen) account whose
      * statement-cycle day matches the cycle date's day of month,
      * once per currency the account holds a balance in. Accounts
      * with no STMT_CYCLE_DAY set cycle on the 1st
       EXEC SQL
           DECLARE CYCLE_CURSOR CURSOR FOR
           SELECT DISTINCT A.ACC_ID, AB.CURRENCY
           FROM dbo.Accounts A
           JOIN dbo.AccountBalances AB ON AB.ACC_ID = A.ACC_ID
           WHERE A.STATUS IN ('O', 'F')
             AND (COALESCE(A.STMT_CYCLE_DAY, 1) = :SQL-CYCLE-DAY
                  OR (:SQL-MONTH-END-FLAG = 'Y'
                      AND COALESCE(A.STMT_CYCLE_DAY, 1)
           ORDER BY A.ACC_ID, AB.CURRENCY
       END-EXEC.

      * Late charges assessed on a loan account within the statement
      * period, by installment
       EXEC SQL
           DECLARE LATE_CHARGE_CURSOR CURSOR FOR
           SELECT INSTALLMENT_NO, ASSESSED_DATE, CHARGE_AMT, STATUS
           FROM dbo.LoanLateCharges
           WHERE ACC_ID = :SQL-ACC-ID
             AND ASSESSED_DATE BETWEEN :SQL-PERIOD-FROM-DATE
                                   AND :SQL-PERIOD-TO-DATE
           ORDER BY INSTALLMENT_NO
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '============================================'.
           PERFORM LOAD-VERSION-FILE.
           PERFORM RESOLVE-DB-CONFIG.
           PERFORM CONNECT-DATABASE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM BUILD-PORTAL-INDEX-NAME.
           IF CYCLE-MODE
               PERFORM PROCESS-STATEMENT-CYCLE
           ELSE
           MOVE ZERO TO WS-ROWS-OUTPUT.
           MOVE ZERO TO WS-ERRORS.
           MOVE ZERO TO WS-STATEMENTS-WRITTEN.
           MOVE ZERO TO WS-STATEMENTS-PUBLISHED.

      *    Accept the PARM from the command line (or JCL PARM), the
      *    same convention TX_INBOUND/ACCOUNT_MASTER use
      *    Generate unique run ID from current timestamp
           ACCEPT WS-RUN-ID-TS FROM TIME.
           DISPLAY 'Run ID: ' WS-CURRENT-RUN-ID.
           MOVE 'STATEMENT_GEN' TO WS-PTL-PROGRAM.
           MOVE WS-CURRENT-RUN-ID TO WS-PTL-RUN-ID.
       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
       GENERATE-ONE-STATEMENT SECTION.
           PERFORM LOOKUP-STATEMENT-FORMAT.
           PERFORM CHECK-PORTAL-DELIVERY.

      *    A portal statement is not mailed, so a postal address
      *    flagged undeliverable does not hold it back
           IF CUSTOMER-ON-EDELIVERY
               MOVE 'N' TO WS-PRINT-SUPPRESS-FLAG
           ELSE
               PERFORM CHECK-ADDRESS-DELIVERABLE
           END-IF.
           PERFORM LOOKUP-MAILING-ADDRESS.
           PERFORM CALCULATE-OPENING-BALANCE.

           IF (STMT-FORMAT-TEXT OR STMT-FORMAT-BOTH)
               PERFORM PROCESS-LEDGER-ENTRIES
               PERFORM WRITE-STATEMENT-FOOTER
               PERFORM CLOSE-STATEMENT-REPORT
               IF CUSTOMER-ON-EDELIVERY
                   PERFORM PUBLISH-PORTAL-STATEMENT
               END-IF
           END-IF.

           IF STMT-FORMAT-MT940 OR STMT-FORMAT-BOTH
       GENERATE-ONE-STATEMENT-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-PORTAL-DELIVERY: An owner who has elected electronic
      * delivery gets the text statement on the document portal in
      * place of print - the file is written to the portal directory
      * under a name carrying the period end, so each month's
      * document stands on its own there
      ******************************************************************
       CHECK-PORTAL-DELIVERY SECTION.
           MOVE 'N' TO WS-PTL-ENROLLED-FLAG.
           MOVE WS-PARM-ACC-ID TO SQL-ACC-ID.
           MOVE SPACES TO SQL-OWNER-CUSTOMER-ID.

           EXEC SQL
               SELECT CUSTOMER_ID INTO :SQL-OWNER-CUSTOMER-ID
               FROM dbo.Accounts
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO CHECK-PORTAL-DELIVERY-EXIT
           END-IF.

           MOVE SQL-OWNER-CUSTOMER-ID TO WS-PTL-CUSTOMER-ID.
           PERFORM CHECK-EDELIVERY-ELECTION.

           IF NOT CUSTOMER-ON-EDELIVERY
               GO TO CHECK-PORTAL-DELIVERY-EXIT
           END-IF.

           MOVE SPACES TO WS-PTL-DOCUMENT-NAME.
           STRING 'statement_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-ACC-ID) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARM-CURRENCY) DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-PARM-END-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-PTL-DOCUMENT-NAME
           END-STRING.

           MOVE SPACES TO WS-OUTPUT-FILE-NAME.
           STRING WS-PTL-PORTAL-DIR DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTL-DOCUMENT-NAME) DELIMITED BY SIZE
               INTO WS-OUTPUT-FILE-NAME
           END-STRING.
       CHECK-PORTAL-DELIVERY-EXIT.
           EXIT.

      ******************************************************************
      * PUBLISH-PORTAL-STATEMENT: Index the portal statement just
      * written and queue the email telling the owner it is there
      ******************************************************************
       PUBLISH-PORTAL-STATEMENT SECTION.
           MOVE WS-PARM-ACC-ID TO WS-PTL-ACC-ID.
           MOVE WS-PARM-ACC-ID TO WS-PTL-NOTICE-ACC-ID.
           MOVE 'STATEMENT' TO WS-PTL-DOCUMENT-TYPE.
           MOVE SPACES TO WS-PTL-PERIOD-FROM.
           STRING WS-PARM-START-DATE(1:4) '-'
                  WS-PARM-START-DATE(5:2) '-'
                  WS-PARM-START-DATE(7:2)
               DELIMITED BY SIZE
               INTO WS-PTL-PERIOD-FROM
           END-STRING.
           MOVE SPACES TO WS-PTL-PERIOD-TO.
           STRING WS-PARM-END-DATE(1:4) '-'
                  WS-PARM-END-DATE(5:2) '-'
                  WS-PARM-END-DATE(7:2)
               DELIMITED BY SIZE
               INTO WS-PTL-PERIOD-TO
           END-STRING.

           PERFORM BUILD-PORTAL-INDEX-LINE.
           PERFORM WRITE-PORTAL-INDEX-ROW.
           PERFORM QUEUE-ESTMT-READY-NOTICE.
           ADD 1 TO WS-STATEMENTS-PUBLISHED.
       PUBLISH-PORTAL-STATEMENT-EXIT.
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
      * QUEUE-JOINT-HOLDER-COPIES: Every additional active holder on
      * dbo.AccountHolders whose relationship elects to receive
      * returning is money thrown away - a holder whose address is
      * flagged undeliverable gets no print statement until a branch
      * fixes the address and VENDOR_ACK's research item closes. The
      * MT940 electronic statement is unaffected. A deceased owner's
      * mail goes to the estate address instead, so their own
      * address's flag no longer applies
      ******************************************************************
       CHECK-ADDRESS-DELIVERABLE SECTION.
           MOVE 'N' TO WS-PRINT-SUPPRESS-FLAG.
           MOVE WS-PARM-ACC-ID TO SQL-ACC-ID.

           EXEC SQL
               SELECT CASE WHEN C.STATUS = 'D'
                            AND C.ESTATE_ADDRESS_LINE1 IS NOT NULL
                           THEN 'N'
                           ELSE COALESCE(C.ADDRESS_UNDELIVERABLE_FLAG,
                                         'N')
                      END
               INTO :SQL-UNDELIV-FLAG
               FROM dbo.Customers C
               JOIN dbo.Accounts A
       CHECK-ADDRESS-DELIVERABLE-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-MAILING-ADDRESS: Once an owner is recorded deceased,
      * CUSTOMER_MASTER holds the estate's mailing name and address
      * on their customer record - the statement is addressed there
      ******************************************************************
       LOOKUP-MAILING-ADDRESS SECTION.
           MOVE 'N' TO WS-ESTATE-MAIL-FLAG.
           MOVE SPACES TO SQL-ESTATE-NAME.
           MOVE SPACES TO SQL-ESTATE-ADDR1.
           MOVE SPACES TO SQL-ESTATE-ADDR2.
           MOVE WS-PARM-ACC-ID TO SQL-ACC-ID.

           EXEC SQL
               SELECT COALESCE(C.ESTATE_NAME, ' '),
                      C.ESTATE_ADDRESS_LINE1,
                      COALESCE(C.ESTATE_ADDRESS_LINE2, ' ')
               INTO :SQL-ESTATE-NAME,
                    :SQL-ESTATE-ADDR1,
                    :SQL-ESTATE-ADDR2
               FROM dbo.Customers C
               JOIN dbo.Accounts A
                   ON A.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE A.ACC_ID = :SQL-ACC-ID
                 AND C.STATUS = 'D'
                 AND C.ESTATE_ADDRESS_LINE1 IS NOT NULL
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'Y' TO WS-ESTATE-MAIL-FLAG
           END-IF.
       LOOKUP-MAILING-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * LOOKUP-STATEMENT-FORMAT: Read the account's statement format
      * preference; accounts with none set get the text statement
           END-STRING.
           WRITE STMT-RPT-RECORD FROM WS-STMT-LINE.

           IF MAIL-TO-ESTATE
               MOVE SPACES TO WS-STMT-LINE
               STRING 'MAIL TO: ' FUNCTION TRIM(SQL-ESTATE-NAME)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               WRITE STMT-RPT-RECORD FROM WS-STMT-LINE
               MOVE SPACES TO WS-STMT-LINE
               STRING '         ' FUNCTION TRIM(SQL-ESTATE-ADDR1)
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               WRITE STMT-RPT-RECORD FROM WS-STMT-LINE
               IF SQL-ESTATE-ADDR2 NOT = SPACES
                   MOVE SPACES TO WS-STMT-LINE
                   STRING '         ' FUNCTION TRIM(SQL-ESTATE-ADDR2)
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   END-STRING
                   WRITE STMT-RPT-RECORD FROM WS-STMT-LINE
               END-IF
           END-IF.

           MOVE ALL '-' TO WS-STMT-LINE.
           WRITE STMT-RPT-RECORD FROM WS-STMT-LINE.

               END-STRING
               WRITE STMT-RPT-RECORD FROM WS-STMT-LINE
           END-IF.

           PERFORM WRITE-LOAN-LATE-CHARGES.
       WRITE-STATEMENT-FOOTER-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-LOAN-LATE-CHARGES: On a loan account's statement, the
      * late charges assessed in the period - waived ones marked -
      * and the late charges carried as still due. Accounts with no
      * dbo.LoanMaster row are not loans and get nothing here
      ******************************************************************
       WRITE-LOAN-LATE-CHARGES SECTION.
           EXEC SQL
               SELECT COALESCE(FEES_DUE, 0)
               INTO :SQL-LOAN-FEES-DUE
               FROM dbo.LoanMaster
               WHERE ACC_ID = :SQL-ACC-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO WRITE-LOAN-LATE-CHARGES-EXIT
           END-IF.

           MOVE WS-RANGE-START-TS (1:10) TO SQL-PERIOD-FROM-DATE.
           MOVE WS-RANGE-END-TS (1:10) TO SQL-PERIOD-TO-DATE.

           EXEC SQL
               OPEN LATE_CHARGE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Late-charge cursor open failed for '
                       SQL-ACC-ID
               DISPLAY 'SQLCODE: ' SQLCODE
               ADD 1 TO WS-ERRORS
               GO TO WRITE-LOAN-LATE-CHARGES-DUE
           END-IF.

           PERFORM FETCH-AND-WRITE-LATE-CHARGE
               UNTIL SQLCODE = 100 OR SQLCODE < 0.

           EXEC SQL
               CLOSE LATE_CHARGE_CURSOR
           END-EXEC.

       WRITE-LOAN-LATE-CHARGES-DUE.
           MOVE SQL-LOAN-FEES-DUE TO WS-BAL-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'LATE CHARGES DUE:' DELIMITED BY SIZE
                  '                                '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAL-DISP) DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING.
           WRITE STMT-RPT-RECORD FROM WS-STMT-LINE.
       WRITE-LOAN-LATE-CHARGES-EXIT.
           EXIT.

      ******************************************************************
      * FETCH-AND-WRITE-LATE-CHARGE: One late charge line
      ******************************************************************
       FETCH-AND-WRITE-LATE-CHARGE SECTION.
           EXEC SQL
               FETCH LATE_CHARGE_CURSOR INTO
                   :SQL-LATE-INSTALLMENT-NO,
                   :SQL-LATE-ASSESSED-DATE,
                   :SQL-LATE-CHARGE-AMT,
                   :SQL-LATE-CHARGE-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO FETCH-AND-WRITE-LATE-CHARGE-EXIT
           END-IF.

           MOVE SQL-LATE-INSTALLMENT-NO TO WS-LATE-INST-DISP.
           MOVE SQL-LATE-CHARGE-AMT TO WS-AMT-DISP.
           MOVE SPACES TO WS-STMT-LINE.
           STRING 'LATE CHARGE ' DELIMITED BY SIZE
                  SQL-LATE-ASSESSED-DATE DELIMITED BY SIZE
                  ' INSTALLMENT ' DELIMITED BY SIZE
                  WS-LATE-INST-DISP DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING.
           IF SQL-LATE-CHARGE-STATUS = 'W'
               MOVE 'WAIVED' TO WS-STMT-LINE (64:6)
           END-IF.
           WRITE STMT-RPT-RECORD FROM WS-STMT-LINE.
       FETCH-AND-WRITE-LATE-CHARGE-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE-STATEMENT-REPORT: Close the print-ready statement file
      ******************************************************************

           PERFORM ADD-LINEAGE-EVENT.

      *    Portal publication, when any statement went that way
           IF WS-STATEMENTS-PUBLISHED > 0
               MOVE 'LedgerEntries' TO WS-LIN-SRC-TABLE
               MOVE 'file' TO WS-LIN-TGT-ENGINE
               MOVE 'filesystem' TO WS-LIN-TGT-SCHEMA
               MOVE WS-PTL-INDEX-FILE-NAME TO WS-LIN-TGT-TABLE
               MOVE SPACES TO WS-LIN-TGT-COLS
               STRING 'CUSTOMER_ID,ACC_ID,PERIOD_FROM,PERIOD_TO,'
                      'DOCUMENT_NAME' DELIMITED BY SIZE
                   INTO WS-LIN-TGT-COLS
               END-STRING
               MOVE 'publish' TO WS-LIN-TRANSFORM-KIND
               MOVE 'ONE INDEX ROW PER PORTAL STATEMENT'
                   TO WS-LIN-TRANSFORM-EXPR
               PERFORM ADD-LINEAGE-EVENT
           END-IF.

           DISPLAY 'Lineage event logged successfully'.
       LOG-LINEAGE-EVENT-EXIT.
           EXIT.
           DISPLAY '  Ledger entries read:    ' WS-ROWS-INPUT.
           DISPLAY '  Statement lines written: ' WS-ROWS-OUTPUT.
           DISPLAY '  Prints suppressed:      ' WS-PRINTS-SUPPRESSED.
           DISPLAY '  Published to portal:    ' WS-STATEMENTS-PUBLISHED.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
           DISPLAY '  Opening balance:        ' WS-OPENING-BALANCE.
           DISPLAY '  Closing balance:        ' WS-CLOSING-BALANCE.
