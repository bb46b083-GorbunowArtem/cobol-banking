      *          lands on the pre-flight report: the rejecting
      *          account and item, the projected balance against its
      *          limit, the NSF fee the first bounce would draw, and
      *          the items that will fail the account-status check
      *          (a deposit or withdrawal on an unknown or closed
      *          account is forecast to go to suspense instead) -
      *          giving branches the afternoon to call the customer
      *          before it is too late. Run after TX-INBOUND and the
      *          generators, before the real posting step.
       01  WS-ROWS-INPUT               PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-FORECAST-REJECTS         PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-FORECAST-STATUS-FAILS    PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-FORECAST-SUSPENSE        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-STATUS-OUTCOME           PIC X(14).
       01  WS-FORECAST-NSF-FEES        PIC 9(9) COMP-5 VALUE ZERO.
       01  WS-ERRORS                   PIC 9(9) COMP-5 VALUE ZERO.


           ADD 1 TO WS-ROWS-INPUT.

      *    Holds maintain dbo.Holds only, and a suspense clearing
      *    moves house money - no overdraft exposure either way
           IF SQL-TX-TYPE = 'HOLD' OR SQL-TX-TYPE = 'HOLD-RELEASE'
               OR SQL-TX-TYPE = 'SUSP-CLEAR'
               GO TO SIMULATE-ONE-TRANSACTION-NEXT
           END-IF.

      * will fail the account-status check tonight
      ******************************************************************
       REPORT-STATUS-FAILURE SECTION.
      *    The real run parks a deposit or withdrawal on an unknown
      *    or closed account in suspense rather than refusing it
           IF (SQL-ACCT-STATUS = SPACE OR SQL-ACCT-STATUS = 'C')
               AND (SQL-TX-TYPE = 'DEPOSIT'
                    OR SQL-TX-TYPE = 'WITHDRAWAL')
               MOVE 'SUSPENSE' TO WS-STATUS-OUTCOME
               ADD 1 TO WS-FORECAST-SUSPENSE
           ELSE
               MOVE 'ACCOUNT-STATUS' TO WS-STATUS-OUTCOME
               ADD 1 TO WS-FORECAST-STATUS-FAILS
           END-IF.
           MOVE SQL-TX-ID TO WS-TX-ID-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING FUNCTION TRIM(WS-TX-ID-DISP) DELIMITED BY SIZE
                  SQL-CURRENCY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(SQL-TX-TYPE) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS-OUTCOME) DELIMITED BY SIZE
                  ',,,' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-CSV-RECORD FROM WS-REPORT-LINE.
           DISPLAY '  Forecast OD rejects:    ' WS-FORECAST-REJECTS.
           DISPLAY '  Forecast status fails:  '
                   WS-FORECAST-STATUS-FAILS.
           DISPLAY '  Forecast to suspense:   '
                   WS-FORECAST-SUSPENSE.
           DISPLAY '  Forecast NSF fees:      '
                   WS-FORECAST-NSF-FEES.
           DISPLAY '  Errors encountered:     ' WS-ERRORS.
