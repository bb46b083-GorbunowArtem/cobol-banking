      ******************************************************************
      * OFFICER-AUTH.cpy - Officer Approval Authority Copybook
      ******************************************************************
      * Purpose: Reusable sections that hold an officer's decision to
      *          the approval authority granted on dbo.OfficerAuthority
      *          (maintained by OFFICER_AUTH_MAINT) for the action
      *          class, currency and business date, and keep every
      *          authority-checked decision on dbo.OfficerDecisions.
      *          A decision outside the officer's authority - no
      *          grant in effect, a revoked grant, or an amount above
      *          the granted maximum - is refused and recorded as an
      *          open escalation for an officer with the authority to
      *          decide it; the first in-authority decision later
      *          recorded against the same program and reference
      *          clears it. A non-monetary decision is checked with
      *          currency XXX and amount zero, so the grant itself
      *          is the authority.
      * Usage: COPY OFFICER-AUTH.  (requires COPY BUSDATE)
      *        PERFORM GET-BUSINESS-DATE once connected, then per
      *        decision set WS-OFFICER-AUTH-PARAMS and
      *        PERFORM CHECK-OFFICER-AUTHORITY; once the decision
      *        has been applied, PERFORM RECORD-OFFICER-DECISION
      ******************************************************************

      * Officer authority parameters (set before calling
      * CHECK-OFFICER-AUTHORITY; WS-OA-LIMIT, WS-OA-RESULT and
      * WS-OA-REASON are returned)
       01  WS-OFFICER-AUTH-PARAMS.
           05  WS-OA-PROGRAM           PIC X(32).
           05  WS-OA-RUN-ID            PIC X(64).
           05  WS-OA-OFFICER-ID        PIC X(32).
           05  WS-OA-ACTION-CLASS      PIC X(16).
           05  WS-OA-CURRENCY          PIC X(3).
           05  WS-OA-AMOUNT            PIC S9(16)V99 COMP-3.
           05  WS-OA-REFERENCE         PIC X(64).
           05  WS-OA-LIMIT             PIC S9(16)V99 COMP-3.
           05  WS-OA-RESULT            PIC X(1).
               88  OFFICER-HAS-AUTHORITY   VALUE 'Y'.
               88  OFFICER-LACKS-AUTHORITY VALUE 'N'.
           05  WS-OA-REASON            PIC X(80).

      * EXEC SQL working variables
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-OA-PROGRAM              PIC X(32).
       01  SQL-OA-RUN-ID               PIC X(64).
       01  SQL-OA-OFFICER-ID           PIC X(32).
       01  SQL-OA-ACTION-CLASS         PIC X(16).
       01  SQL-OA-CURRENCY             PIC X(3).
       01  SQL-OA-AMOUNT               PIC S9(16)V99 COMP-3.
       01  SQL-OA-REFERENCE            PIC X(64).
       01  SQL-OA-LIMIT                PIC S9(16)V99 COMP-3.
       01  SQL-OA-GRANT-STATUS         PIC X(1).
       01  SQL-OA-REASON               PIC X(80).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicator - a grant's AUTHORITY_AMOUNT on the decision
      * row is NULL when the officer had no grant in effect
       01  SQL-OA-LIMIT-NULL           PIC S9(4) COMP-5.

      ******************************************************************
      * Procedure: CHECK-OFFICER-AUTHORITY
      * Description: Finds the officer's grant in effect on the
      *   business date for the action class and currency - the
      *   latest-effective one, so a later grant or revocation
      *   supersedes an earlier one - and sets WS-OA-RESULT. A
      *   refusal is recorded as an open escalation before
      *   returning; a failed lookup refuses rather than lets the
      *   decision through.
      * Prerequisites:
      *   - SQL Server connection established
      *   - GET-BUSINESS-DATE performed
      *   - WS-OFFICER-AUTH-PARAMS populated
      ******************************************************************
       CHECK-OFFICER-AUTHORITY SECTION.
           MOVE 'N' TO WS-OA-RESULT.
           MOVE SPACES TO WS-OA-REASON.
           MOVE ZERO TO WS-OA-LIMIT.
           MOVE WS-OA-OFFICER-ID TO SQL-OA-OFFICER-ID.
           MOVE WS-OA-ACTION-CLASS TO SQL-OA-ACTION-CLASS.
           MOVE WS-OA-CURRENCY TO SQL-OA-CURRENCY.
           MOVE WS-OA-AMOUNT TO SQL-OA-AMOUNT.
           MOVE ZERO TO SQL-OA-LIMIT.
           MOVE -1 TO SQL-OA-LIMIT-NULL.
           MOVE SPACES TO SQL-OA-GRANT-STATUS.

           EXEC SQL
               SELECT TOP 1 MAX_AMOUNT, STATUS
               INTO :SQL-OA-LIMIT, :SQL-OA-GRANT-STATUS
               FROM dbo.OfficerAuthority
               WHERE OFFICER_ID = :SQL-OA-OFFICER-ID
                 AND ACTION_CLASS = :SQL-OA-ACTION-CLASS
                 AND CURRENCY = :SQL-OA-CURRENCY
                 AND EFF_FROM_DATE <= :SQL-BUS-DATE
                 AND (EFF_TO_DATE IS NULL
                      OR EFF_TO_DATE >= :SQL-BUS-DATE)
               ORDER BY EFF_FROM_DATE DESC, AUTHORITY_ID DESC
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'No approval authority on file for this action'
                       TO WS-OA-REASON
               WHEN SQLCODE NOT = 0
                   DISPLAY 'WARNING: Officer authority lookup failed'
                   DISPLAY 'SQLCODE: ' SQLCODE
                   MOVE 'Officer authority lookup failed'
                       TO WS-OA-REASON
               WHEN SQL-OA-GRANT-STATUS = 'V'
                   MOVE 'Approval authority revoked' TO WS-OA-REASON
               WHEN SQL-OA-AMOUNT > SQL-OA-LIMIT
                   MOVE 0 TO SQL-OA-LIMIT-NULL
                   MOVE SQL-OA-LIMIT TO WS-OA-LIMIT
                   MOVE 'Amount above officer approval authority'
                       TO WS-OA-REASON
               WHEN OTHER
                   MOVE 0 TO SQL-OA-LIMIT-NULL
                   MOVE SQL-OA-LIMIT TO WS-OA-LIMIT
                   MOVE 'Y' TO WS-OA-RESULT
           END-EVALUATE.

           IF OFFICER-LACKS-AUTHORITY
               DISPLAY 'ESCALATED: ' FUNCTION TRIM(WS-OA-ACTION-CLASS)
                       ' ' FUNCTION TRIM(WS-OA-REFERENCE)
                       ' by ' FUNCTION TRIM(WS-OA-OFFICER-ID)
                       ' - ' FUNCTION TRIM(WS-OA-REASON)
               PERFORM INSERT-OFFICER-DECISION
           END-IF.
       CHECK-OFFICER-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
      * Procedure: RECORD-OFFICER-DECISION
      * Description: Records an in-authority decision once the caller
      *   has applied it, and clears any escalation still open
      *   against the same program and reference - the senior
      *   officer's decision is the escalation's answer.
      * Prerequisites:
      *   - CHECK-OFFICER-AUTHORITY performed for this decision and
      *     returned OFFICER-HAS-AUTHORITY
      ******************************************************************
       RECORD-OFFICER-DECISION SECTION.
           PERFORM INSERT-OFFICER-DECISION.

           EXEC SQL
               UPDATE dbo.OfficerDecisions
               SET ESCALATION_STATUS = 'C',
                   CLEARED_BY_OFFICER_ID = :SQL-OA-OFFICER-ID,
                   CLEARED_TS_UTC = SYSUTCDATETIME()
               WHERE PROGRAM = :SQL-OA-PROGRAM
                 AND REFERENCE = :SQL-OA-REFERENCE
                 AND OUTCOME = 'E'
                 AND ESCALATION_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'WARNING: Escalation clear failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       RECORD-OFFICER-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * Procedure: INSERT-OFFICER-DECISION
      * Description: Writes the dbo.OfficerDecisions row for the
      *   decision just checked - OUTCOME 'A' (applied within
      *   authority) or 'E' (refused and escalated, left open).
      ******************************************************************
       INSERT-OFFICER-DECISION SECTION.
           MOVE WS-OA-PROGRAM TO SQL-OA-PROGRAM.
           MOVE WS-OA-RUN-ID TO SQL-OA-RUN-ID.
           MOVE WS-OA-REFERENCE TO SQL-OA-REFERENCE.
           MOVE WS-OA-REASON TO SQL-OA-REASON.

           IF OFFICER-HAS-AUTHORITY
               EXEC SQL
                   INSERT INTO dbo.OfficerDecisions (
                       PROGRAM, ACTION_CLASS, REFERENCE,
                       OFFICER_ID, CURRENCY, AMOUNT,
                       AUTHORITY_AMOUNT, OUTCOME,
                       BUS_DATE, RUN_ID, DECIDED_TS_UTC
                   ) VALUES (
                       :SQL-OA-PROGRAM, :SQL-OA-ACTION-CLASS,
                       :SQL-OA-REFERENCE, :SQL-OA-OFFICER-ID,
                       :SQL-OA-CURRENCY, :SQL-OA-AMOUNT,
                       :SQL-OA-LIMIT, 'A',
                       :SQL-BUS-DATE, :SQL-OA-RUN-ID,
                       SYSUTCDATETIME()
                   )
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO dbo.OfficerDecisions (
                       PROGRAM, ACTION_CLASS, REFERENCE,
                       OFFICER_ID, CURRENCY, AMOUNT,
                       AUTHORITY_AMOUNT, OUTCOME,
                       ESCALATION_STATUS, ESCALATION_REASON,
                       BUS_DATE, RUN_ID, DECIDED_TS_UTC
                   ) VALUES (
                       :SQL-OA-PROGRAM, :SQL-OA-ACTION-CLASS,
                       :SQL-OA-REFERENCE, :SQL-OA-OFFICER-ID,
                       :SQL-OA-CURRENCY, :SQL-OA-AMOUNT,
                       :SQL-OA-LIMIT:SQL-OA-LIMIT-NULL, 'E',
                       'O', :SQL-OA-REASON,
                       :SQL-BUS-DATE, :SQL-OA-RUN-ID,
                       SYSUTCDATETIME()
                   )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Officer decision insert failed'
               DISPLAY 'SQLCODE: ' SQLCODE
           END-IF.
       INSERT-OFFICER-DECISION-EXIT.
           EXIT.

      ******************************************************************
      * End of OFFICER-AUTH.cpy
      ******************************************************************
