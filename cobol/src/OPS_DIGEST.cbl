      *          week's averages, error counts by program with the
      *          first few messages, any checkpoint written tonight
      *          but never superseded (a stall signature), and a
      *          one-line RED/AMBER/GREEN verdict per program. The
      *          night's dispute-case aging from DISPUTE_CASE is
      *          graded alongside, as are decisions escalated above
      *          an officer's approval authority and still waiting
      *          for an officer who holds it. The night's batch-window
      *          verdict from BATCH_SLA - the chain's finish against
      *          the SLA deadline - heads the graded sections. Runs
      *          as the final BANKBAT step.
      * Input:   dbo.PostingAudit, dbo.ProcessingErrors,
      *          dbo.BatchCheckpoint, dbo.DisputeAgingSummary,
      *          dbo.OfficerDecisions, dbo.BatchSlaForecasts
      *          (SQL Server)
      * Output:  data/out/ops_digest_report.txt
      * Lineage: transform_kind=aggregate
      ******************************************************************
      *               TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.BatchCheckpoint(PROGRAM,LAST_ROW,
      *               TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.DisputeAgingSummary(OPEN_CASES,
      *               NEARING_CASES,OVERDUE_CASES,TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.OfficerDecisions(OUTCOME,
      *               ESCALATION_STATUS,DECIDED_TS_UTC)
      * LINEAGE: SRC=sqlserver.dbo.BatchSlaForecasts(CHECKPOINT,
      *               PROJ_FINISH_UTC,DEADLINE_UTC,VERDICT,TS_UTC)
      * LINEAGE: TGT=file.filesystem.ops_digest_report.txt(PROGRAM,
      *               ROWS,ERRORS,STALLS,VERDICT)
      * LINEAGE: MAP=ROWS_IN,ROWS_OUT -> VERDICT [VS PRIOR AVERAGES]
       01  WS-ROWS-OUT-DISP            PIC Z(8)9.
       01  WS-AVG-IN-DISP              PIC Z(8)9.
       01  WS-ERR-COUNT-DISP           PIC Z(8)9.
       01  WS-ESC-TONIGHT-DISP         PIC Z(8)9.
       01  WS-LAST-ROW-DISP            PIC Z(8)9.

      * Per-program digest table, one slot per program seen in any of
       01  SQL-SEAL-STATUS             PIC X(1).
       01  SQL-SEAL-DATES              PIC S9(9) COMP-5.
       01  SQL-SEAL-MISMATCHES         PIC S9(9) COMP-5.
       01  SQL-DISPUTE-OPEN            PIC S9(9) COMP-5.
       01  SQL-DISPUTE-NEARING         PIC S9(9) COMP-5.
       01  SQL-DISPUTE-OVERDUE         PIC S9(9) COMP-5.
       01  SQL-ESCALATIONS-OPEN        PIC S9(9) COMP-5.
       01  SQL-ESCALATIONS-TONIGHT     PIC S9(9) COMP-5.
       01  SQL-SLA-CHECKPOINT          PIC X(10).
       01  SQL-SLA-FINISH              PIC X(19).
       01  SQL-SLA-DEADLINE            PIC X(19).
       01  SQL-SLA-VERDICT             PIC X(5).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Null indicators - AVG() returns NULL with no history
               WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE
           END-IF.

           PERFORM WRITE-BATCH-WINDOW-SECTION.
           PERFORM WRITE-INTEGRITY-SECTION.
           PERFORM WRITE-SEAL-SECTION.
           PERFORM WRITE-DISPUTE-SECTION.
           PERFORM WRITE-ESCALATION-SECTION.

           CLOSE DIGEST-RPT.
           DISPLAY 'Digest report written to '
       WRITE-SEAL-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-BATCH-WINDOW-SECTION: The latest BATCH_SLA verdict on
      * the night's finish against the batch-window deadline - the
      * actual finish once the end-of-chain evaluation has run, the
      * mid-chain projection otherwise
      ******************************************************************
       WRITE-BATCH-WINDOW-SECTION SECTION.
           MOVE SPACES TO WS-DIGEST-LINE.
           WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE.
           MOVE 'BATCH WINDOW' TO WS-DIGEST-LINE.
           WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE.

           EXEC SQL
               SELECT TOP 1 CHECKPOINT,
                      CONVERT(CHAR(19), PROJ_FINISH_UTC, 120),
                      CONVERT(CHAR(19), DEADLINE_UTC, 120),
                      VERDICT
               INTO :SQL-SLA-CHECKPOINT, :SQL-SLA-FINISH,
                    :SQL-SLA-DEADLINE, :SQL-SLA-VERDICT
               FROM dbo.BatchSlaForecasts
               WHERE CAST(TS_UTC AS DATE) =
                     CAST(SYSUTCDATETIME() AS DATE)
               ORDER BY TS_UTC DESC
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'No batch-window forecast ran tonight'
                   TO WS-DIGEST-LINE
               WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE
               GO TO WRITE-BATCH-WINDOW-SECTION-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Batch-window forecast lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO WRITE-BATCH-WINDOW-SECTION-EXIT
           END-IF.

           EVALUATE SQL-SLA-VERDICT
               WHEN 'RED'
                   ADD 1 TO WS-REDS
               WHEN 'AMBER'
                   ADD 1 TO WS-AMBERS
               WHEN OTHER
                   ADD 1 TO WS-GREENS
           END-EVALUATE.

           MOVE SPACES TO WS-DIGEST-LINE.
           IF SQL-SLA-CHECKPOINT = 'FINAL'
               STRING SQL-SLA-VERDICT DELIMITED BY SIZE
                      '  Chain finished ' DELIMITED BY SIZE
                      SQL-SLA-FINISH DELIMITED BY SIZE
                      ' UTC against a ' DELIMITED BY SIZE
                      SQL-SLA-DEADLINE DELIMITED BY SIZE
                      ' deadline' DELIMITED BY SIZE
                   INTO WS-DIGEST-LINE
               END-STRING
           ELSE
               STRING SQL-SLA-VERDICT DELIMITED BY SIZE
                      '  Chain projected to finish ' DELIMITED BY SIZE
                      SQL-SLA-FINISH DELIMITED BY SIZE
                      ' UTC against a ' DELIMITED BY SIZE
                      SQL-SLA-DEADLINE DELIMITED BY SIZE
                      ' deadline' DELIMITED BY SIZE
                   INTO WS-DIGEST-LINE
               END-STRING
           END-IF.
           WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE.
       WRITE-BATCH-WINDOW-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-DISPUTE-SECTION: Tonight's dispute-case aging
      * (DISPUTE_CASE) - a case past its regulatory deadline is RED,
      * one nearing it AMBER, so the disputes desk has the morning
      * to act before the clock runs out
      ******************************************************************
       WRITE-DISPUTE-SECTION SECTION.
           MOVE SPACES TO WS-DIGEST-LINE.
           WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE.
           MOVE 'DISPUTE CASE AGING' TO WS-DIGEST-LINE.
           WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE.

           EXEC SQL
               SELECT TOP 1 OPEN_CASES, NEARING_CASES, OVERDUE_CASES
               INTO :SQL-DISPUTE-OPEN, :SQL-DISPUTE-NEARING,
                    :SQL-DISPUTE-OVERDUE
               FROM dbo.DisputeAgingSummary
               WHERE CAST(TS_UTC AS DATE) =
                     CAST(SYSUTCDATETIME() AS DATE)
               ORDER BY TS_UTC DESC
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'No dispute aging ran tonight' TO WS-DIGEST-LINE
               WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE
               GO TO WRITE-DISPUTE-SECTION-EXIT
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Dispute aging lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO WRITE-DISPUTE-SECTION-EXIT
           END-IF.

           MOVE SPACES TO WS-DIGEST-LINE.
           EVALUATE TRUE
               WHEN SQL-DISPUTE-OVERDUE > ZERO
                   ADD 1 TO WS-REDS
                   MOVE SQL-DISPUTE-OVERDUE TO WS-ERR-COUNT-DISP
                   STRING 'RED    ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ERR-COUNT-DISP)
                              DELIMITED BY SIZE
                          ' dispute case(s) past deadline'
                              DELIMITED BY SIZE
                       INTO WS-DIGEST-LINE
                   END-STRING
               WHEN SQL-DISPUTE-NEARING > ZERO
                   ADD 1 TO WS-AMBERS
                   MOVE SQL-DISPUTE-NEARING TO WS-ERR-COUNT-DISP
                   STRING 'AMBER  ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ERR-COUNT-DISP)
                              DELIMITED BY SIZE
                          ' dispute case(s) nearing deadline'
                              DELIMITED BY SIZE
                       INTO WS-DIGEST-LINE
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-GREENS
                   MOVE SQL-DISPUTE-OPEN TO WS-ERR-COUNT-DISP
                   STRING 'GREEN  ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ERR-COUNT-DISP)
                              DELIMITED BY SIZE
                          ' open dispute case(s) within deadline'
                              DELIMITED BY SIZE
                       INTO WS-DIGEST-LINE
                   END-STRING
           END-EVALUATE.
           WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE.
       WRITE-DISPUTE-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ESCALATION-SECTION: Decisions refused above an officer's
      * approval authority (OFFICER-AUTH.cpy) and not yet decided by
      * an officer who holds it - AMBER while any is open, so the
      * item is not left waiting on the queue unnoticed
      ******************************************************************
       WRITE-ESCALATION-SECTION SECTION.
           MOVE SPACES TO WS-DIGEST-LINE.
           WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE.
           MOVE 'APPROVAL AUTHORITY ESCALATIONS' TO WS-DIGEST-LINE.
           WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE
                          WHEN CAST(DECIDED_TS_UTC AS DATE) =
                               CAST(SYSUTCDATETIME() AS DATE)
                          THEN 1 ELSE 0 END), 0)
               INTO :SQL-ESCALATIONS-OPEN, :SQL-ESCALATIONS-TONIGHT
               FROM dbo.OfficerDecisions
               WHERE OUTCOME = 'E'
                 AND ESCALATION_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: Escalation lookup failed'
               DISPLAY 'SQLCODE: ' SQLCODE
               GO TO WRITE-ESCALATION-SECTION-EXIT
           END-IF.

           MOVE SPACES TO WS-DIGEST-LINE.
           IF SQL-ESCALATIONS-OPEN > ZERO
               ADD 1 TO WS-AMBERS
               MOVE SQL-ESCALATIONS-OPEN TO WS-ERR-COUNT-DISP
               MOVE SQL-ESCALATIONS-TONIGHT TO WS-ESC-TONIGHT-DISP
               STRING 'AMBER  ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ERR-COUNT-DISP)
                          DELIMITED BY SIZE
                      ' escalated decision(s) awaiting an officer, '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ESC-TONIGHT-DISP)
                          DELIMITED BY SIZE
                      ' raised tonight' DELIMITED BY SIZE
                   INTO WS-DIGEST-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-GREENS
               MOVE 'GREEN  No escalated decisions open'
                   TO WS-DIGEST-LINE
           END-IF.
           WRITE DIGEST-RPT-RECORD FROM WS-DIGEST-LINE.
       WRITE-ESCALATION-SECTION-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-ERROR-SAMPLES: The first few error messages for the
      * program being reported
